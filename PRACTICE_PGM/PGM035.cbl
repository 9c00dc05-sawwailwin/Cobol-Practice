      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- pre-release variance check
      *                run between the payroll run and the bank
      *                release, so a mis-keyed timesheet is caught
      *                before the money leaves instead of after. The
      *                payroll run now leaves its credit file held
      *                (BankPayHeld.txt); this program compares every
      *                employee's net pay on EMPPAYROLL.txt with the
      *                last payslip retained for them on
      *                PayslipHistory.txt and with their average over
      *                the last few periods, and flags a change over
      *                the threshold against either, a first-time
      *                payee (no earlier slip), a zero net, and a bank
      *                account that more than one employee is being
      *                paid into on the held file. PayVarianceParm.txt
      *                sets the threshold percentage and the number of
      *                periods averaged (25% over 4 by default, at
      *                most 12). Every employee is listed on the
      *                printed PayVarianceReport.txt with the flags
      *                raised, and the flagged lines go to
      *                PayVarianceFlags.txt behind a control record
      *                carrying the pay date -- the sign-off queue
      *                PAYRELEASE works through before it will release
      *                the bank file. RETURN-CODE 0 nothing flagged, 4
      *                lines flagged for sign-off, 8 no held bank file
      *                or no payroll file (or the pay date is already
      *                released), 16 a work table overflowed.
      * 10/15/2026 SWL The payroll record now ends with the labour-
      *                distribution section; the layout here follows.
      * 10/15/2026 SWL Bank-file step of the payroll job stream. Once
      *                the held file has been read, the check checks in
      *                with RUNCTL as PAYVARCK for the held file's pay
      *                date with PAYSLIP as predecessor, so it refuses
      *                (RETURN-CODE 12) until the payslips are printed,
      *                and is marked complete when the sign-off queue is
      *                written (RETURN-CODE 4 is the normal case when
      *                lines are flagged). Writes its RUNSTATS record.
      * 10/15/2026 SWL Off-cycle and voided slips are left out of the
      *                net pay history -- they are not the regular pay.
      *                A void also drops the slip it cancels.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVARCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-DATA ASSIGN TO DYNAMIC WS-PAYROLL-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.

            SELECT BANK-HELD-FILE ASSIGN TO DYNAMIC WS-BANK-HELD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BNK-STATUS.

            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSH-STATUS.

            SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT VARIANCE-REPORT ASSIGN TO DYNAMIC
            WS-VARIANCE-RPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT VARFLAG-FILE ASSIGN TO DYNAMIC WS-VARFLAG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-DATA.
       01 PAY-DATA.
           05 PAY-EMP-NO PIC X(5).
           05 EMP-NAME PIC X(20).
           05 PAY-BRANCH PIC 9(3).
           05 WORK-HOUR PIC 9(3).
           05 PAY-RATE PIC 9(4)V99.
           05 SALARY PIC 9(7)V99.
           05 WITHHOLDING PIC 9(6)V99.
           05 DEDUCT-TOTAL PIC 9(6)V99.
           05 PAY-DEDUCTION OCCURS 5 TIMES.
               10 PAY-DED-CODE PIC X(3).
               10 PAY-DED-AMT PIC 9(6)V99.
           05 NET-SALARY PIC 9(7)V99.
           05 PAY-ER-COST.
               10 ER-COST-TOTAL PIC 9(7)V99.
               10 PAY-ER-CONTRIB OCCURS 3 TIMES.
                   15 PAY-ER-CODE PIC X(3).
                   15 PAY-ER-AMT PIC 9(6)V99.
           05 PAY-LABOUR-DIST.
               10 PAY-DIST-COUNT PIC 9(1).
               10 PAY-DIST OCCURS 5 TIMES.
                   15 PAY-DIST-BRANCH PIC 9(3).
                   15 PAY-DIST-HOURS PIC 9(3).
                   15 PAY-DIST-GROSS PIC 9(7)V99.
                   15 PAY-DIST-OT PIC 9(7)V99.
                   15 PAY-DIST-ER PIC 9(7)V99.

       FD BANK-HELD-FILE.
       01 BANK-HELD-REC.
           05 BKH-TYPE PIC X(1).
           05 BKH-BODY PIC X(49).
       01 BANK-HELD-HEADER.
           05 FILLER PIC X(1).
           05 BKH-DATE PIC 9(8).
           05 FILLER PIC X(41).
       01 BANK-HELD-DETAIL.
           05 FILLER PIC X(1).
           05 BKH-BANK PIC X(4).
           05 BKH-ACCOUNT PIC X(10).
           05 BKH-EMP-NO PIC X(5).
           05 BKH-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(19).

       FD PAYSLIP-HISTORY.
       01 PSH-REC.
           05 PSH-EMP-NO PIC X(5).
           05 PSH-PAY-DATE PIC 9(8).
           05 PSH-LINE PIC X(60).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-PCT PIC X(3).
           05 PARM-PERIODS PIC X(2).

       FD VARIANCE-REPORT.
       01 VARIANCE-LINE PIC X(100).

       FD VARFLAG-FILE.
       01 VARFLAG-REC.
           05 VFL-TYPE PIC X(1).
           05 VFL-PAY-DATE PIC 9(8).
           05 VFL-EMP-NO PIC X(5).
           05 VFL-NAME PIC X(20).
           05 VFL-NET PIC 9(7)V99.
           05 VFL-PREV PIC 9(7)V99.
           05 VFL-AVG PIC 9(7)V99.
           05 VFL-FLAGS PIC X(5).
           05 VFL-DECISION PIC X(1).
           05 VFL-USER-ID PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-PAY-STATUS PIC X(2).
       01 WS-BNK-STATUS PIC X(2).
       01 WS-PSH-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-VFL-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-THRESHOLD PIC 9(3) VALUE 25.
       01 WS-PERIODS PIC 9(2) VALUE 4.
       77 MAX-PERIODS PIC 9(2) VALUE 12.

      * THE HELD CREDIT FILE'S 'D' LINES -- WHO IS BEING PAID INTO
      * WHICH ACCOUNT. AN ACCOUNT SHARED BY TWO EMPLOYEES IS MARKED
      * ON BOTH.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES.
               10 WS-HLD-EMP-NO PIC X(5).
               10 WS-HLD-BANK PIC X(4).
               10 WS-HLD-ACCOUNT PIC X(10).
               10 WS-HLD-DUP PIC X(1).
       01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-HELD-COUNT PIC 9(3) VALUE 500.
       01 WS-HLD-IDX PIC 9(3).
       01 WS-HLD-IDX-2 PIC 9(3).
       01 WS-HLD-HIT PIC 9(3).
       01 WS-HELD-TOTAL PIC 9(11)V99 VALUE ZERO.

      * EACH EMPLOYEE'S MOST RECENT NETS BEFORE THIS PAY DATE, IN
      * PAY-DATE ORDER (OLDEST FIRST), NO MORE THAN THE PERIODS
      * AVERAGED. A RERUN'S SLIP FOR A DATE ALREADY HELD REPLACES
      * THE EARLIER ONE.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 300 TIMES.
               10 WS-HST-EMP-NO PIC X(5).
               10 WS-HST-COUNT PIC 9(2).
               10 WS-HST-PERIOD OCCURS 12 TIMES.
                   15 WS-HST-DATE PIC 9(8).
                   15 WS-HST-NET PIC 9(7)V99.
       01 WS-HIST-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-HIST-COUNT PIC 9(3) VALUE 300.
       01 WS-HST-IDX PIC 9(3).
       01 WS-HST-HIT PIC 9(3) VALUE ZERO.
       01 WS-PER-IDX PIC 9(2).
       01 WS-PER-HIT PIC 9(2).

      * SLIP AMOUNTS ARE RETAINED AS PRINTED -- DE-EDITED BACK TO
      * NUMBERS THROUGH THIS FIELD.
       01 WS-AMT-EDIT PIC Z(7)9.99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT PIC X(11).
       01 WS-AMT-NUM PIC 9(7)V99.
      * THE MARKER ON THE TITLE LINE OF THE SLIP BEING READ.
       01 WS-SLIP-MARK PIC X(11).

       01 WS-PREV-NET PIC 9(7)V99.
       01 WS-AVG-NET PIC 9(7)V99.
       01 WS-SUM-NET PIC 9(9)V99.
       01 WS-PREV-PCT PIC S9(5)V9.
       01 WS-AVG-PCT PIC S9(5)V9.
       01 WS-ABS-PCT PIC 9(5)V9.
       01 WS-FLAGS.
           05 WS-FLG-PREV PIC X(1).
           05 WS-FLG-AVG PIC X(1).
           05 WS-FLG-NEW PIC X(1).
           05 WS-FLG-ZERO PIC X(1).
           05 WS-FLG-DUP PIC X(1).

       77 WS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PREV-COUNT PIC 9(5) VALUE ZERO.
       77 WS-AVG-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ZERO-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DUP-COUNT PIC 9(5) VALUE ZERO.

      * PRINTED REPORT LINES.
       01 WS-RPT-TITLE-LINE.
           05 FILLER PIC X(35)
               VALUE "PAYROLL PRE-RELEASE VARIANCE CHECK ".
           05 FILLER PIC X(10) VALUE "PAY DATE ".
           05 WS-RTL-DATE PIC 9(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 WS-RPT-PARM-LINE.
           05 FILLER PIC X(18) VALUE "FLAG CHANGES OVER ".
           05 WS-RPL-PCT PIC ZZ9.
           05 FILLER PIC X(30) VALUE "% AGAINST LAST SLIP OR AVERAGE".
           05 FILLER PIC X(4) VALUE " OF ".
           05 WS-RPL-PERIODS PIC Z9.
           05 FILLER PIC X(8) VALUE " PERIODS".
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-RPT-HEAD-LINE.
           05 FILLER PIC X(28) VALUE "EMP NO NAME".
           05 FILLER PIC X(11) VALUE "    NET PAY".
           05 FILLER PIC X(11) VALUE "  LAST SLIP".
           05 FILLER PIC X(8) VALUE "  CHG %".
           05 FILLER PIC X(11) VALUE "    AVERAGE".
           05 FILLER PIC X(8) VALUE "  CHG %".
           05 FILLER PIC X(7) VALUE "  FLAGS".
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-RPT-DETAIL-LINE.
           05 WS-RDL-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RDL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RDL-NET PIC Z(7)9.99.
           05 WS-RDL-PREV PIC Z(7)9.99.
           05 WS-RDL-PREV-PCT PIC -(5)9.9.
           05 WS-RDL-AVG PIC Z(7)9.99.
           05 WS-RDL-AVG-PCT PIC -(5)9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RDL-FLAGS PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RDL-MARK PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           05 WS-RCL-TEXT PIC X(40).
           05 WS-RCL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 WS-PAYROLL-DATA-PATH PIC X(60).
       01 WS-BANK-HELD-PATH PIC X(60).
       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-VARIANCE-RPT-PATH PIC X(60).
       01 WS-VARFLAG-PATH PIC X(60).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'PAYVARCK'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-RUNSTATS
                                    RST-PROGRAM-NAME BY WS-RS-PROGRAM
                                    RST-DATE-NAME BY WS-RS-DATE
                                    RST-START-NAME BY WS-RS-START
                                    RST-END-NAME BY WS-RS-END
                                    RST-READ-NAME BY WS-RS-READ
                                    RST-WRITTEN-NAME BY WS-RS-WRITTEN
                                    RST-REJECTED-NAME
                                        BY WS-RS-REJECTED
                                    RST-RC-NAME BY WS-RS-RC.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN (NOTHING FLAGGED),
      * 4 WARNING (LINES FLAGGED AND AWAITING SIGN-OFF), 8 NO HELD
      * BANK FILE, NO PAYROLL FILE, OR THE PAY DATE IS ALREADY
      * RELEASED, 12 RUN CONTROL REFUSED THE CHECK, 16 A WORK TABLE
      * OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM READ-PARM.
            PERFORM LOAD-HELD-PARA.
            IF WS-RETURN-CODE < 8
                PERFORM CHECK-RELEASED-PARA
            END-IF.
            IF WS-RETURN-CODE >= 8
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM RUNCTL-START-PARA.
            PERFORM LOAD-HISTORY-PARA.
            OPEN OUTPUT VARIANCE-REPORT VARFLAG-FILE.
            PERFORM WRITE-HEADINGS-PARA.
            PERFORM CHECK-PAYROLL-PARA.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE VARIANCE-REPORT VARFLAG-FILE.
            IF WS-FLAGGED-COUNT > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "VARIANCE CHECK FOR PAY DATE " WS-PAY-DATE " - "
                WS-CHECKED-COUNT " CHECKED, " WS-FLAGGED-COUNT
                " FLAGGED FOR SIGN-OFF".
            IF WS-RETURN-CODE < 8
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       RUNCTL-START-PARA.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-PAY-DATE TO WS-RUNCTL-DATE.
            MOVE 'PAYSLIP' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - VARIANCE CHECK ALREADY "
                    "COMPLETE FOR " WS-PAY-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - PAYSLIP PRINT NOT COMPLETE FOR "
                    WS-PAY-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-RUNSTATS-PARA.
            MOVE 'PAYVARCHK' TO WS-RS-PROGRAM.
            MOVE WS-PAY-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-HELD-COUNT TO WS-RS-READ.
            MOVE WS-CHECKED-COUNT TO WS-RS-WRITTEN.
            MOVE WS-FLAGGED-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       READ-PARM.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PCT IS NUMERIC
                            MOVE PARM-PCT TO WS-THRESHOLD
                        END-IF
                        IF PARM-PERIODS IS NUMERIC
                            MOVE PARM-PERIODS TO WS-PERIODS
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            IF WS-PERIODS = ZERO OR WS-PERIODS > MAX-PERIODS
                DISPLAY "PERIODS TO AVERAGE " WS-PERIODS
                    " OUT OF RANGE - " MAX-PERIODS " USED"
                MOVE MAX-PERIODS TO WS-PERIODS
            END-IF.

       LOAD-HELD-PARA.
      *     THE PAY DATE IS THE ONE ON THE HELD FILE'S HEADER -- THE
      *     CHECK IS OF THAT FILE, WHATEVER DAY IT IS RUN.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BANK-HELD-FILE.
            IF WS-BNK-STATUS NOT = '00'
                DISPLAY "HELD BANK FILE NOT AVAILABLE - STATUS "
                    WS-BNK-STATUS " - NOTHING TO CHECK"
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-HELD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-HELD-PARA
                END-READ
            END-PERFORM.
            IF WS-BNK-STATUS = '00' OR WS-BNK-STATUS = '10'
                CLOSE BANK-HELD-FILE
            END-IF.
            IF WS-RETURN-CODE < 8 AND WS-PAY-DATE = ZERO
                DISPLAY "HELD BANK FILE HAS NO HEADER - NOTHING TO "
                    "CHECK"
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                UNTIL WS-HLD-IDX > WS-HELD-COUNT
                PERFORM MARK-DUP-ACCOUNT-PARA
            END-PERFORM.

       POST-HELD-PARA.
            EVALUATE BKH-TYPE
                WHEN 'H'
                    IF BKH-DATE IS NUMERIC
                        MOVE BKH-DATE TO WS-PAY-DATE
                    END-IF
                WHEN 'D'
                    IF WS-HELD-COUNT >= MAX-HELD-COUNT
                        DISPLAY "HELD BANK FILE EXCEEDS CAPACITY OF "
                            MAX-HELD-COUNT " - RUN STOPPED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-HELD-COUNT
                    MOVE BKH-EMP-NO TO WS-HLD-EMP-NO(WS-HELD-COUNT)
                    MOVE BKH-BANK TO WS-HLD-BANK(WS-HELD-COUNT)
                    MOVE BKH-ACCOUNT TO WS-HLD-ACCOUNT(WS-HELD-COUNT)
                    MOVE 'N' TO WS-HLD-DUP(WS-HELD-COUNT)
                    IF BKH-AMOUNT IS NUMERIC
                        ADD BKH-AMOUNT TO WS-HELD-TOTAL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CHECK-RELEASED-PARA.
      *     A PAY DATE ALREADY RELEASED KEEPS ITS SIGNED-OFF QUEUE --
      *     A FRESH ONE WOULD LET THE SAME FILE BE RELEASED TWICE.
            OPEN INPUT VARFLAG-FILE.
            IF WS-VFL-STATUS = '00'
                READ VARFLAG-FILE
                    AT END MOVE SPACES TO VARFLAG-REC
                END-READ
                CLOSE VARFLAG-FILE
                IF VFL-TYPE = 'C' AND VFL-PAY-DATE = WS-PAY-DATE
                    AND VFL-DECISION = 'R'
                    DISPLAY "PAY DATE " WS-PAY-DATE " ALREADY "
                        "RELEASED BY " VFL-USER-ID " - NOT RECHECKED"
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
            END-IF.

       MARK-DUP-ACCOUNT-PARA.
            PERFORM VARYING WS-HLD-IDX-2 FROM 1 BY 1
                UNTIL WS-HLD-IDX-2 > WS-HELD-COUNT
                IF WS-HLD-IDX-2 NOT = WS-HLD-IDX AND
                    WS-HLD-BANK(WS-HLD-IDX-2) = WS-HLD-BANK(WS-HLD-IDX)
                    AND WS-HLD-ACCOUNT(WS-HLD-IDX-2) =
                        WS-HLD-ACCOUNT(WS-HLD-IDX)
                    AND WS-HLD-EMP-NO(WS-HLD-IDX-2) NOT =
                        WS-HLD-EMP-NO(WS-HLD-IDX)
                    MOVE 'Y' TO WS-HLD-DUP(WS-HLD-IDX)
                END-IF
            END-PERFORM.

       LOAD-HISTORY-PARA.
      *     ONLY THE NET PAY LINE OF EACH EARLIER SLIP IS WANTED.
      *     SLIPS ON OR AFTER THIS PAY DATE ARE THIS RUN'S OWN (OR A
      *     RERUN'S) AND ARE NOT HISTORY. AN OFF-CYCLE OR VOIDED
      *     SLIP IS NOT THE REGULAR PAY PATTERN AND IS PASSED OVER,
      *     AND A VOID TAKES THE SLIP IT CANCELS BACK OUT.
            MOVE 'N' TO WS-EOF.
            MOVE SPACES TO WS-SLIP-MARK.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PSH-STATUS NOT = '00'
                DISPLAY "PAYSLIP HISTORY NOT AVAILABLE - STATUS "
                    WS-PSH-STATUS " - EVERY EMPLOYEE READS AS NEW"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYSLIP-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PSH-LINE(1:25) = "             PAYSLIP"
                            MOVE PSH-LINE(34:11) TO WS-SLIP-MARK
                            IF WS-SLIP-MARK = "  VOIDED" AND
                                PSH-PAY-DATE < WS-PAY-DATE
                                PERFORM DROP-PERIOD-PARA
                            END-IF
                        END-IF
                        IF PSH-LINE(1:9) = "NET PAY :" AND
                            PSH-PAY-DATE < WS-PAY-DATE AND
                            WS-SLIP-MARK NOT = "  OFF-CYCLE" AND
                            WS-SLIP-MARK NOT = "  VOIDED"
                            PERFORM POST-HISTORY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PSH-STATUS = '00' OR WS-PSH-STATUS = '10'
                CLOSE PAYSLIP-HISTORY
            END-IF.

       POST-HISTORY-PARA.
            MOVE PSH-LINE(10:11) TO WS-AMT-EDIT-X.
            MOVE WS-AMT-EDIT TO WS-AMT-NUM.
            MOVE PSH-EMP-NO TO VFL-EMP-NO.
            PERFORM FIND-HIST-PARA.
            IF WS-HST-HIT = ZERO
                IF WS-HIST-COUNT >= MAX-HIST-COUNT
                    DISPLAY "SLIP HISTORY EXCEEDS CAPACITY OF "
                        MAX-HIST-COUNT " EMPLOYEES - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-HIST-COUNT
                MOVE WS-HIST-COUNT TO WS-HST-HIT
                MOVE PSH-EMP-NO TO WS-HST-EMP-NO(WS-HST-HIT)
                MOVE ZERO TO WS-HST-COUNT(WS-HST-HIT)
            END-IF.
            MOVE ZERO TO WS-PER-HIT.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-HST-COUNT(WS-HST-HIT)
                IF WS-HST-DATE(WS-HST-HIT WS-PER-IDX) = PSH-PAY-DATE
                    MOVE WS-PER-IDX TO WS-PER-HIT
                    MOVE WS-HST-COUNT(WS-HST-HIT) TO WS-PER-IDX
                END-IF
            END-PERFORM.
            IF WS-PER-HIT > ZERO
                MOVE WS-AMT-NUM TO WS-HST-NET(WS-HST-HIT WS-PER-HIT)
            ELSE
                PERFORM INSERT-PERIOD-PARA
            END-IF.

       DROP-PERIOD-PARA.
      *     THE VOIDED SLIP WAS NEVER PAID -- ITS DATE COMES OUT OF
      *     THE EMPLOYEE'S LIST AND THE LATER DATES CLOSE UP.
            MOVE PSH-EMP-NO TO VFL-EMP-NO.
            PERFORM FIND-HIST-PARA.
            MOVE ZERO TO WS-PER-HIT.
            IF WS-HST-HIT > ZERO
                PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-HST-COUNT(WS-HST-HIT)
                    IF WS-HST-DATE(WS-HST-HIT WS-PER-IDX) =
                        PSH-PAY-DATE
                        MOVE WS-PER-IDX TO WS-PER-HIT
                        MOVE WS-HST-COUNT(WS-HST-HIT) TO WS-PER-IDX
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-PER-HIT > ZERO
                PERFORM VARYING WS-PER-IDX FROM WS-PER-HIT BY 1
                    UNTIL WS-PER-IDX >= WS-HST-COUNT(WS-HST-HIT)
                    MOVE WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX + 1)
                        TO WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-HST-COUNT(WS-HST-HIT)
            END-IF.

       INSERT-PERIOD-PARA.
      *     A FULL LIST DROPS ITS OLDEST DATE TO MAKE ROOM -- UNLESS
      *     THIS SLIP IS OLDER STILL, WHEN IT IS NOT WANTED.
            IF WS-HST-COUNT(WS-HST-HIT) >= WS-PERIODS
                IF PSH-PAY-DATE < WS-HST-DATE(WS-HST-HIT 1)
                    MOVE ZERO TO WS-PER-HIT
                ELSE
                    PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                        UNTIL WS-PER-IDX >= WS-HST-COUNT(WS-HST-HIT)
                        MOVE WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX + 1)
                            TO WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-HST-COUNT(WS-HST-HIT)
                    MOVE 1 TO WS-PER-HIT
                END-IF
            ELSE
                MOVE 1 TO WS-PER-HIT
            END-IF.
            IF WS-PER-HIT > ZERO
                MOVE WS-HST-COUNT(WS-HST-HIT) TO WS-PER-IDX
                ADD 1 TO WS-HST-COUNT(WS-HST-HIT)
                PERFORM UNTIL WS-PER-IDX < 1 OR
                    WS-HST-DATE(WS-HST-HIT WS-PER-IDX) < PSH-PAY-DATE
                    MOVE WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX)
                        TO WS-HST-PERIOD(WS-HST-HIT WS-PER-IDX + 1)
                    SUBTRACT 1 FROM WS-PER-IDX
                END-PERFORM
                COMPUTE WS-PER-HIT = WS-PER-IDX + 1
                MOVE PSH-PAY-DATE TO WS-HST-DATE(WS-HST-HIT WS-PER-HIT)
                MOVE WS-AMT-NUM TO WS-HST-NET(WS-HST-HIT WS-PER-HIT)
            END-IF.

       FIND-HIST-PARA.
            MOVE ZERO TO WS-HST-HIT.
            PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                UNTIL WS-HST-IDX > WS-HIST-COUNT
                IF WS-HST-EMP-NO(WS-HST-IDX) = VFL-EMP-NO
                    MOVE WS-HST-IDX TO WS-HST-HIT
                    MOVE WS-HIST-COUNT TO WS-HST-IDX
                END-IF
            END-PERFORM.

       WRITE-HEADINGS-PARA.
            MOVE WS-PAY-DATE TO WS-RTL-DATE.
            MOVE WS-RPT-TITLE-LINE TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.
            MOVE WS-THRESHOLD TO WS-RPL-PCT.
            MOVE WS-PERIODS TO WS-RPL-PERIODS.
            MOVE WS-RPT-PARM-LINE TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.
            MOVE SPACES TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.
            MOVE WS-RPT-HEAD-LINE TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.
      *     THE CONTROL RECORD TIES THE SIGN-OFF QUEUE TO THE HELD
      *     FILE IT WAS BUILT FROM.
            MOVE SPACES TO VARFLAG-REC.
            MOVE 'C' TO VFL-TYPE.
            MOVE WS-PAY-DATE TO VFL-PAY-DATE.
            MOVE ZERO TO VFL-NET VFL-PREV VFL-AVG.
            WRITE VARFLAG-REC.

       CHECK-PAYROLL-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAYROLL-DATA.
            IF WS-PAY-STATUS NOT = '00'
                DISPLAY "PAYROLL FILE NOT AVAILABLE - STATUS "
                    WS-PAY-STATUS " - NOTHING CHECKED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYROLL-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM CHECK-ONE-PARA
                END-READ
            END-PERFORM.
            IF WS-PAY-STATUS = '00' OR WS-PAY-STATUS = '10'
                CLOSE PAYROLL-DATA
            END-IF.

       CHECK-ONE-PARA.
      *     NET PAY IS CARRIED UNSIGNED AND DEDUCTIONS ARE CAPPED AT
      *     NET, SO A NEGATIVE NET SHOWS UP HERE AS ZERO.
            ADD 1 TO WS-CHECKED-COUNT.
            MOVE SPACES TO WS-FLAGS.
            MOVE ZERO TO WS-PREV-NET WS-AVG-NET WS-PREV-PCT
                WS-AVG-PCT.
            MOVE PAY-EMP-NO TO VFL-EMP-NO.
            PERFORM FIND-HIST-PARA.
            IF WS-HST-HIT = ZERO
                MOVE 'N' TO WS-FLG-NEW
                ADD 1 TO WS-NEW-COUNT
            ELSE
                PERFORM COMPARE-HISTORY-PARA
            END-IF.
            IF NET-SALARY = ZERO
                MOVE 'Z' TO WS-FLG-ZERO
                ADD 1 TO WS-ZERO-COUNT
            END-IF.
            MOVE ZERO TO WS-HLD-HIT.
            PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                UNTIL WS-HLD-IDX > WS-HELD-COUNT
                IF WS-HLD-EMP-NO(WS-HLD-IDX) = PAY-EMP-NO
                    MOVE WS-HLD-IDX TO WS-HLD-HIT
                    MOVE WS-HELD-COUNT TO WS-HLD-IDX
                END-IF
            END-PERFORM.
            IF WS-HLD-HIT > ZERO
                IF WS-HLD-DUP(WS-HLD-HIT) = 'Y'
                    MOVE 'D' TO WS-FLG-DUP
                    ADD 1 TO WS-DUP-COUNT
                END-IF
            END-IF.
            MOVE PAY-EMP-NO TO WS-RDL-EMP-NO.
            MOVE EMP-NAME TO WS-RDL-NAME.
            MOVE NET-SALARY TO WS-RDL-NET.
            MOVE WS-PREV-NET TO WS-RDL-PREV.
            MOVE WS-PREV-PCT TO WS-RDL-PREV-PCT.
            MOVE WS-AVG-NET TO WS-RDL-AVG.
            MOVE WS-AVG-PCT TO WS-RDL-AVG-PCT.
            MOVE WS-FLAGS TO WS-RDL-FLAGS.
            IF WS-FLAGS = SPACES
                MOVE SPACES TO WS-RDL-MARK
            ELSE
                MOVE "SIGN-OFF" TO WS-RDL-MARK
                ADD 1 TO WS-FLAGGED-COUNT
                MOVE SPACES TO VARFLAG-REC
                MOVE 'F' TO VFL-TYPE
                MOVE WS-PAY-DATE TO VFL-PAY-DATE
                MOVE PAY-EMP-NO TO VFL-EMP-NO
                MOVE EMP-NAME TO VFL-NAME
                MOVE NET-SALARY TO VFL-NET
                MOVE WS-PREV-NET TO VFL-PREV
                MOVE WS-AVG-NET TO VFL-AVG
                MOVE WS-FLAGS TO VFL-FLAGS
                WRITE VARFLAG-REC
            END-IF.
            MOVE WS-RPT-DETAIL-LINE TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.

       COMPARE-HISTORY-PARA.
      *     THE LAST SLIP IS THE NEWEST RETAINED PERIOD; THE AVERAGE
      *     IS OVER EVERY RETAINED PERIOD (UP TO THE PARAMETER).
            MOVE WS-HST-NET(WS-HST-HIT WS-HST-COUNT(WS-HST-HIT))
                TO WS-PREV-NET.
            MOVE ZERO TO WS-SUM-NET.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                UNTIL WS-PER-IDX > WS-HST-COUNT(WS-HST-HIT)
                ADD WS-HST-NET(WS-HST-HIT WS-PER-IDX) TO WS-SUM-NET
            END-PERFORM.
            COMPUTE WS-AVG-NET ROUNDED =
                WS-SUM-NET / WS-HST-COUNT(WS-HST-HIT).
            IF WS-PREV-NET > ZERO
                COMPUTE WS-PREV-PCT ROUNDED =
                    (NET-SALARY - WS-PREV-NET) * 100 / WS-PREV-NET
                    ON SIZE ERROR MOVE 9999.9 TO WS-PREV-PCT
                END-COMPUTE
                MOVE WS-PREV-PCT TO WS-ABS-PCT
                IF WS-ABS-PCT > WS-THRESHOLD
                    MOVE 'P' TO WS-FLG-PREV
                    ADD 1 TO WS-PREV-COUNT
                END-IF
            ELSE
                IF NET-SALARY > ZERO
                    MOVE 'P' TO WS-FLG-PREV
                    ADD 1 TO WS-PREV-COUNT
                END-IF
            END-IF.
            IF WS-AVG-NET > ZERO
                COMPUTE WS-AVG-PCT ROUNDED =
                    (NET-SALARY - WS-AVG-NET) * 100 / WS-AVG-NET
                    ON SIZE ERROR MOVE 9999.9 TO WS-AVG-PCT
                END-COMPUTE
                MOVE WS-AVG-PCT TO WS-ABS-PCT
                IF WS-ABS-PCT > WS-THRESHOLD
                    MOVE 'A' TO WS-FLG-AVG
                    ADD 1 TO WS-AVG-COUNT
                END-IF
            ELSE
                IF NET-SALARY > ZERO
                    MOVE 'A' TO WS-FLG-AVG
                    ADD 1 TO WS-AVG-COUNT
                END-IF
            END-IF.

       WRITE-TOTALS-PARA.
            MOVE SPACES TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.
            MOVE "EMPLOYEES CHECKED" TO WS-RCL-TEXT.
            MOVE WS-CHECKED-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "P  CHANGE ON LAST SLIP OVER LIMIT"
                TO WS-RCL-TEXT.
            MOVE WS-PREV-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "A  CHANGE AGAINST AVERAGE OVER LIMIT" TO WS-RCL-TEXT.
            MOVE WS-AVG-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "N  FIRST-TIME PAYEE" TO WS-RCL-TEXT.
            MOVE WS-NEW-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "Z  ZERO NET PAY" TO WS-RCL-TEXT.
            MOVE WS-ZERO-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "D  BANK ACCOUNT SHARED"
                TO WS-RCL-TEXT.
            MOVE WS-DUP-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE "LINES FOR SUPERVISOR SIGN-OFF" TO WS-RCL-TEXT.
            MOVE WS-FLAGGED-COUNT TO WS-RCL-COUNT.
            PERFORM PUT-COUNT-PARA.
            MOVE SPACES TO VARIANCE-LINE.
            IF WS-FLAGGED-COUNT > ZERO
                STRING "BANK FILE HELD UNTIL THE FLAGGED LINES ARE "
                    "SIGNED OFF (PAYRELEASE)" DELIMITED BY SIZE
                    INTO VARIANCE-LINE
            ELSE
                STRING "NOTHING FLAGGED - BANK FILE READY FOR "
                    "RELEASE (PAYRELEASE)" DELIMITED BY SIZE
                    INTO VARIANCE-LINE
            END-IF.
            WRITE VARIANCE-LINE.

       PUT-COUNT-PARA.
            MOVE WS-RPT-COUNT-LINE TO VARIANCE-LINE.
            WRITE VARIANCE-LINE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\EMPPAYROLL.txt'
                TO WS-PAYROLL-DATA-PATH
            ACCEPT WS-PAYROLL-DATA-PATH FROM ENVIRONMENT 'PAYROLL_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankPayHeld.txt'
                TO WS-BANK-HELD-PATH
            ACCEPT WS-BANK-HELD-PATH FROM ENVIRONMENT 'BANK_PAY_HELD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                FROM ENVIRONMENT 'PAYSLIP_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayVarianceParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH
                FROM ENVIRONMENT 'PAY_VARIANCE_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayVarianceReport.txt'
                TO WS-VARIANCE-RPT-PATH
            ACCEPT WS-VARIANCE-RPT-PATH
                FROM ENVIRONMENT 'PAY_VARIANCE_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayVarianceFlags.txt'
                TO WS-VARFLAG-PATH
            ACCEPT WS-VARFLAG-PATH
                FROM ENVIRONMENT 'PAY_VARIANCE_FLAGS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PAYVARCHK.
