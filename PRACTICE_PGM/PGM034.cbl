      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- monthly statutory withholding
      *                return, so the return stops being added up from
      *                payslips by hand. Every slip retained on
      *                PayslipHistory.txt with a pay date in the return
      *                month (TaxReturnParm.txt names the month, the
      *                employer reference and the employer name; no
      *                month means the month before the business date)
      *                is read for the employee's name, gross, taxable
      *                pay and tax withheld, and totalled per employee.
      *                A payroll rerun for the same pay date replaces
      *                the earlier slip rather than doubling it. Each
      *                employee's YTD withholding from YTDFile.txt is
      *                shown alongside as a cross-check. The printed
      *                schedule (TaxReturnSchedule.txt) lists every
      *                employee with the employer totals and a
      *                reconciliation of each pay date's withholding
      *                to the tax PAYJOURNAL posted for that date
      *                (PayJournalLog.txt, latest run per date). Only
      *                when every pay date agrees is the fixed-format
      *                submission file (TaxReturnFile.txt -- 'H'
      *                header, one 'D' line per employee, 'T' trailer
      *                with record count and gross, taxable and tax
      *                totals) written. RETURN-CODE 0 clean, 4 warning
      *                (an employee missing from or short on the YTD
      *                file, a slip retained before the TAXABLE line
      *                existed, or a nil month), 8 the reconciliation
      *                failed and no submission file was produced, or
      *                there was no payslip history, 16 a work table
      *                overflowed.
      * 10/15/2026 SWL The payroll journal log record now ends with the
      *                employer contribution total; the layout here
      *                follows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSH-STATUS.

            SELECT YTD-FILE ASSIGN TO DYNAMIC WS-YTD-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

            SELECT JOURNAL-LOG ASSIGN TO DYNAMIC WS-JOURNAL-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

            SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SUBMISSION-FILE ASSIGN TO DYNAMIC
            WS-SUBMISSION-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYSLIP-HISTORY.
       01 PSH-REC.
           05 PSH-EMP-NO PIC X(5).
           05 PSH-PAY-DATE PIC 9(8).
           05 PSH-LINE PIC X(60).

       FD YTD-FILE.
       01 YTD-REC.
           05 YTD-EMP-NO PIC X(5).
           05 YTD-YEAR PIC 9(4).
           05 YTD-HOURS PIC 9(7).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-WITHHOLD PIC 9(8)V99.
           05 YTD-NET PIC 9(9)V99.

       FD JOURNAL-LOG.
       01 JOURNAL-LOG-REC.
           05 PJL-PAY-DATE PIC 9(8).
           05 PJL-LINES PIC 9(7).
           05 PJL-GROSS PIC 9(13)V99.
           05 PJL-TAX PIC 9(13)V99.
           05 PJL-LIAB PIC 9(13)V99.
           05 PJL-ER PIC 9(13)V99.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-MONTH PIC X(6).
           05 PARM-EMPLOYER-REF PIC X(12).
           05 PARM-EMPLOYER PIC X(30).

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(80).

       FD SUBMISSION-FILE.
       01 SUBMISSION-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PSH-STATUS PIC X(2).
       01 WS-YTD-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-RETURN-MONTH PIC 9(6) VALUE ZERO.
       01 WS-RETURN-MONTH-PARTS REDEFINES WS-RETURN-MONTH.
           05 WS-RM-YEAR PIC 9(4).
           05 WS-RM-MONTH PIC 9(2).
       01 WS-EMPLOYER-REF PIC X(12) VALUE SPACES.
       01 WS-EMPLOYER PIC X(30) VALUE SPACES.

      * ONE ENTRY PER RETAINED SLIP (EMPLOYEE AND PAY DATE) IN THE
      * RETURN MONTH. FIGURES ARE MOVED, NOT ADDED, SO A SLIP
      * REPRINTED BY A RERUN OF THE SAME PAY DATE REPLACES THE
      * EARLIER ONE.
       01 WS-SLIP-TABLE.
           05 WS-SLIP-ENTRY OCCURS 1000 TIMES.
               10 WS-SLP-EMP-NO PIC X(5).
               10 WS-SLP-DATE PIC 9(8).
               10 WS-SLP-NAME PIC X(20).
               10 WS-SLP-GROSS PIC 9(7)V99.
               10 WS-SLP-TAXABLE PIC 9(7)V99.
               10 WS-SLP-TAX PIC 9(7)V99.
               10 WS-SLP-TXB-SEEN PIC X(1).
       01 WS-SLIP-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-SLIP-COUNT PIC 9(4) VALUE 1000.
       01 WS-SLP-IDX PIC 9(4).
       01 WS-SLP-HIT PIC 9(4) VALUE ZERO.

      * EMPLOYEE TOTALS FOR THE MONTH, KEPT IN EMP-NO ORDER BY
      * SORTED INSERTION SO THE SCHEDULE AND THE SUBMISSION FILE
      * COME OUT IN EMPLOYEE ORDER.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 200 TIMES.
               10 WS-EMP-NO PIC X(5).
               10 WS-EMP-NAME PIC X(20).
               10 WS-EMP-GROSS PIC 9(9)V99.
               10 WS-EMP-TAXABLE PIC 9(9)V99.
               10 WS-EMP-TAX PIC 9(9)V99.
               10 WS-EMP-YTD-TAX PIC 9(8)V99.
               10 WS-EMP-FLAG PIC X(1).
       01 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-EMP-COUNT PIC 9(3) VALUE 200.
       01 WS-EMP-IDX PIC 9(3).
       01 WS-EMP-HIT PIC 9(3).
       01 WS-EMP-MOVE PIC 9(3).

      * ONE ENTRY PER PAY DATE IN THE MONTH -- THE TAX THE SLIPS SAY
      * WAS WITHHELD AGAINST THE TAX THE JOURNAL POSTED.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 60 TIMES.
               10 WS-DTE-DATE PIC 9(8).
               10 WS-DTE-SLIP-TAX PIC 9(11)V99.
               10 WS-DTE-JRN-TAX PIC 9(13)V99.
               10 WS-DTE-POSTED PIC X(1).
       01 WS-DATE-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-DATE-COUNT PIC 9(2) VALUE 60.
       01 WS-DTE-IDX PIC 9(2).
       01 WS-DTE-HIT PIC 9(2).
       01 WS-FIND-DATE PIC 9(8).

      * SLIP AMOUNTS ARE RETAINED AS PRINTED -- DE-EDITED BACK TO
      * NUMBERS THROUGH THIS FIELD.
       01 WS-AMT-EDIT PIC Z(7)9.99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT PIC X(11).
       01 WS-AMT-NUM PIC 9(7)V99.

       77 WS-TOTAL-GROSS PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-TAXABLE PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-TAX PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-JRN-TAX PIC 9(13)V99 VALUE ZERO.
       77 WS-NO-TXB-COUNT PIC 9(5) VALUE ZERO.
       77 WS-YTD-WARN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
       77 WS-SUB-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DIFF PIC S9(13)V99.

      * PRINTED SCHEDULE LINES.
       01 WS-SCH-TITLE-LINE.
           05 FILLER PIC X(35)
               VALUE "MONTHLY WITHHOLDING RETURN - MONTH ".
           05 WS-SCH-MONTH PIC 9(6).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 WS-SCH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(21) VALUE SPACES.
       01 WS-SCH-EMPLOYER-LINE.
           05 FILLER PIC X(11) VALUE "EMPLOYER : ".
           05 WS-SCH-EMPLOYER PIC X(30).
           05 FILLER PIC X(8) VALUE "   REF: ".
           05 WS-SCH-REF PIC X(12).
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-SCH-HEAD-LINE.
           05 FILLER PIC X(27) VALUE "EMP NO NAME".
           05 FILLER PIC X(12) VALUE "       GROSS".
           05 FILLER PIC X(12) VALUE "     TAXABLE".
           05 FILLER PIC X(12) VALUE "    WITHHELD".
           05 FILLER PIC X(12) VALUE "     YTD TAX".
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-SCH-DETAIL-LINE.
           05 WS-SCD-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SCD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCD-GROSS PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCD-TAXABLE PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCD-TAX PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCD-YTD-TAX PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCD-FLAG PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-SCH-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE "EMPLOYER TOTALS (".
           05 WS-SCT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ") ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCT-GROSS PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCT-TAXABLE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCT-TAX PIC Z(9)9.99.
           05 FILLER PIC X(14) VALUE SPACES.
       01 WS-SCH-RECON-LINE.
           05 FILLER PIC X(9) VALUE "PAY DATE ".
           05 WS-SCR-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  PAYSLIPS".
           05 WS-SCR-SLIP-TAX PIC Z(10)9.99.
           05 FILLER PIC X(9) VALUE "  JOURNAL".
           05 WS-SCR-JRN-TAX PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SCR-STATUS PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-SCH-RECON-TOTAL.
           05 FILLER PIC X(17) VALUE "MONTH TOTAL      ".
           05 FILLER PIC X(10) VALUE "  PAYSLIPS".
           05 WS-SRT-SLIP-TAX PIC Z(10)9.99.
           05 FILLER PIC X(9) VALUE "  JOURNAL".
           05 WS-SRT-JRN-TAX PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SRT-DIFF PIC -(10)9.99.

      * FIXED-FORMAT SUBMISSION RECORDS.
       01 WS-SUB-HEADER.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-SBH-REF PIC X(12).
           05 WS-SBH-MONTH PIC 9(6).
           05 WS-SBH-RUN-DATE PIC 9(8).
           05 WS-SBH-EMPLOYER PIC X(30).
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-SUB-DETAIL.
           05 FILLER PIC X(1) VALUE 'D'.
           05 WS-SBD-EMP-NO PIC X(5).
           05 WS-SBD-NAME PIC X(20).
           05 WS-SBD-GROSS PIC 9(9)V99.
           05 WS-SBD-TAXABLE PIC 9(9)V99.
           05 WS-SBD-TAX PIC 9(9)V99.
           05 FILLER PIC X(21) VALUE SPACES.
       01 WS-SUB-TRAILER.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-SBT-COUNT PIC 9(5).
           05 WS-SBT-GROSS PIC 9(11)V99.
           05 WS-SBT-TAXABLE PIC 9(11)V99.
           05 WS-SBT-TAX PIC 9(11)V99.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-YTD-FILE-PATH PIC X(60).
       01 WS-JOURNAL-LOG-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-SCHEDULE-PATH PIC X(60).
       01 WS-SUBMISSION-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (YTD
      * CROSS-CHECK, A SLIP WITHOUT A TAXABLE LINE, OR A NIL MONTH),
      * 8 RECONCILIATION FAILED (NO SUBMISSION FILE) OR NO PAYSLIP
      * HISTORY, 16 A WORK TABLE OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            PERFORM READ-PARM.
            PERFORM LOAD-SLIPS-PARA.
            IF WS-RETURN-CODE >= 8
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM BUILD-EMPLOYEES-PARA.
            PERFORM LOAD-JOURNAL-LOG-PARA.
            PERFORM LOAD-YTD-PARA.
            PERFORM RECONCILE-PARA.
            PERFORM WRITE-SCHEDULE-PARA.
            IF WS-MISMATCH-COUNT = ZERO
                PERFORM WRITE-SUBMISSION-PARA
            ELSE
                DISPLAY "WITHHOLDING RETURN FOR " WS-RETURN-MONTH
                    " DOES NOT RECONCILE - " WS-MISMATCH-COUNT
                    " PAY DATES - SUBMISSION FILE NOT PRODUCED"
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-PARM.
      *     THE MONTH DEFAULTS TO THE ONE BEFORE THE BUSINESS DATE --
      *     THE RETURN IS PREPARED AFTER THE MONTH HAS CLOSED.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-MONTH IS NUMERIC
                            MOVE PARM-MONTH TO WS-RETURN-MONTH
                        END-IF
                        MOVE PARM-EMPLOYER-REF TO WS-EMPLOYER-REF
                        MOVE PARM-EMPLOYER TO WS-EMPLOYER
                END-READ
                CLOSE PARM-FILE
            END-IF.
            IF WS-RETURN-MONTH = ZERO OR WS-RM-MONTH = ZERO OR
                WS-RM-MONTH > 12
                MOVE WS-RUN-DATE(1:6) TO WS-RETURN-MONTH
                IF WS-RM-MONTH = 1
                    SUBTRACT 1 FROM WS-RM-YEAR
                    MOVE 12 TO WS-RM-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-RM-MONTH
                END-IF
            END-IF.
            DISPLAY "WITHHOLDING RETURN FOR MONTH " WS-RETURN-MONTH.

       LOAD-SLIPS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PSH-STATUS NOT = '00'
                DISPLAY "PAYSLIP HISTORY NOT AVAILABLE - STATUS "
                    WS-PSH-STATUS " - NO RETURN PRODUCED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYSLIP-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PSH-PAY-DATE(1:6) = WS-RETURN-MONTH
                            PERFORM POST-SLIP-LINE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PSH-STATUS = '00' OR WS-PSH-STATUS = '10'
                CLOSE PAYSLIP-HISTORY
            END-IF.

       POST-SLIP-LINE-PARA.
      *     ONLY THE NAME, GROSS, TAXABLE AND WITHHELD LINES OF A
      *     SLIP CARRY WHAT THE RETURN NEEDS; THE REST IS SKIPPED.
            EVALUATE PSH-LINE(1:9)
                WHEN "EMP NO  :"
                    PERFORM FIND-SLIP-PARA THRU FIND-SLIP-EXIT
                    MOVE PSH-LINE(25:20) TO WS-SLP-NAME(WS-SLP-HIT)
                WHEN "GROSS   :"
                    PERFORM FIND-SLIP-PARA THRU FIND-SLIP-EXIT
                    PERFORM DE-EDIT-PARA
                    MOVE WS-AMT-NUM TO WS-SLP-GROSS(WS-SLP-HIT)
                WHEN "TAXABLE :"
                    PERFORM FIND-SLIP-PARA THRU FIND-SLIP-EXIT
                    PERFORM DE-EDIT-PARA
                    MOVE WS-AMT-NUM TO WS-SLP-TAXABLE(WS-SLP-HIT)
                    MOVE 'Y' TO WS-SLP-TXB-SEEN(WS-SLP-HIT)
                WHEN "WITHHELD:"
                    PERFORM FIND-SLIP-PARA THRU FIND-SLIP-EXIT
                    PERFORM DE-EDIT-PARA
                    MOVE WS-AMT-NUM TO WS-SLP-TAX(WS-SLP-HIT)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       DE-EDIT-PARA.
            MOVE PSH-LINE(10:11) TO WS-AMT-EDIT-X.
            MOVE WS-AMT-EDIT TO WS-AMT-NUM.

       FIND-SLIP-PARA.
      *     A SLIP'S LINES ARE RETAINED TOGETHER, SO THE LAST ENTRY
      *     HIT IS TRIED BEFORE THE TABLE IS SEARCHED.
            IF WS-SLP-HIT > ZERO
                IF WS-SLP-EMP-NO(WS-SLP-HIT) = PSH-EMP-NO AND
                    WS-SLP-DATE(WS-SLP-HIT) = PSH-PAY-DATE
                    GO TO FIND-SLIP-EXIT
                END-IF
            END-IF.
            MOVE ZERO TO WS-SLP-HIT.
            PERFORM VARYING WS-SLP-IDX FROM 1 BY 1
                UNTIL WS-SLP-IDX > WS-SLIP-COUNT
                IF WS-SLP-EMP-NO(WS-SLP-IDX) = PSH-EMP-NO AND
                    WS-SLP-DATE(WS-SLP-IDX) = PSH-PAY-DATE
                    MOVE WS-SLP-IDX TO WS-SLP-HIT
                    MOVE WS-SLIP-COUNT TO WS-SLP-IDX
                END-IF
            END-PERFORM.
            IF WS-SLP-HIT = ZERO
                IF WS-SLIP-COUNT >= MAX-SLIP-COUNT
                    DISPLAY "SLIP TABLE EXCEEDS CAPACITY OF "
                        MAX-SLIP-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SLIP-COUNT
                MOVE WS-SLIP-COUNT TO WS-SLP-HIT
                MOVE PSH-EMP-NO TO WS-SLP-EMP-NO(WS-SLP-HIT)
                MOVE PSH-PAY-DATE TO WS-SLP-DATE(WS-SLP-HIT)
                MOVE SPACES TO WS-SLP-NAME(WS-SLP-HIT)
                MOVE ZERO TO WS-SLP-GROSS(WS-SLP-HIT)
                MOVE ZERO TO WS-SLP-TAXABLE(WS-SLP-HIT)
                MOVE ZERO TO WS-SLP-TAX(WS-SLP-HIT)
                MOVE 'N' TO WS-SLP-TXB-SEEN(WS-SLP-HIT)
            END-IF.
       FIND-SLIP-EXIT.
            EXIT.

       BUILD-EMPLOYEES-PARA.
            PERFORM VARYING WS-SLP-IDX FROM 1 BY 1
                UNTIL WS-SLP-IDX > WS-SLIP-COUNT
                PERFORM ADD-SLIP-PARA
            END-PERFORM.
            IF WS-SLIP-COUNT = ZERO
                DISPLAY "NO PAYSLIPS RETAINED FOR MONTH "
                    WS-RETURN-MONTH " - NIL RETURN"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       ADD-SLIP-PARA.
      *     A SLIP RETAINED BEFORE THE TAXABLE LINE EXISTED IS
      *     RETURNED WITH ITS GROSS AS THE TAXABLE PAY.
            IF WS-SLP-TXB-SEEN(WS-SLP-IDX) NOT = 'Y'
                MOVE WS-SLP-GROSS(WS-SLP-IDX)
                    TO WS-SLP-TAXABLE(WS-SLP-IDX)
                ADD 1 TO WS-NO-TXB-COUNT
                DISPLAY "SLIP FOR " WS-SLP-EMP-NO(WS-SLP-IDX)
                    " PAID " WS-SLP-DATE(WS-SLP-IDX)
                    " HAS NO TAXABLE LINE - GROSS USED"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            PERFORM FIND-EMP-PARA.
            ADD WS-SLP-GROSS(WS-SLP-IDX) TO WS-EMP-GROSS(WS-EMP-HIT).
            ADD WS-SLP-TAXABLE(WS-SLP-IDX)
                TO WS-EMP-TAXABLE(WS-EMP-HIT).
            ADD WS-SLP-TAX(WS-SLP-IDX) TO WS-EMP-TAX(WS-EMP-HIT).
            IF WS-SLP-NAME(WS-SLP-IDX) NOT = SPACES
                MOVE WS-SLP-NAME(WS-SLP-IDX) TO WS-EMP-NAME(WS-EMP-HIT)
            END-IF.
            ADD WS-SLP-GROSS(WS-SLP-IDX) TO WS-TOTAL-GROSS.
            ADD WS-SLP-TAXABLE(WS-SLP-IDX) TO WS-TOTAL-TAXABLE.
            ADD WS-SLP-TAX(WS-SLP-IDX) TO WS-TOTAL-TAX.
            MOVE WS-SLP-DATE(WS-SLP-IDX) TO WS-FIND-DATE.
            PERFORM FIND-DATE-PARA.
            ADD WS-SLP-TAX(WS-SLP-IDX) TO WS-DTE-SLIP-TAX(WS-DTE-HIT).

       FIND-EMP-PARA.
            MOVE ZERO TO WS-EMP-HIT.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-NO(WS-EMP-IDX) = WS-SLP-EMP-NO(WS-SLP-IDX)
                    MOVE WS-EMP-IDX TO WS-EMP-HIT
                    MOVE WS-EMP-COUNT TO WS-EMP-IDX
                END-IF
            END-PERFORM.
            IF WS-EMP-HIT = ZERO
                IF WS-EMP-COUNT >= MAX-EMP-COUNT
                    DISPLAY "EMPLOYEE TABLE EXCEEDS CAPACITY OF "
                        MAX-EMP-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
      *         SLIDE HIGHER EMP-NOS UP ONE SLOT SO THE RETURN COMES
      *         OUT IN EMPLOYEE ORDER.
                MOVE WS-EMP-COUNT TO WS-EMP-MOVE
                ADD 1 TO WS-EMP-COUNT
                PERFORM UNTIL WS-EMP-MOVE < 1 OR
                    WS-EMP-NO(WS-EMP-MOVE) < WS-SLP-EMP-NO(WS-SLP-IDX)
                    COMPUTE WS-EMP-IDX = WS-EMP-MOVE + 1
                    MOVE WS-EMP-ENTRY(WS-EMP-MOVE)
                        TO WS-EMP-ENTRY(WS-EMP-IDX)
                    SUBTRACT 1 FROM WS-EMP-MOVE
                END-PERFORM
                COMPUTE WS-EMP-HIT = WS-EMP-MOVE + 1
                MOVE WS-SLP-EMP-NO(WS-SLP-IDX) TO WS-EMP-NO(WS-EMP-HIT)
                MOVE SPACES TO WS-EMP-NAME(WS-EMP-HIT)
                MOVE ZERO TO WS-EMP-GROSS(WS-EMP-HIT)
                MOVE ZERO TO WS-EMP-TAXABLE(WS-EMP-HIT)
                MOVE ZERO TO WS-EMP-TAX(WS-EMP-HIT)
                MOVE ZERO TO WS-EMP-YTD-TAX(WS-EMP-HIT)
                MOVE '*' TO WS-EMP-FLAG(WS-EMP-HIT)
            END-IF.

       FIND-DATE-PARA.
            MOVE ZERO TO WS-DTE-HIT.
            PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                UNTIL WS-DTE-IDX > WS-DATE-COUNT
                IF WS-DTE-DATE(WS-DTE-IDX) = WS-FIND-DATE
                    MOVE WS-DTE-IDX TO WS-DTE-HIT
                    MOVE WS-DATE-COUNT TO WS-DTE-IDX
                END-IF
            END-PERFORM.
            IF WS-DTE-HIT = ZERO
                IF WS-DATE-COUNT >= MAX-DATE-COUNT
                    DISPLAY "PAY DATE TABLE EXCEEDS CAPACITY OF "
                        MAX-DATE-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-DATE-COUNT TO WS-DTE-IDX
                ADD 1 TO WS-DATE-COUNT
                PERFORM UNTIL WS-DTE-IDX < 1 OR
                    WS-DTE-DATE(WS-DTE-IDX) < WS-FIND-DATE
                    MOVE WS-DATE-ENTRY(WS-DTE-IDX)
                        TO WS-DATE-ENTRY(WS-DTE-IDX + 1)
                    SUBTRACT 1 FROM WS-DTE-IDX
                END-PERFORM
                COMPUTE WS-DTE-HIT = WS-DTE-IDX + 1
                MOVE WS-FIND-DATE TO WS-DTE-DATE(WS-DTE-HIT)
                MOVE ZERO TO WS-DTE-SLIP-TAX(WS-DTE-HIT)
                MOVE ZERO TO WS-DTE-JRN-TAX(WS-DTE-HIT)
                MOVE 'N' TO WS-DTE-POSTED(WS-DTE-HIT)
            END-IF.

       LOAD-JOURNAL-LOG-PARA.
      *     THE LATEST RECORD FOR A PAY DATE IS THE POSTING -- A
      *     RERUN OF PAYJOURNAL REPLACES ITS EXTRACT. A POSTED DATE
      *     WITH NO RETAINED SLIPS STILL GOES INTO THE
      *     RECONCILIATION, WHERE IT CANNOT AGREE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT JOURNAL-LOG.
            IF WS-LOG-STATUS NOT = '00'
                DISPLAY "PAYROLL JOURNAL LOG NOT AVAILABLE - STATUS "
                    WS-LOG-STATUS " - NOTHING TO RECONCILE TO"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ JOURNAL-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PJL-PAY-DATE(1:6) = WS-RETURN-MONTH
                            MOVE PJL-PAY-DATE TO WS-FIND-DATE
                            PERFORM FIND-DATE-PARA
                            MOVE PJL-TAX TO WS-DTE-JRN-TAX(WS-DTE-HIT)
                            MOVE 'Y' TO WS-DTE-POSTED(WS-DTE-HIT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '10'
                CLOSE JOURNAL-LOG
            END-IF.

       LOAD-YTD-PARA.
      *     CROSS-CHECK ONLY -- AN EMPLOYEE WITH NO YTD ROW FOR THE
      *     RETURN YEAR, OR WHOSE YTD WITHHOLDING IS LESS THAN THIS
      *     MONTH'S, IS FLAGGED ON THE SCHEDULE FOR PAYROLL TO LOOK
      *     AT; THE RETURN ITSELF STANDS ON THE SLIPS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS NOT = '00'
                DISPLAY "YTD FILE NOT AVAILABLE - STATUS "
                    WS-YTD-STATUS " - NO YTD CROSS-CHECK"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ YTD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF YTD-YEAR = WS-RM-YEAR
                            PERFORM MATCH-YTD-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
                CLOSE YTD-FILE
            END-IF.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-FLAG(WS-EMP-IDX) NOT = SPACE
                    ADD 1 TO WS-YTD-WARN-COUNT
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-PERFORM.

       MATCH-YTD-PARA.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-NO(WS-EMP-IDX) = YTD-EMP-NO
                    MOVE YTD-WITHHOLD TO WS-EMP-YTD-TAX(WS-EMP-IDX)
                    IF YTD-WITHHOLD < WS-EMP-TAX(WS-EMP-IDX)
                        MOVE '!' TO WS-EMP-FLAG(WS-EMP-IDX)
                    ELSE
                        MOVE SPACE TO WS-EMP-FLAG(WS-EMP-IDX)
                    END-IF
                    MOVE WS-EMP-COUNT TO WS-EMP-IDX
                END-IF
            END-PERFORM.

       RECONCILE-PARA.
            MOVE ZERO TO WS-MISMATCH-COUNT.
            MOVE ZERO TO WS-TOTAL-JRN-TAX.
            PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                UNTIL WS-DTE-IDX > WS-DATE-COUNT
                ADD WS-DTE-JRN-TAX(WS-DTE-IDX) TO WS-TOTAL-JRN-TAX
                IF WS-DTE-POSTED(WS-DTE-IDX) NOT = 'Y' OR
                    WS-DTE-SLIP-TAX(WS-DTE-IDX) NOT =
                    WS-DTE-JRN-TAX(WS-DTE-IDX)
                    ADD 1 TO WS-MISMATCH-COUNT
                END-IF
            END-PERFORM.

       WRITE-SCHEDULE-PARA.
            OPEN OUTPUT SCHEDULE-FILE.
            MOVE WS-RETURN-MONTH TO WS-SCH-MONTH.
            MOVE WS-RUN-DATE TO WS-SCH-RUN-DATE.
            MOVE WS-SCH-TITLE-LINE TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE WS-EMPLOYER TO WS-SCH-EMPLOYER.
            MOVE WS-EMPLOYER-REF TO WS-SCH-REF.
            MOVE WS-SCH-EMPLOYER-LINE TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE SPACES TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE WS-SCH-HEAD-LINE TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE ALL '-' TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                MOVE WS-EMP-NO(WS-EMP-IDX) TO WS-SCD-EMP-NO
                MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-SCD-NAME
                MOVE WS-EMP-GROSS(WS-EMP-IDX) TO WS-SCD-GROSS
                MOVE WS-EMP-TAXABLE(WS-EMP-IDX) TO WS-SCD-TAXABLE
                MOVE WS-EMP-TAX(WS-EMP-IDX) TO WS-SCD-TAX
                MOVE WS-EMP-YTD-TAX(WS-EMP-IDX) TO WS-SCD-YTD-TAX
                MOVE WS-EMP-FLAG(WS-EMP-IDX) TO WS-SCD-FLAG
                MOVE WS-SCH-DETAIL-LINE TO SCHEDULE-LINE
                WRITE SCHEDULE-LINE
            END-PERFORM.
            MOVE ALL '-' TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE WS-EMP-COUNT TO WS-SCT-COUNT.
            MOVE WS-TOTAL-GROSS TO WS-SCT-GROSS.
            MOVE WS-TOTAL-TAXABLE TO WS-SCT-TAXABLE.
            MOVE WS-TOTAL-TAX TO WS-SCT-TAX.
            MOVE WS-SCH-TOTAL-LINE TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            IF WS-YTD-WARN-COUNT > ZERO
                MOVE SPACES TO SCHEDULE-LINE
                STRING '* NO YTD ROW FOR THE YEAR   ' DELIMITED BY SIZE
                    '! YTD TAX BELOW THE MONTH''S' DELIMITED BY SIZE
                    INTO SCHEDULE-LINE
                END-STRING
                WRITE SCHEDULE-LINE
            END-IF.
            MOVE SPACES TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE "RECONCILIATION TO TAX POSTED BY PAYJOURNAL"
                TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE ALL '-' TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                UNTIL WS-DTE-IDX > WS-DATE-COUNT
                MOVE WS-DTE-DATE(WS-DTE-IDX) TO WS-SCR-DATE
                MOVE WS-DTE-SLIP-TAX(WS-DTE-IDX) TO WS-SCR-SLIP-TAX
                MOVE WS-DTE-JRN-TAX(WS-DTE-IDX) TO WS-SCR-JRN-TAX
                IF WS-DTE-POSTED(WS-DTE-IDX) NOT = 'Y'
                    MOVE "NOT POSTED" TO WS-SCR-STATUS
                ELSE
                    IF WS-DTE-SLIP-TAX(WS-DTE-IDX) =
                        WS-DTE-JRN-TAX(WS-DTE-IDX)
                        MOVE "AGREED" TO WS-SCR-STATUS
                    ELSE
                        MOVE "MISMATCH" TO WS-SCR-STATUS
                    END-IF
                END-IF
                MOVE WS-SCH-RECON-LINE TO SCHEDULE-LINE
                WRITE SCHEDULE-LINE
            END-PERFORM.
            MOVE WS-TOTAL-TAX TO WS-SRT-SLIP-TAX.
            MOVE WS-TOTAL-JRN-TAX TO WS-SRT-JRN-TAX.
            COMPUTE WS-DIFF = WS-TOTAL-TAX - WS-TOTAL-JRN-TAX.
            MOVE WS-DIFF TO WS-SRT-DIFF.
            MOVE WS-SCH-RECON-TOTAL TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            MOVE SPACES TO SCHEDULE-LINE.
            WRITE SCHEDULE-LINE.
            IF WS-MISMATCH-COUNT = ZERO
                MOVE "RECONCILED - SUBMISSION FILE PRODUCED"
                    TO SCHEDULE-LINE
            ELSE
                MOVE SPACES TO SCHEDULE-LINE
                STRING 'DOES NOT RECONCILE - ' DELIMITED BY SIZE
                    'SUBMISSION FILE NOT PRODUCED' DELIMITED BY SIZE
                    INTO SCHEDULE-LINE
                END-STRING
            END-IF.
            WRITE SCHEDULE-LINE.
            CLOSE SCHEDULE-FILE.

       WRITE-SUBMISSION-PARA.
            OPEN OUTPUT SUBMISSION-FILE.
            MOVE WS-EMPLOYER-REF TO WS-SBH-REF.
            MOVE WS-RETURN-MONTH TO WS-SBH-MONTH.
            MOVE WS-RUN-DATE TO WS-SBH-RUN-DATE.
            MOVE WS-EMPLOYER TO WS-SBH-EMPLOYER.
            MOVE WS-SUB-HEADER TO SUBMISSION-REC.
            WRITE SUBMISSION-REC.
            MOVE ZERO TO WS-SUB-COUNT.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                MOVE WS-EMP-NO(WS-EMP-IDX) TO WS-SBD-EMP-NO
                MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-SBD-NAME
                MOVE WS-EMP-GROSS(WS-EMP-IDX) TO WS-SBD-GROSS
                MOVE WS-EMP-TAXABLE(WS-EMP-IDX) TO WS-SBD-TAXABLE
                MOVE WS-EMP-TAX(WS-EMP-IDX) TO WS-SBD-TAX
                MOVE WS-SUB-DETAIL TO SUBMISSION-REC
                WRITE SUBMISSION-REC
                ADD 1 TO WS-SUB-COUNT
            END-PERFORM.
            MOVE WS-SUB-COUNT TO WS-SBT-COUNT.
            MOVE WS-TOTAL-GROSS TO WS-SBT-GROSS.
            MOVE WS-TOTAL-TAXABLE TO WS-SBT-TAXABLE.
            MOVE WS-TOTAL-TAX TO WS-SBT-TAX.
            MOVE WS-SUB-TRAILER TO SUBMISSION-REC.
            WRITE SUBMISSION-REC.
            CLOSE SUBMISSION-FILE.
            DISPLAY "WITHHOLDING RETURN FOR " WS-RETURN-MONTH " - "
                WS-SUB-COUNT " EMPLOYEES, TAX " WS-TOTAL-TAX.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                FROM ENVIRONMENT 'PAYSLIP_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\YTDFile.txt'
                TO WS-YTD-FILE-PATH
            ACCEPT WS-YTD-FILE-PATH FROM ENVIRONMENT 'YTD_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayJournalLog.txt'
                TO WS-JOURNAL-LOG-PATH
            ACCEPT WS-JOURNAL-LOG-PATH
                FROM ENVIRONMENT 'PAY_JOURNAL_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TaxReturnParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH
                FROM ENVIRONMENT 'TAX_RETURN_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TaxReturnSchedule.txt'
                TO WS-SCHEDULE-PATH
            ACCEPT WS-SCHEDULE-PATH
                FROM ENVIRONMENT 'TAX_RETURN_SCHEDULE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TaxReturnFile.txt'
                TO WS-SUBMISSION-PATH
            ACCEPT WS-SUBMISSION-PATH
                FROM ENVIRONMENT 'TAX_RETURN_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM TAXRETURN.
