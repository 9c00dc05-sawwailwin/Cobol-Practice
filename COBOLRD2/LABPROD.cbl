      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: WEEKLY LABOUR PRODUCTIVITY BY BRANCH AND REGION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- how much work each branch's
      *                staff get through, for the week ending on the
      *                business date. Units handled are the units the
      *                branch issued (option 1), received (option 2)
      *                and transferred out or in (options 4 and 6) on
      *                MovementDetail.dat, a reversal and the movement
      *                it backed out cancelling. Paid hours are the
      *                TimesheetHistory.txt days of the staff
      *                EMPLOYEEDATA.txt assigns to the branch -- a
      *                worked day at its hours, a paid-leave day ('H'
      *                or 'S') at the standard eight, an unpaid day at
      *                nothing -- and the labour cost is those hours at
      *                each employee's hourly rate, straight time. Per
      *                branch the report shows units, paid hours, units
      *                per paid hour and labour cost per unit, then
      *                compares the units per hour with the branch's
      *                own trailing average (LABPROD_WEEKS weeks before
      *                this one, default 004, at most 052 -- total units
      *                over total hours) and with the median of its
      *                region's branches this week. Branches are listed
      *                by region as the branch master assigns them,
      *                each region closed by its total, then the chain.
      *                RETURN-CODE 0 clean, 4 warning (hours for staff
      *                with no branch assignment, a movement at a
      *                branch not on the master, or an impossible
      *                timesheet entry), 8 the movement detail or the
      *                timesheet history could not be read, 16 a table
      *                overflowed.
      * 10/15/2026 SWL A worked day keyed at another branch (the
      *                timesheet's new worked-at branch) counts its
      *                hours and cost at that branch, matching the
      *                payroll's labour distribution; leave days stay
      *                with the branch the employee is assigned to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABPROD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MD-STATUS.
           SELECT TIMESHEET-HISTORY ASSIGN TO DYNAMIC WS-TS-HIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSH-STATUS.
           SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
           WS-EMPLOYEE-DATA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMD-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT REGION-MASTER ASSIGN TO DYNAMIC
           WS-REGION-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RGN-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-DETAIL.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY MOVEMENT-DETAIL-REC
                                   MVD-KEY-NAME BY MD-KEY
                                   MVD-BCODE-NAME BY MD-BCODE
                                   MVD-PCODE-NAME BY MD-PCODE
                                   MVD-DATE-NAME BY MD-DATE
                                   MVD-REF-NAME BY MD-REF
                                   MVD-OPTION-NAME BY MD-OPTION
                                   MVD-QTY-NAME BY MD-QTY
                                   MVD-BEFORE-NAME BY MD-BEFORE
                                   MVD-AFTER-NAME BY MD-AFTER
                                   MVD-OTHBR-NAME BY MD-OTHBR
                                   MVD-SHIPDATE-NAME BY MD-SHIPDATE
                                   MVD-PONUM-NAME BY MD-PONUM
                                   MVD-REASON-NAME BY MD-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD TIMESHEET-HISTORY.
       01 TS-HIST-REC.
           05 TSH-EMP-NO PIC X(5).
           05 TSH-DATE PIC 9(8).
           05 TSH-HOURS PIC 9(2).
           05 TSH-TYPE PIC X(1).
           05 TSH-SHIFT PIC X(1).
           05 TSH-BRANCH PIC 9(3).

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 E-NAME PIC X(20).
           05 E-W-HOUR PIC 9(2).
           05 E-P-RATE PIC 9(4)V99.
           05 E-BRANCH PIC 9(3).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD REGION-MASTER.
           COPY REGIONMST REPLACING RGN-REC-NAME BY REGION-MASTER-REC
                                     RGN-CODE-NAME BY RG-REGION-CODE
                                     RGN-NAME-NAME BY RG-REGION-NAME.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MD-STATUS PIC X(2).
       01 WS-TSH-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RGN-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-TS-HIST-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-REGION-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-P-WEEKS-X PIC X(3).
       01 WS-P-WEEKS PIC 9(3) VALUE 4.
       77 MAX-WEEKS PIC 9(3) VALUE 52.
       77 LEAVE-DAY-HOURS PIC 9(2) VALUE 8.

      * DAYS FROM A FIXED ORIGIN, SO A DATE'S WEEK IS FOUND BY
      * SUBTRACTION -- THE SAME RULES AS THE PAYROLL PRORATION.
       01 WS-DAYNUM-WORK PIC 9(8).
       01 WS-DAYNUM-WORK-R REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DN-LEAP-YEAR PIC 9(4).
       01 WS-DN-DIV4 PIC 9(4).
       01 WS-DN-DIV100 PIC 9(4).
       01 WS-DN-DIV400 PIC 9(4).
       01 WS-DN-CUM-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 FILLER REDEFINES WS-DN-CUM-VALUES.
           05 WS-DN-CUM PIC 9(3) OCCURS 12 TIMES.
      * THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE; THE
      * TRAILING WEEKS ARE THE ONES IMMEDIATELY BEFORE IT.
       01 WS-WEEK-END-DN PIC 9(7).
       01 WS-WEEK-START-DN PIC 9(7).
       01 WS-TRAIL-START-DN PIC 9(7).
       01 WS-BUCKET PIC X(1).
           88 WS-IN-WEEK VALUE 'C'.
           88 WS-IN-TRAIL VALUE 'T'.
           88 WS-OUTSIDE VALUE 'N'.

      * STAFF-TO-BRANCH ASSIGNMENTS AND RATES FROM EMPLOYEEDATA.TXT,
      * IN EMP-NO ORDER FOR A BINARY SEARCH. A LATER ROW FOR THE SAME
      * EMPLOYEE IS THE CURRENT ONE.
       01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-EMP-COUNT
               ASCENDING KEY IS WS-EM-NO
               INDEXED BY WS-EM-INX.
               10 WS-EM-NO PIC X(5).
               10 WS-EM-BRANCH PIC 9(3).
               10 WS-EM-RATE PIC 9(4)V99.
       77 MAX-EMP-COUNT PIC 9(4) VALUE 2000.
       01 WS-EM-MOVE PIC 9(4).
       01 WS-EM-SUB PIC 9(4).
       01 WS-EMP-FOUND-SW PIC X(1).
           88 WS-EMP-FOUND VALUE 'Y'.

      * BRANCHES IN CODE ORDER WITH THE WEEK'S AND THE TRAILING
      * WEEKS' FIGURES. A BRANCH WITH MOVEMENTS OR STAFF BUT NO
      * MASTER ROW IS ADDED AS IT IS MET, UNDER THE REGION ITS CODE
      * IMPLIES.
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-UNITS PIC 9(9).
               10 WS-BR-HOURS PIC 9(7).
               10 WS-BR-COST PIC 9(9)V99.
               10 WS-BR-T-UNITS PIC 9(9).
               10 WS-BR-T-HOURS PIC 9(7).
               10 WS-BR-UPH PIC 9(5)V99.
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BR-HIT PIC 9(4).
       01 WS-BR-IDX PIC 9(4).
       01 WS-NEW-BCODE PIC 9(3).
       01 WS-NEW-BNAME PIC X(20).
       01 WS-NEW-BREGION PIC 9(2).

      * REGION NAMES AND TOTALS. ENTRY N HOLDS REGION N-1, SO REGION
      * 00 (BRANCH CODES BELOW 100 WITH NO MASTER REGION) HAS A SLOT.
       01 WS-REGION-TABLE.
           05 WS-RG-ENTRY OCCURS 100 TIMES.
               10 WS-RG-NAME PIC X(20).
               10 WS-RG-UNITS PIC 9(9).
               10 WS-RG-HOURS PIC 9(7).
               10 WS-RG-COST PIC 9(9)V99.
               10 WS-RG-T-UNITS PIC 9(9).
               10 WS-RG-T-HOURS PIC 9(7).
               10 WS-RG-MEDIAN PIC 9(5)V99.
               10 WS-RG-LINES PIC 9(4).
       01 WS-RG-SUB PIC 9(3).

      * THE WEEK'S UNITS PER HOUR OF ONE REGION'S BRANCHES, SORTED
      * ASCENDING TO TAKE THE MIDDLE VALUE. ONLY BRANCHES WITH PAID
      * HOURS THIS WEEK TAKE PART.
       01 WS-MED-COUNT PIC 9(4).
       01 WS-MED-TABLE.
           05 WS-MED-VALUE PIC 9(5)V99 OCCURS 2000 TIMES.
       01 WS-MED-MOVE PIC 9(4).
       01 WS-MED-SUB PIC 9(4).
       01 WS-MED-HALF PIC 9(4).
       01 WS-MED-REM PIC 9(1).
       01 WS-MED-NEW PIC 9(5)V99.

       01 WS-CH-UNITS PIC 9(9) VALUE ZERO.
       01 WS-CH-HOURS PIC 9(7) VALUE ZERO.
       01 WS-CH-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-CH-T-UNITS PIC 9(9) VALUE ZERO.
       01 WS-CH-T-HOURS PIC 9(7) VALUE ZERO.

       01 WS-DAY-HOURS PIC 9(2).
       01 WS-DAY-COST PIC 9(7)V99.
       01 WS-MD-READ PIC 9(9) VALUE ZERO.
       01 WS-MD-USED PIC 9(9) VALUE ZERO.
       01 WS-MD-REVERSED PIC 9(7) VALUE ZERO.
       01 WS-TSH-READ PIC 9(9) VALUE ZERO.
       01 WS-TSH-USED PIC 9(9) VALUE ZERO.
       01 WS-TSH-BAD PIC 9(7) VALUE ZERO.
       01 WS-NO-BRANCH-HOURS PIC 9(7) VALUE ZERO.
       01 WS-UNKNOWN-BRANCHES PIC 9(4) VALUE ZERO.

      * ONE REPORT LINE'S FIGURES, WHETHER BRANCH, REGION OR CHAIN.
       01 WS-LN-UNITS PIC 9(9).
       01 WS-LN-HOURS PIC 9(7).
       01 WS-LN-COST PIC 9(9)V99.
       01 WS-LN-T-UNITS PIC 9(9).
       01 WS-LN-T-HOURS PIC 9(7).
       01 WS-LN-MEDIAN PIC 9(5)V99.
       01 WS-LN-MEDIAN-SW PIC X(1).
       01 WS-LN-UPH PIC 9(5)V99.
       01 WS-LN-T-UPH PIC 9(5)V99.
       01 WS-LN-PCT PIC S9(5)V9.

      * REPORT LINES.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE "LABOUR PRODUCTIVITY FOR WEEK ENDING ".
           05 WS-TL-WEEK-END PIC 9(8).
           05 FILLER PIC X(17) VALUE " - TRAILING AVG ".
           05 WS-TL-WEEKS PIC ZZ9.
           05 FILLER PIC X(25) VALUE " WEEKS BEFORE IT".
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-SOURCE-LINE.
           05 FILLER PIC X(19) VALUE "MOVEMENTS READ    ".
           05 WS-SL-MD-READ PIC ZZZZZZZZ9.
           05 FILLER PIC X(8) VALUE "  USED ".
           05 WS-SL-MD-USED PIC ZZZZZZZZ9.
           05 FILLER PIC X(21) VALUE "   TIMESHEET DAYS   ".
           05 WS-SL-TSH-READ PIC ZZZZZZZZ9.
           05 FILLER PIC X(8) VALUE "  USED ".
           05 WS-SL-TSH-USED PIC ZZZZZZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-REGION-HEAD.
           05 FILLER PIC X(7) VALUE "REGION ".
           05 WS-RH-CODE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-NAME PIC X(20).
           05 FILLER PIC X(102) VALUE SPACES.
       01 WS-COLUMN-HEAD-1.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     UNITS".
           05 FILLER PIC X(9) VALUE "     PAID".
           05 FILLER PIC X(9) VALUE "    UNITS".
           05 FILLER PIC X(14) VALUE "        LABOUR".
           05 FILLER PIC X(11) VALUE "   COST PER".
           05 FILLER PIC X(10) VALUE "  TRAILING".
           05 FILLER PIC X(9) VALUE "       VS".
           05 FILLER PIC X(10) VALUE "    REGION".
           05 FILLER PIC X(9) VALUE "       VS".
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-COLUMN-HEAD-2.
           05 FILLER PIC X(28) VALUE "  BRANCH".
           05 FILLER PIC X(10) VALUE "   HANDLED".
           05 FILLER PIC X(9) VALUE "    HOURS".
           05 FILLER PIC X(9) VALUE "  PER HR".
           05 FILLER PIC X(14) VALUE "          COST".
           05 FILLER PIC X(11) VALUE "       UNIT".
           05 FILLER PIC X(10) VALUE "   UNIT/HR".
           05 FILLER PIC X(9) VALUE "   TRAIL%".
           05 FILLER PIC X(10) VALUE "    MEDIAN".
           05 FILLER PIC X(9) VALUE "  MEDIAN%".
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DL-LABEL PIC X(28).
           05 WS-DL-UNITS PIC ZZZZZZZZZ9.
           05 WS-DL-HOURS PIC ZZZZZZZZ9.
           05 WS-DL-UPH PIC ZZZZZ9.99.
           05 WS-DL-COST PIC ZZZZZZZZZZ9.99.
           05 WS-DL-CPU PIC X(11).
           05 WS-DL-T-UPH PIC X(10).
           05 WS-DL-T-PCT PIC X(9).
           05 WS-DL-MEDIAN PIC X(10).
           05 WS-DL-M-PCT PIC X(9).
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-BRANCH-LABEL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BL-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-ED-CPU PIC ZZZZZ9.9999.
       01 WS-ED-UPH PIC ZZZZZZ9.99.
       01 WS-ED-PCT PIC ---,--9.9.
       01 WS-CPU PIC 9(5)V9999.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (HOURS WITH
      * NO BRANCH ASSIGNMENT, A BRANCH NOT ON THE MASTER, AN
      * IMPOSSIBLE TIMESHEET ENTRY), 8 THE MOVEMENT DETAIL OR THE
      * TIMESHEET HISTORY COULD NOT BE READ, 16 A TABLE OVERFLOWED.
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
            MOVE WS-RUN-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-WEEK-END-DN.
            COMPUTE WS-WEEK-START-DN = WS-WEEK-END-DN - 6.
            COMPUTE WS-TRAIL-START-DN =
                WS-WEEK-START-DN - (WS-P-WEEKS * 7).
            PERFORM LOAD-REGION-MASTER.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-EMPLOYEES-PARA.
            PERFORM LOAD-MOVEMENTS-PARA.
            PERFORM LOAD-TIMESHEETS-PARA.
            PERFORM ROLLUP-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-TL-WEEK-END.
            MOVE WS-P-WEEKS TO WS-TL-WEEKS.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-MD-READ TO WS-SL-MD-READ.
            MOVE WS-MD-USED TO WS-SL-MD-USED.
            MOVE WS-TSH-READ TO WS-SL-TSH-READ.
            MOVE WS-TSH-USED TO WS-SL-TSH-USED.
            MOVE WS-SOURCE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-NO-BRANCH-HOURS > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING "PAID HOURS FOR STAFF WITH NO BRANCH "
                    DELIMITED BY SIZE
                    "ASSIGNMENT, NOT COUNTED: " DELIMITED BY SIZE
                    WS-NO-BRANCH-HOURS DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                UNTIL WS-RG-SUB > 100
                IF WS-RG-LINES(WS-RG-SUB) > ZERO
                    PERFORM WRITE-REGION-PARA
                END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-CH-UNITS TO WS-LN-UNITS.
            MOVE WS-CH-HOURS TO WS-LN-HOURS.
            MOVE WS-CH-COST TO WS-LN-COST.
            MOVE WS-CH-T-UNITS TO WS-LN-T-UNITS.
            MOVE WS-CH-T-HOURS TO WS-LN-T-HOURS.
            MOVE 'N' TO WS-LN-MEDIAN-SW.
            MOVE "CHAIN TOTAL" TO WS-DL-LABEL.
            PERFORM WRITE-FIGURES-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE '*** END OF REPORT ***' TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "LABOUR PRODUCTIVITY WEEK ENDING " WS-RUN-DATE
                " - " WS-CH-UNITS " UNITS, " WS-CH-HOURS
                " PAID HOURS".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       COMPUTE-DAYNUM-PARA.
      *     DAYS FROM A FIXED ORIGIN, SO THE DIFFERENCE OF TWO DATES
      *     IS THE TRUE NUMBER OF CALENDAR DAYS BETWEEN THEM. JANUARY
      *     AND FEBRUARY COUNT THE LEAP DAYS OF THE YEAR BEFORE.
            IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
                MOVE 1 TO WS-DN-MONTH
            END-IF.
            MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
            IF WS-DN-MONTH < 3 AND WS-DN-LEAP-YEAR > ZERO
                SUBTRACT 1 FROM WS-DN-LEAP-YEAR
            END-IF.
            DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-DIV4.
            DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-DIV100.
            DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-DIV400.
            COMPUTE WS-DAYNUM = (WS-DN-YEAR * 365) + WS-DN-DIV4
                - WS-DN-DIV100 + WS-DN-DIV400
                + WS-DN-CUM(WS-DN-MONTH) + WS-DN-DAY.

       SET-BUCKET-PARA.
      *     WHICH WEEK A DATE IN WS-DAYNUM-WORK FALLS IN -- THIS ONE,
      *     THE TRAILING WEEKS, OR NEITHER.
            MOVE 'N' TO WS-BUCKET.
            IF WS-DAYNUM-WORK IS NUMERIC AND WS-DAYNUM-WORK > ZERO
                PERFORM COMPUTE-DAYNUM-PARA
                IF WS-DAYNUM NOT > WS-WEEK-END-DN AND
                    WS-DAYNUM NOT < WS-WEEK-START-DN
                    MOVE 'C' TO WS-BUCKET
                ELSE IF WS-DAYNUM < WS-WEEK-START-DN AND
                    WS-DAYNUM NOT < WS-TRAIL-START-DN
                    MOVE 'T' TO WS-BUCKET
                END-IF
                END-IF
            END-IF.

       LOAD-REGION-MASTER.
      *     NO REGION MASTER ONLY COSTS THE REGION NAMES.
            INITIALIZE WS-REGION-TABLE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REGION-MASTER.
            IF WS-RGN-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REGION-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF RG-REGION-CODE IS NUMERIC AND
                            RG-REGION-CODE >= 1 AND
                            RG-REGION-CODE <= 99
                            COMPUTE WS-RG-SUB = RG-REGION-CODE + 1
                            MOVE RG-REGION-NAME
                                TO WS-RG-NAME(WS-RG-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RGN-STATUS = '00' OR WS-RGN-STATUS = '10'
                CLOSE REGION-MASTER
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BM-BRANCH-CODE IS NUMERIC
                            MOVE BM-BRANCH-CODE TO WS-NEW-BCODE
                            MOVE BM-BRANCH-NAME TO WS-NEW-BNAME
                            IF BM-BRANCH-REGION IS NUMERIC AND
                                BM-BRANCH-REGION NOT = ZERO
                                MOVE BM-BRANCH-REGION
                                    TO WS-NEW-BREGION
                            ELSE
                                COMPUTE WS-NEW-BREGION =
                                    BM-BRANCH-CODE / 100
                            END-IF
                            PERFORM ADD-BRANCH-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       ADD-BRANCH-ENTRY.
            IF WS-BRANCH-COUNT >= MAX-BRANCH-COUNT
                DISPLAY "BRANCHES EXCEED TABLE CAPACITY OF "
                    MAX-BRANCH-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-BRANCH-COUNT TO WS-BR-MOVE.
            ADD 1 TO WS-BRANCH-COUNT.
            PERFORM UNTIL WS-BR-MOVE < 1 OR
                WS-BR-CODE(WS-BR-MOVE) < WS-NEW-BCODE
                COMPUTE WS-BR-SUB = WS-BR-MOVE + 1
                MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                    TO WS-BRANCH-ENTRY(WS-BR-SUB)
                SUBTRACT 1 FROM WS-BR-MOVE
            END-PERFORM.
            COMPUTE WS-BR-HIT = WS-BR-MOVE + 1.
            MOVE WS-NEW-BCODE TO WS-BR-CODE(WS-BR-HIT).
            MOVE WS-NEW-BNAME TO WS-BR-NAME(WS-BR-HIT).
            MOVE WS-NEW-BREGION TO WS-BR-REGION(WS-BR-HIT).
            MOVE ZERO TO WS-BR-UNITS(WS-BR-HIT)
                WS-BR-HOURS(WS-BR-HIT) WS-BR-COST(WS-BR-HIT)
                WS-BR-T-UNITS(WS-BR-HIT) WS-BR-T-HOURS(WS-BR-HIT)
                WS-BR-UPH(WS-BR-HIT).

       FIND-BRANCH-PARA.
      *     WS-NEW-BCODE IN, WS-BR-HIT OUT. A CODE THE MASTER DOES NOT
      *     HOLD IS ADDED UNDER THE REGION ITS HUNDREDS DIGIT IMPLIES.
            MOVE ZERO TO WS-BR-HIT.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-NEW-BCODE
                        SET WS-BR-HIT TO WS-BR-INX
                END-SEARCH
            END-IF.
            IF WS-BR-HIT = ZERO
                DISPLAY "BRANCH " WS-NEW-BCODE
                    " NOT ON BRANCH MASTER - LISTED UNDER REGION "
                    "OF ITS CODE"
                ADD 1 TO WS-UNKNOWN-BRANCHES
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                MOVE "NOT ON BRANCH MASTER" TO WS-NEW-BNAME
                COMPUTE WS-NEW-BREGION = WS-NEW-BCODE / 100
                PERFORM ADD-BRANCH-ENTRY
            END-IF.

       LOAD-EMPLOYEES-PARA.
            MOVE ZERO TO WS-EMP-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMD-STATUS " - NO HOURS CAN BE PLACED"
                MOVE 'Y' TO WS-EOF
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF E-BRANCH IS NUMERIC
                            PERFORM ADD-EMP-ENTRY
                                THRU ADD-EMP-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       ADD-EMP-ENTRY.
            IF E-P-RATE NOT NUMERIC
                MOVE ZERO TO E-P-RATE
            END-IF.
            IF WS-EMP-COUNT > ZERO
                SEARCH ALL WS-EMP-ENTRY
                    AT END CONTINUE
                    WHEN WS-EM-NO(WS-EM-INX) = E-NO
                        MOVE E-BRANCH TO WS-EM-BRANCH(WS-EM-INX)
                        MOVE E-P-RATE TO WS-EM-RATE(WS-EM-INX)
                        GO TO ADD-EMP-EXIT
                END-SEARCH
            END-IF.
            IF WS-EMP-COUNT >= MAX-EMP-COUNT
                DISPLAY "EMPLOYEES EXCEED TABLE CAPACITY OF "
                    MAX-EMP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-EMP-COUNT TO WS-EM-MOVE.
            ADD 1 TO WS-EMP-COUNT.
            PERFORM UNTIL WS-EM-MOVE < 1 OR
                WS-EM-NO(WS-EM-MOVE) < E-NO
                COMPUTE WS-EM-SUB = WS-EM-MOVE + 1
                MOVE WS-EMP-ENTRY(WS-EM-MOVE)
                    TO WS-EMP-ENTRY(WS-EM-SUB)
                SUBTRACT 1 FROM WS-EM-MOVE
            END-PERFORM.
            COMPUTE WS-EM-SUB = WS-EM-MOVE + 1.
            MOVE E-NO TO WS-EM-NO(WS-EM-SUB).
            MOVE E-BRANCH TO WS-EM-BRANCH(WS-EM-SUB).
            MOVE E-P-RATE TO WS-EM-RATE(WS-EM-SUB).
       ADD-EMP-EXIT.
            EXIT.

       LOAD-MOVEMENTS-PARA.
      *     A REVERSAL (OPTION 0) AND THE ORIGINAL IT BACKED OUT
      *     (WHICH CARRIES THE REVERSAL'S LINK) CANCEL, SO NEITHER
      *     COUNTS AS WORK DONE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MD-STATUS NOT = '00'
                DISPLAY "MOVEMENT DETAIL NOT AVAILABLE - STATUS "
                    WS-MD-STATUS " - NO UNITS HANDLED"
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-DETAIL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MD-READ
                        IF MD-OPTION = 0 OR
                            (MD-LINK-REF IS NUMERIC AND
                             MD-LINK-REF > ZERO)
                            ADD 1 TO WS-MD-REVERSED
                        ELSE
                            IF MD-OPTION = 1 OR MD-OPTION = 2 OR
                                MD-OPTION = 4 OR MD-OPTION = 6
                                PERFORM TAKE-MOVEMENT-PARA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MD-STATUS = '00' OR WS-MD-STATUS = '10'
                CLOSE MOVEMENT-DETAIL
            END-IF.

       TAKE-MOVEMENT-PARA.
            MOVE MD-DATE TO WS-DAYNUM-WORK.
            PERFORM SET-BUCKET-PARA.
            IF NOT WS-OUTSIDE AND MD-QTY IS NUMERIC
                ADD 1 TO WS-MD-USED
                MOVE MD-BCODE TO WS-NEW-BCODE
                PERFORM FIND-BRANCH-PARA
                IF WS-IN-WEEK
                    ADD MD-QTY TO WS-BR-UNITS(WS-BR-HIT)
                ELSE
                    ADD MD-QTY TO WS-BR-T-UNITS(WS-BR-HIT)
                END-IF
            END-IF.

       LOAD-TIMESHEETS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TIMESHEET-HISTORY.
            IF WS-TSH-STATUS NOT = '00'
                DISPLAY "TIMESHEET HISTORY NOT AVAILABLE - STATUS "
                    WS-TSH-STATUS " - NO PAID HOURS"
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TIMESHEET-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-TSH-READ
                        PERFORM TAKE-TIMESHEET-PARA
                            THRU TAKE-TIMESHEET-EXIT
                END-READ
            END-PERFORM.
            IF WS-TSH-STATUS = '00' OR WS-TSH-STATUS = '10'
                CLOSE TIMESHEET-HISTORY
            END-IF.

       TAKE-TIMESHEET-PARA.
      *     A WORKED DAY (BLANK OR 'W') PAYS ITS HOURS, A PAID-LEAVE
      *     DAY ('H' HOLIDAY, 'S' SICK) A STANDARD DAY, AN UNPAID DAY
      *     ('U') NOTHING -- THE SAME RULES THE PAYROLL PAYS BY.
            MOVE TSH-DATE TO WS-DAYNUM-WORK.
            PERFORM SET-BUCKET-PARA.
            IF WS-OUTSIDE
                GO TO TAKE-TIMESHEET-EXIT
            END-IF.
            EVALUATE TSH-TYPE
                WHEN 'H'
                WHEN 'S'
                    MOVE LEAVE-DAY-HOURS TO WS-DAY-HOURS
                WHEN 'U'
                    MOVE ZERO TO WS-DAY-HOURS
                WHEN OTHER
                    IF TSH-HOURS NOT NUMERIC OR TSH-HOURS > 24
                        DISPLAY "TIMESHEET ENTRY IMPOSSIBLE - EMP "
                            TSH-EMP-NO " DATE " TSH-DATE
                            " - SKIPPED"
                        ADD 1 TO WS-TSH-BAD
                        IF WS-RETURN-CODE < 4
                            MOVE 4 TO WS-RETURN-CODE
                        END-IF
                        GO TO TAKE-TIMESHEET-EXIT
                    END-IF
                    MOVE TSH-HOURS TO WS-DAY-HOURS
            END-EVALUATE.
            IF WS-DAY-HOURS = ZERO
                GO TO TAKE-TIMESHEET-EXIT
            END-IF.
            MOVE 'N' TO WS-EMP-FOUND-SW.
            IF WS-EMP-COUNT > ZERO
                SEARCH ALL WS-EMP-ENTRY
                    AT END CONTINUE
                    WHEN WS-EM-NO(WS-EM-INX) = TSH-EMP-NO
                        MOVE 'Y' TO WS-EMP-FOUND-SW
                END-SEARCH
            END-IF.
            IF NOT WS-EMP-FOUND
                IF WS-IN-WEEK
                    ADD WS-DAY-HOURS TO WS-NO-BRANCH-HOURS
                    DISPLAY "NO BRANCH ASSIGNMENT - EMP " TSH-EMP-NO
                        " DATE " TSH-DATE " HOURS NOT COUNTED"
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
                GO TO TAKE-TIMESHEET-EXIT
            END-IF.
            ADD 1 TO WS-TSH-USED.
            MOVE WS-EM-BRANCH(WS-EM-INX) TO WS-NEW-BCODE.
            IF TSH-TYPE NOT = 'H' AND TSH-TYPE NOT = 'S' AND
                TSH-BRANCH IS NUMERIC AND TSH-BRANCH NOT = ZERO
                MOVE TSH-BRANCH TO WS-NEW-BCODE
            END-IF.
            COMPUTE WS-DAY-COST ROUNDED =
                WS-DAY-HOURS * WS-EM-RATE(WS-EM-INX).
            PERFORM FIND-BRANCH-PARA.
            IF WS-IN-WEEK
                ADD WS-DAY-HOURS TO WS-BR-HOURS(WS-BR-HIT)
                ADD WS-DAY-COST TO WS-BR-COST(WS-BR-HIT)
            ELSE
                ADD WS-DAY-HOURS TO WS-BR-T-HOURS(WS-BR-HIT)
            END-IF.
       TAKE-TIMESHEET-EXIT.
            EXIT.

       ROLLUP-PARA.
      *     BRANCH UNITS PER HOUR, REGION AND CHAIN TOTALS, THEN EACH
      *     REGION'S MEDIAN OF ITS BRANCHES' UNITS PER HOUR.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                IF WS-BR-UNITS(WS-BR-IDX) > ZERO OR
                    WS-BR-HOURS(WS-BR-IDX) > ZERO OR
                    WS-BR-T-UNITS(WS-BR-IDX) > ZERO OR
                    WS-BR-T-HOURS(WS-BR-IDX) > ZERO
                    IF WS-BR-HOURS(WS-BR-IDX) > ZERO
                        COMPUTE WS-BR-UPH(WS-BR-IDX) ROUNDED =
                            WS-BR-UNITS(WS-BR-IDX) /
                            WS-BR-HOURS(WS-BR-IDX)
                    END-IF
                    COMPUTE WS-RG-SUB = WS-BR-REGION(WS-BR-IDX) + 1
                    ADD 1 TO WS-RG-LINES(WS-RG-SUB)
                    ADD WS-BR-UNITS(WS-BR-IDX) TO WS-RG-UNITS(WS-RG-SUB)
                        WS-CH-UNITS
                    ADD WS-BR-HOURS(WS-BR-IDX) TO WS-RG-HOURS(WS-RG-SUB)
                        WS-CH-HOURS
                    ADD WS-BR-COST(WS-BR-IDX) TO WS-RG-COST(WS-RG-SUB)
                        WS-CH-COST
                    ADD WS-BR-T-UNITS(WS-BR-IDX)
                        TO WS-RG-T-UNITS(WS-RG-SUB) WS-CH-T-UNITS
                    ADD WS-BR-T-HOURS(WS-BR-IDX)
                        TO WS-RG-T-HOURS(WS-RG-SUB) WS-CH-T-HOURS
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                UNTIL WS-RG-SUB > 100
                IF WS-RG-LINES(WS-RG-SUB) > ZERO
                    PERFORM REGION-MEDIAN-PARA
                END-IF
            END-PERFORM.

       REGION-MEDIAN-PARA.
            MOVE ZERO TO WS-MED-COUNT.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                IF WS-BR-REGION(WS-BR-IDX) + 1 = WS-RG-SUB AND
                    WS-BR-HOURS(WS-BR-IDX) > ZERO
                    MOVE WS-BR-UPH(WS-BR-IDX) TO WS-MED-NEW
                    MOVE WS-MED-COUNT TO WS-MED-MOVE
                    ADD 1 TO WS-MED-COUNT
                    PERFORM UNTIL WS-MED-MOVE < 1 OR
                        WS-MED-VALUE(WS-MED-MOVE) NOT > WS-MED-NEW
                        COMPUTE WS-MED-SUB = WS-MED-MOVE + 1
                        MOVE WS-MED-VALUE(WS-MED-MOVE)
                            TO WS-MED-VALUE(WS-MED-SUB)
                        SUBTRACT 1 FROM WS-MED-MOVE
                    END-PERFORM
                    COMPUTE WS-MED-SUB = WS-MED-MOVE + 1
                    MOVE WS-MED-NEW TO WS-MED-VALUE(WS-MED-SUB)
                END-IF
            END-PERFORM.
            MOVE ZERO TO WS-RG-MEDIAN(WS-RG-SUB).
            IF WS-MED-COUNT > ZERO
                DIVIDE WS-MED-COUNT BY 2 GIVING WS-MED-HALF
                    REMAINDER WS-MED-REM
                IF WS-MED-REM = 1
                    ADD 1 TO WS-MED-HALF
                    MOVE WS-MED-VALUE(WS-MED-HALF)
                        TO WS-RG-MEDIAN(WS-RG-SUB)
                ELSE
                    COMPUTE WS-MED-SUB = WS-MED-HALF + 1
                    COMPUTE WS-RG-MEDIAN(WS-RG-SUB) ROUNDED =
                        (WS-MED-VALUE(WS-MED-HALF) +
                         WS-MED-VALUE(WS-MED-SUB)) / 2
                END-IF
            END-IF.

       WRITE-REGION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            COMPUTE WS-RH-CODE = WS-RG-SUB - 1.
            MOVE WS-RG-NAME(WS-RG-SUB) TO WS-RH-NAME.
            MOVE WS-REGION-HEAD TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COLUMN-HEAD-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COLUMN-HEAD-2 TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                IF WS-BR-REGION(WS-BR-IDX) + 1 = WS-RG-SUB AND
                    (WS-BR-UNITS(WS-BR-IDX) > ZERO OR
                     WS-BR-HOURS(WS-BR-IDX) > ZERO OR
                     WS-BR-T-UNITS(WS-BR-IDX) > ZERO OR
                     WS-BR-T-HOURS(WS-BR-IDX) > ZERO)
                    MOVE WS-BR-CODE(WS-BR-IDX) TO WS-BL-CODE
                    MOVE WS-BR-NAME(WS-BR-IDX) TO WS-BL-NAME
                    MOVE WS-BRANCH-LABEL TO WS-DL-LABEL
                    MOVE WS-BR-UNITS(WS-BR-IDX) TO WS-LN-UNITS
                    MOVE WS-BR-HOURS(WS-BR-IDX) TO WS-LN-HOURS
                    MOVE WS-BR-COST(WS-BR-IDX) TO WS-LN-COST
                    MOVE WS-BR-T-UNITS(WS-BR-IDX) TO WS-LN-T-UNITS
                    MOVE WS-BR-T-HOURS(WS-BR-IDX) TO WS-LN-T-HOURS
                    MOVE WS-RG-MEDIAN(WS-RG-SUB) TO WS-LN-MEDIAN
                    MOVE 'Y' TO WS-LN-MEDIAN-SW
                    PERFORM WRITE-FIGURES-PARA
                END-IF
            END-PERFORM.
            MOVE WS-RG-UNITS(WS-RG-SUB) TO WS-LN-UNITS.
            MOVE WS-RG-HOURS(WS-RG-SUB) TO WS-LN-HOURS.
            MOVE WS-RG-COST(WS-RG-SUB) TO WS-LN-COST.
            MOVE WS-RG-T-UNITS(WS-RG-SUB) TO WS-LN-T-UNITS.
            MOVE WS-RG-T-HOURS(WS-RG-SUB) TO WS-LN-T-HOURS.
            MOVE WS-RG-MEDIAN(WS-RG-SUB) TO WS-LN-MEDIAN.
            MOVE 'R' TO WS-LN-MEDIAN-SW.
            MOVE "  REGION TOTAL" TO WS-DL-LABEL.
            PERFORM WRITE-FIGURES-PARA.

       WRITE-FIGURES-PARA.
      *     A RATIO WITH NOTHING UNDER IT PRINTS AS N/A RATHER THAN A
      *     MISLEADING ZERO. A BRANCH LINE COMPARES ITSELF WITH ITS
      *     OWN TRAILING WEEKS AND WITH THE REGION'S MEDIAN; THE
      *     REGION TOTAL SHOWS THE MEDIAN ITSELF.
            MOVE WS-LN-UNITS TO WS-DL-UNITS.
            MOVE WS-LN-HOURS TO WS-DL-HOURS.
            MOVE WS-LN-COST TO WS-DL-COST.
            MOVE ZERO TO WS-LN-UPH.
            MOVE ZERO TO WS-LN-T-UPH.
            IF WS-LN-HOURS > ZERO
                COMPUTE WS-LN-UPH ROUNDED = WS-LN-UNITS / WS-LN-HOURS
            END-IF.
            MOVE WS-LN-UPH TO WS-DL-UPH.
            IF WS-LN-UNITS > ZERO
                COMPUTE WS-CPU ROUNDED = WS-LN-COST / WS-LN-UNITS
                MOVE WS-CPU TO WS-ED-CPU
                MOVE WS-ED-CPU TO WS-DL-CPU
            ELSE
                MOVE "        N/A" TO WS-DL-CPU
            END-IF.
            MOVE "       N/A" TO WS-DL-T-UPH.
            MOVE "      N/A" TO WS-DL-T-PCT.
            IF WS-LN-T-HOURS > ZERO
                COMPUTE WS-LN-T-UPH ROUNDED =
                    WS-LN-T-UNITS / WS-LN-T-HOURS
                MOVE WS-LN-T-UPH TO WS-ED-UPH
                MOVE WS-ED-UPH TO WS-DL-T-UPH
                IF WS-LN-T-UPH > ZERO AND WS-LN-HOURS > ZERO
                    COMPUTE WS-LN-PCT ROUNDED =
                        (WS-LN-UPH - WS-LN-T-UPH) * 100 / WS-LN-T-UPH
                    MOVE WS-LN-PCT TO WS-ED-PCT
                    MOVE WS-ED-PCT TO WS-DL-T-PCT
                END-IF
            END-IF.
            MOVE SPACES TO WS-DL-MEDIAN.
            MOVE SPACES TO WS-DL-M-PCT.
            IF WS-LN-MEDIAN-SW = 'Y' OR WS-LN-MEDIAN-SW = 'R'
                MOVE WS-LN-MEDIAN TO WS-ED-UPH
                MOVE WS-ED-UPH TO WS-DL-MEDIAN
            END-IF.
            IF WS-LN-MEDIAN-SW = 'Y'
                MOVE "      N/A" TO WS-DL-M-PCT
                IF WS-LN-MEDIAN > ZERO AND WS-LN-HOURS > ZERO
                    COMPUTE WS-LN-PCT ROUNDED =
                        (WS-LN-UPH - WS-LN-MEDIAN) * 100 / WS-LN-MEDIAN
                    MOVE WS-LN-PCT TO WS-ED-PCT
                    MOVE WS-ED-PCT TO WS-DL-M-PCT
                END-IF
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TimesheetHistory.txt'
                TO WS-TS-HIST-PATH
            ACCEPT WS-TS-HIST-PATH
                FROM ENVIRONMENT 'TIMESHEET_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EMPLOYEEDATA.txt'
                TO WS-EMPLOYEE-DATA-PATH
            ACCEPT WS-EMPLOYEE-DATA-PATH
                FROM ENVIRONMENT 'EMPLOYEE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RegionMaster.txt'
                TO WS-REGION-MASTER-PATH
            ACCEPT WS-REGION-MASTER-PATH
                FROM ENVIRONMENT 'REGION_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LabourProductivity.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH FROM ENVIRONMENT 'LABPROD_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-P-WEEKS-X
            ACCEPT WS-P-WEEKS-X FROM ENVIRONMENT 'LABPROD_WEEKS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-WEEKS-X IS NUMERIC AND
                WS-P-WEEKS-X NOT = '000'
                MOVE WS-P-WEEKS-X TO WS-P-WEEKS
                IF WS-P-WEEKS > MAX-WEEKS
                    MOVE MAX-WEEKS TO WS-P-WEEKS
                END-IF
            END-IF.

       END PROGRAM LABPROD.
