      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- headcount and staff turnover
      *                by branch and region, so HR's monthly figures
      *                stop being counted off CSV extracts. Walks the
      *                indexed employee master (status, effective and
      *                end dates, salary grade) and places each
      *                employee at the branch EMPLOYEEDATA.txt assigns
      *                them to, in the region the branch master names
      *                (hundreds digit of the branch code when it
      *                names none). HeadcountParm.txt gives the first
      *                and last month of the range (YYYYMM each; no
      *                parameter means the month before the business
      *                date). Per branch, region and company: opening
      *                headcount, joiners, leavers, closing headcount,
      *                turnover % (leavers over the average of opening
      *                and closing), the rolling twelve-month turnover
      *                to the end of the range, and the leavers with
      *                under three months' service. The same figures
      *                by salary grade follow, then every leaver in
      *                the range with length of service, the short
      *                stayers flagged. An end date is the last day
      *                worked. RETURN-CODE 0 clean, 4 warning (an
      *                employee with no branch assignment, a branch
      *                not on the branch master, an inactive employee
      *                with no end date, or nobody in the range), 12
      *                the employee master cannot be opened, 16 a work
      *                table overflowed.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
            WS-EMPLOYEE-MASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

            SELECT BRANCH-MASTER ASSIGN TO DYNAMIC
            WS-BRANCH-MASTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRM-STATUS.

            SELECT REGION-MASTER ASSIGN TO DYNAMIC
            WS-REGION-MASTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RGM-STATUS.

            SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           COPY EMPREC REPLACING EMR-REC-NAME BY MASTER-REC
                                  EMR-NO-NAME BY MST-NO
                                  EMR-NAME-NAME BY MST-NAME
                                  EMR-SAL-NAME BY MST-SAL
                                  EMR-STATUS-NAME BY MST-STATUS
                                  EMR-EFF-DATE-NAME BY MST-EFF-DATE
                                  EMR-END-DATE-NAME BY MST-END-DATE
                                  EMR-FREQ-NAME BY MST-FREQ
                                  EMR-GRADE-NAME BY MST-GRADE.

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

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-FROM-MONTH PIC X(6).
           05 PARM-TO-MONTH PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RGM-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

      * THE RANGE -- FIRST DAY OF THE FROM MONTH TO THE LAST DAY OF
      * THE TO MONTH -- AND THE TWELVE MONTHS ENDING WITH IT.
       01 WS-FROM-MONTH PIC 9(6) VALUE ZERO.
       01 WS-TO-MONTH PIC 9(6) VALUE ZERO.
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05 WS-MW-YEAR PIC 9(4).
           05 WS-MW-MONTH PIC 9(2).
       01 WS-RANGE-START PIC 9(8).
       01 WS-RANGE-END PIC 9(8).
       01 WS-ROLL-START PIC 9(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YEAR PIC 9(4).
           05 WS-DW-MONTH PIC 9(2).
           05 WS-DW-DAY PIC 9(2).
       01 WS-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM4 PIC 9(4).
       01 WS-LEAP-REM100 PIC 9(4).
       01 WS-LEAP-REM400 PIC 9(4).

      * ONE EMPLOYEE'S DATES AS THE COUNTS SEE THEM -- A ZERO
      * EFFECTIVE DATE IS AN EMPLOYEE FROM BEFORE THE DATE WAS KEPT,
      * A ZERO END DATE IS STILL EMPLOYED.
       01 WS-EMP-EFF PIC 9(8).
       01 WS-EMP-END PIC 9(8).
       01 WS-EMP-BRANCH PIC 9(3).
       01 WS-EMP-GRADE PIC X(2).
       01 WS-SERVICE-MONTHS PIC 9(6).
       01 WS-SERVICE-YEARS PIC 9(3).
       01 WS-SERVICE-REM PIC 9(2).
       01 WS-EARLY-SW PIC X(1).
           88 WS-EARLY-LEAVER VALUE 'Y'.
       77 EARLY-LEAVER-MONTHS PIC 9(2) VALUE 3.

      * ONE EMPLOYEE'S CONTRIBUTION TO EVERY BUCKET IT FALLS IN --
      * THE SAME SEVEN COUNTERS ARE KEPT PER BRANCH, REGION, GRADE
      * AND FOR THE COMPANY, SO A BUCKET CAN BE MOVED WHOLE INTO THE
      * PRINT WORK AREA.
       01 WS-ONE-COUNTS.
           05 WS-ONE-OPEN PIC 9(5).
           05 WS-ONE-JOIN PIC 9(5).
           05 WS-ONE-LEAVE PIC 9(5).
           05 WS-ONE-CLOSE PIC 9(5).
           05 WS-ONE-R-OPEN PIC 9(5).
           05 WS-ONE-R-LEAVE PIC 9(5).
           05 WS-ONE-EARLY PIC 9(5).
       01 WS-CNT-WORK.
           05 WS-CW-OPEN PIC 9(5).
           05 WS-CW-JOIN PIC 9(5).
           05 WS-CW-LEAVE PIC 9(5).
           05 WS-CW-CLOSE PIC 9(5).
           05 WS-CW-R-OPEN PIC 9(5).
           05 WS-CW-R-LEAVE PIC 9(5).
           05 WS-CW-EARLY PIC 9(5).
       01 WS-COMPANY-COUNTS.
           05 WS-CO-COUNT PIC 9(5) OCCURS 7 TIMES.
       01 WS-CNT-IDX PIC 9(1).
       01 WS-TURNOVER PIC 9(4)V9.
       01 WS-AVG-X2 PIC 9(6).

      * EMPLOYEE-TO-BRANCH ASSIGNMENTS FROM EMPLOYEEDATA.TXT, KEPT IN
      * EMP-NO ORDER FOR A BINARY SEARCH.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ASSIGN-COUNT
               ASCENDING KEY IS WS-ASG-EMP-NO
               INDEXED BY WS-ASG-INX.
               10 WS-ASG-EMP-NO PIC X(5).
               10 WS-ASG-BRANCH PIC 9(3).
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-ASSIGN-COUNT PIC 9(4) VALUE 2000.
       01 WS-ASG-MOVE PIC 9(4).
       01 WS-ASG-SUB PIC 9(4).

      * BRANCHES FROM THE BRANCH MASTER IN CODE ORDER, EACH WITH ITS
      * REGION AND COUNTERS. A BRANCH AN EMPLOYEE IS ASSIGNED TO BUT
      * THE MASTER DOES NOT HOLD IS ADDED AS IT IS MET.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-COUNTS PIC X(35).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-BRANCH-COUNT PIC 9(3) VALUE 500.
       01 WS-BR-MOVE PIC 9(3).
       01 WS-BR-SUB PIC 9(3).
       01 WS-BR-HIT PIC 9(3).
       01 WS-BR-IDX PIC 9(3).
       01 WS-NEW-BCODE PIC 9(3).
       01 WS-NEW-BNAME PIC X(20).
       01 WS-NEW-BREGION PIC 9(2).

      * REGION NAMES AND COUNTERS -- ENTRY N HOLDS REGION N-1, SO
      * REGION 00 (EMPLOYEES WITH NO BRANCH ASSIGNMENT) HAS A SLOT.
       01 WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 100 TIMES.
               10 WS-RG-NAME PIC X(20).
               10 WS-RG-COUNTS PIC X(35).
               10 WS-RG-ANY PIC X(1).
       01 WS-RG-SUB PIC 9(3).

      * SALARY GRADES IN GRADE ORDER; A BLANK GRADE IS UNGRADED.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 100 TIMES.
               10 WS-GR-CODE PIC X(2).
               10 WS-GR-COUNTS PIC X(35).
       01 WS-GRADE-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-GRADE-COUNT PIC 9(3) VALUE 100.
       01 WS-GR-IDX PIC 9(3).
       01 WS-GR-HIT PIC 9(3).
       01 WS-GR-MOVE PIC 9(3).

      * LEAVERS IN THE RANGE, KEPT IN BRANCH AND LEAVING-DATE ORDER.
       01 WS-LEAVER-TABLE.
           05 WS-LEAVER-ENTRY OCCURS 1000 TIMES.
               10 WS-LV-BRANCH PIC 9(3).
               10 WS-LV-END PIC 9(8).
               10 WS-LV-EMP-NO PIC X(5).
               10 WS-LV-NAME PIC X(10).
               10 WS-LV-GRADE PIC X(2).
               10 WS-LV-EFF PIC 9(8).
               10 WS-LV-MONTHS PIC 9(4).
               10 WS-LV-EARLY PIC X(1).
       01 WS-LEAVER-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LEAVER-COUNT PIC 9(4) VALUE 1000.
       01 WS-LV-IDX PIC 9(4).
       01 WS-LV-MOVE PIC 9(4).
       01 WS-LV-SUB PIC 9(4).

       77 WS-STAT-READ PIC 9(5) VALUE ZERO.
       77 WS-NO-BRANCH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNKNOWN-BRANCH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-END-COUNT PIC 9(5) VALUE ZERO.

      * REPORT LINES.
       01 WS-RPT-TITLE.
           05 FILLER PIC X(34)
               VALUE "HEADCOUNT AND STAFF TURNOVER FROM ".
           05 WS-RT-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-RT-TO PIC 9(8).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 WS-RT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-RPT-ROLL.
           05 FILLER PIC X(34)
               VALUE "ROLLING TWELVE-MONTH TURNOVER FROM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-RR-TO PIC 9(8).
           05 FILLER PIC X(45) VALUE SPACES.
       01 WS-RPT-REGION.
           05 FILLER PIC X(7) VALUE "REGION ".
           05 WS-RRG-CODE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RRG-NAME PIC X(20).
           05 FILLER PIC X(70) VALUE SPACES.
       01 WS-RPT-HEAD.
           05 FILLER PIC X(28) VALUE "  BRANCH".
           05 FILLER PIC X(8) VALUE " OPENING".
           05 FILLER PIC X(8) VALUE " JOINERS".
           05 FILLER PIC X(8) VALUE " LEAVERS".
           05 FILLER PIC X(8) VALUE " CLOSING".
           05 FILLER PIC X(10) VALUE " TURNOVER%".
           05 FILLER PIC X(10) VALUE "  12M TURN".
           05 FILLER PIC X(10) VALUE "  UNDER 3M".
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RD-LABEL PIC X(28).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-OPEN PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-JOIN PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-LEAVE PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-CLOSE PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RD-TURN PIC ZZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RD-R-TURN PIC ZZZ9.9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RD-EARLY PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-RD-BRANCH-LABEL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RDB-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RDB-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-RPT-GRADE-HEAD.
           05 FILLER PIC X(28) VALUE "  GRADE".
           05 FILLER PIC X(8) VALUE " OPENING".
           05 FILLER PIC X(8) VALUE " JOINERS".
           05 FILLER PIC X(8) VALUE " LEAVERS".
           05 FILLER PIC X(8) VALUE " CLOSING".
           05 FILLER PIC X(10) VALUE " TURNOVER%".
           05 FILLER PIC X(10) VALUE "  12M TURN".
           05 FILLER PIC X(10) VALUE "  UNDER 3M".
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-RPT-LEAVER-HEAD.
           05 FILLER PIC X(8) VALUE "  BRANCH".
           05 FILLER PIC X(7) VALUE " EMP NO".
           05 FILLER PIC X(11) VALUE " NAME".
           05 FILLER PIC X(6) VALUE " GRADE".
           05 FILLER PIC X(9) VALUE "   JOINED".
           05 FILLER PIC X(9) VALUE "     LEFT".
           05 FILLER PIC X(16) VALUE "    SERVICE".
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-RPT-LEAVER.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-BRANCH PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-EMP-NO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-NAME PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-GRADE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-EFF PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-END PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-SERVICE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-FLAG PIC X(17).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-RL-SERVICE-WORK.
           05 WS-RLS-YEARS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " YRS ".
           05 WS-RLS-MONTHS PIC Z9.
           05 FILLER PIC X(5) VALUE " MTHS".
           05 FILLER PIC X(1) VALUE SPACE.

       01 WS-EMPLOYEE-MASTER-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-REGION-MASTER-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-REPORT-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (NO BRANCH
      * ASSIGNMENT, BRANCH NOT ON THE MASTER, INACTIVE WITH NO END
      * DATE, OR NOBODY IN THE RANGE), 12 EMPLOYEE MASTER UNUSABLE,
      * 16 A WORK TABLE OVERFLOWED.
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
            PERFORM LOAD-REGION-MASTER.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-ASSIGNMENTS.
            PERFORM COUNT-EMPLOYEES-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            PERFORM WRITE-BRANCH-SECTION-PARA.
            PERFORM WRITE-GRADE-SECTION-PARA.
            PERFORM WRITE-LEAVER-SECTION-PARA.
            CLOSE REPORT-FILE.
            IF WS-CO-COUNT(1) = ZERO AND WS-CO-COUNT(2) = ZERO
                DISPLAY "NOBODY EMPLOYED IN THE RANGE"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            DISPLAY WS-STAT-READ " EMPLOYEES READ - "
                WS-LEAVER-COUNT " LEAVERS IN THE RANGE".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-PARM.
      *     NO PARAMETER, OR A BAD MONTH, MEANS THE MONTH BEFORE THE
      *     BUSINESS DATE -- THE FIGURES ARE ASKED FOR AFTER THE
      *     MONTH HAS CLOSED. A MISSING TO MONTH IS THE FROM MONTH.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-FROM-MONTH IS NUMERIC
                            MOVE PARM-FROM-MONTH TO WS-FROM-MONTH
                        END-IF
                        IF PARM-TO-MONTH IS NUMERIC
                            MOVE PARM-TO-MONTH TO WS-TO-MONTH
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            MOVE WS-FROM-MONTH TO WS-MONTH-WORK.
            IF WS-FROM-MONTH = ZERO OR WS-MW-MONTH = ZERO OR
                WS-MW-MONTH > 12
                MOVE WS-RUN-DATE(1:6) TO WS-MONTH-WORK
                IF WS-MW-MONTH = 1
                    SUBTRACT 1 FROM WS-MW-YEAR
                    MOVE 12 TO WS-MW-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-MW-MONTH
                END-IF
                MOVE WS-MONTH-WORK TO WS-FROM-MONTH
                MOVE ZERO TO WS-TO-MONTH
            END-IF.
            MOVE WS-TO-MONTH TO WS-MONTH-WORK.
            IF WS-TO-MONTH < WS-FROM-MONTH OR WS-MW-MONTH = ZERO OR
                WS-MW-MONTH > 12
                MOVE WS-FROM-MONTH TO WS-TO-MONTH
            END-IF.
            MOVE WS-FROM-MONTH TO WS-DATE-WORK(1:6).
            MOVE 1 TO WS-DW-DAY.
            MOVE WS-DATE-WORK TO WS-RANGE-START.
            MOVE WS-TO-MONTH TO WS-DATE-WORK(1:6).
            PERFORM LAST-DAY-PARA.
            MOVE WS-DATE-WORK TO WS-RANGE-END.
      *     THE ROLLING YEAR STARTS ELEVEN MONTHS BEFORE THE TO MONTH.
            MOVE WS-TO-MONTH TO WS-MONTH-WORK.
            IF WS-MW-MONTH = 12
                MOVE 1 TO WS-MW-MONTH
            ELSE
                SUBTRACT 1 FROM WS-MW-YEAR
                ADD 1 TO WS-MW-MONTH
            END-IF.
            MOVE WS-MONTH-WORK TO WS-DATE-WORK(1:6).
            MOVE 1 TO WS-DW-DAY.
            MOVE WS-DATE-WORK TO WS-ROLL-START.
            DISPLAY "HEADCOUNT FROM " WS-RANGE-START " TO "
                WS-RANGE-END " - ROLLING FROM " WS-ROLL-START.

       LAST-DAY-PARA.
            MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-DW-DAY.
            IF WS-DW-MONTH = 2
                DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM4
                DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM100
                DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM400
                IF WS-LEAP-REM4 = ZERO AND
                    (WS-LEAP-REM100 NOT = ZERO OR
                     WS-LEAP-REM400 = ZERO)
                    MOVE 29 TO WS-DW-DAY
                END-IF
            END-IF.

       LOAD-REGION-MASTER.
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                UNTIL WS-RG-SUB > 100
                MOVE SPACES TO WS-RG-NAME(WS-RG-SUB)
                MOVE ZERO TO WS-RG-COUNTS(WS-RG-SUB)
                MOVE 'N' TO WS-RG-ANY(WS-RG-SUB)
            END-PERFORM.
            MOVE "NO BRANCH ASSIGNED" TO WS-RG-NAME(1).
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REGION-MASTER.
            IF WS-RGM-STATUS NOT = '00'
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
            IF WS-RGM-STATUS = '00' OR WS-RGM-STATUS = '10'
                CLOSE REGION-MASTER
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                DISPLAY "BRANCH MASTER NOT AVAILABLE - STATUS "
                    WS-BRM-STATUS " - REGIONS FROM BRANCH CODES"
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
            MOVE ZERO TO WS-BR-COUNTS(WS-BR-HIT).

       LOAD-ASSIGNMENTS.
            MOVE ZERO TO WS-ASSIGN-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMD-STATUS " - NO BRANCH ASSIGNMENTS"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF E-BRANCH IS NUMERIC
                            PERFORM ADD-ASSIGN-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       ADD-ASSIGN-ENTRY.
      *     A SECOND ROW FOR THE SAME EMPLOYEE REPLACES THE FIRST --
      *     THE LATER ROW IS THE CURRENT ASSIGNMENT.
            IF WS-ASSIGN-COUNT > ZERO
                SEARCH ALL WS-ASSIGN-ENTRY
                    AT END CONTINUE
                    WHEN WS-ASG-EMP-NO(WS-ASG-INX) = E-NO
                        MOVE E-BRANCH TO WS-ASG-BRANCH(WS-ASG-INX)
                        GO TO ADD-ASSIGN-EXIT
                END-SEARCH
            END-IF.
            IF WS-ASSIGN-COUNT >= MAX-ASSIGN-COUNT
                DISPLAY "BRANCH ASSIGNMENTS EXCEED TABLE CAPACITY OF "
                    MAX-ASSIGN-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ASSIGN-COUNT TO WS-ASG-MOVE.
            ADD 1 TO WS-ASSIGN-COUNT.
            PERFORM UNTIL WS-ASG-MOVE < 1 OR
                WS-ASG-EMP-NO(WS-ASG-MOVE) < E-NO
                COMPUTE WS-ASG-SUB = WS-ASG-MOVE + 1
                MOVE WS-ASSIGN-ENTRY(WS-ASG-MOVE)
                    TO WS-ASSIGN-ENTRY(WS-ASG-SUB)
                SUBTRACT 1 FROM WS-ASG-MOVE
            END-PERFORM.
            COMPUTE WS-ASG-SUB = WS-ASG-MOVE + 1.
            MOVE E-NO TO WS-ASG-EMP-NO(WS-ASG-SUB).
            MOVE E-BRANCH TO WS-ASG-BRANCH(WS-ASG-SUB).
       ADD-ASSIGN-EXIT.
            EXIT.

       COUNT-EMPLOYEES-PARA.
            PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                UNTIL WS-CNT-IDX > 7
                MOVE ZERO TO WS-CO-COUNT(WS-CNT-IDX)
            END-PERFORM.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER UNUSABLE - STATUS "
                    WS-MST-STATUS " - REPORT REFUSED"
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-STAT-READ
                        PERFORM COUNT-ONE-PARA THRU COUNT-ONE-EXIT
                END-READ
            END-PERFORM.
            IF WS-MST-STATUS = '00' OR WS-MST-STATUS = '10'
                CLOSE EMPLOYEE-MASTER
            END-IF.

       COUNT-ONE-PARA.
            MOVE ZERO TO WS-EMP-EFF.
            MOVE ZERO TO WS-EMP-END.
            IF MST-EFF-DATE IS NUMERIC
                MOVE MST-EFF-DATE TO WS-EMP-EFF
            END-IF.
            IF MST-END-DATE IS NUMERIC
                MOVE MST-END-DATE TO WS-EMP-END
            END-IF.
      *     AN INACTIVE RECORD WITH NO END DATE CANNOT BE PLACED IN
      *     TIME -- IT IS LEFT OUT AND REPORTED.
            IF MST-STATUS = 'I' AND WS-EMP-END = ZERO
                DISPLAY "INACTIVE WITH NO END DATE - EMP " MST-NO
                    " NOT COUNTED"
                ADD 1 TO WS-NO-END-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                GO TO COUNT-ONE-EXIT
            END-IF.
            PERFORM CLASSIFY-PARA.
            IF WS-ONE-OPEN = ZERO AND WS-ONE-JOIN = ZERO AND
                WS-ONE-R-OPEN = ZERO AND WS-ONE-R-LEAVE = ZERO
                GO TO COUNT-ONE-EXIT
            END-IF.
            PERFORM FIND-EMP-BRANCH-PARA.
            MOVE MST-GRADE TO WS-EMP-GRADE.
            IF WS-EMP-GRADE = SPACES
                MOVE "--" TO WS-EMP-GRADE
            END-IF.
            IF WS-ONE-LEAVE > ZERO
                PERFORM ADD-LEAVER-PARA
            END-IF.
            MOVE WS-BR-COUNTS(WS-BR-HIT) TO WS-CNT-WORK.
            PERFORM ADD-ONE-PARA.
            MOVE WS-CNT-WORK TO WS-BR-COUNTS(WS-BR-HIT).
            COMPUTE WS-RG-SUB = WS-BR-REGION(WS-BR-HIT) + 1.
            MOVE WS-RG-COUNTS(WS-RG-SUB) TO WS-CNT-WORK.
            PERFORM ADD-ONE-PARA.
            MOVE WS-CNT-WORK TO WS-RG-COUNTS(WS-RG-SUB).
            MOVE 'Y' TO WS-RG-ANY(WS-RG-SUB).
            PERFORM FIND-GRADE-PARA.
            MOVE WS-GR-COUNTS(WS-GR-HIT) TO WS-CNT-WORK.
            PERFORM ADD-ONE-PARA.
            MOVE WS-CNT-WORK TO WS-GR-COUNTS(WS-GR-HIT).
            MOVE WS-COMPANY-COUNTS TO WS-CNT-WORK.
            PERFORM ADD-ONE-PARA.
            MOVE WS-CNT-WORK TO WS-COMPANY-COUNTS.
       COUNT-ONE-EXIT.
            EXIT.

       CLASSIFY-PARA.
      *     OPENING -- IN POST THE DAY THE RANGE STARTS; CLOSING -- IN
      *     POST AFTER THE DAY IT ENDS. A JOINER STARTED AND A LEAVER
      *     LEFT INSIDE IT, SO OPENING + JOINERS - LEAVERS = CLOSING.
      *     THE ROLLING-YEAR FIGURES ARE THE SAME RULES ON THE TWELVE
      *     MONTHS ENDING WITH THE RANGE.
            MOVE ZERO TO WS-ONE-COUNTS.
            MOVE 'N' TO WS-EARLY-SW.
            IF WS-EMP-EFF < WS-RANGE-START AND
                (WS-EMP-END = ZERO OR WS-EMP-END NOT < WS-RANGE-START)
                MOVE 1 TO WS-ONE-OPEN
            END-IF.
            IF WS-EMP-EFF NOT < WS-RANGE-START AND
                WS-EMP-EFF NOT > WS-RANGE-END
                MOVE 1 TO WS-ONE-JOIN
            END-IF.
            IF WS-EMP-END NOT < WS-RANGE-START AND
                WS-EMP-END NOT > WS-RANGE-END
                MOVE 1 TO WS-ONE-LEAVE
                PERFORM SERVICE-PARA
                IF WS-EARLY-LEAVER
                    MOVE 1 TO WS-ONE-EARLY
                END-IF
            END-IF.
            IF WS-EMP-EFF NOT > WS-RANGE-END AND
                (WS-EMP-END = ZERO OR WS-EMP-END > WS-RANGE-END)
                MOVE 1 TO WS-ONE-CLOSE
            END-IF.
            IF WS-EMP-EFF < WS-ROLL-START AND
                (WS-EMP-END = ZERO OR WS-EMP-END NOT < WS-ROLL-START)
                MOVE 1 TO WS-ONE-R-OPEN
            END-IF.
            IF WS-EMP-END NOT < WS-ROLL-START AND
                WS-EMP-END NOT > WS-RANGE-END
                MOVE 1 TO WS-ONE-R-LEAVE
            END-IF.

       SERVICE-PARA.
      *     WHOLE MONTHS FROM THE EFFECTIVE DATE TO THE LAST DAY
      *     WORKED -- A MONTH COUNTS ONCE ITS DAY OF THE MONTH IS
      *     REACHED. NO EFFECTIVE DATE MEANS THE SERVICE IS UNKNOWN
      *     AND NOT TREATED AS SHORT.
            MOVE ZERO TO WS-SERVICE-MONTHS.
            IF WS-EMP-EFF > ZERO
                MOVE WS-EMP-END TO WS-DATE-WORK
                COMPUTE WS-SERVICE-MONTHS =
                    WS-DW-YEAR * 12 + WS-DW-MONTH
                MOVE WS-EMP-EFF TO WS-DATE-WORK
                IF WS-EMP-END(7:2) < WS-DW-DAY
                    SUBTRACT 1 FROM WS-SERVICE-MONTHS
                END-IF
                COMPUTE WS-SERVICE-MONTHS = WS-SERVICE-MONTHS
                    - (WS-DW-YEAR * 12 + WS-DW-MONTH)
                IF WS-SERVICE-MONTHS < EARLY-LEAVER-MONTHS
                    MOVE 'Y' TO WS-EARLY-SW
                END-IF
            END-IF.

       ADD-ONE-PARA.
            ADD WS-ONE-OPEN TO WS-CW-OPEN.
            ADD WS-ONE-JOIN TO WS-CW-JOIN.
            ADD WS-ONE-LEAVE TO WS-CW-LEAVE.
            ADD WS-ONE-CLOSE TO WS-CW-CLOSE.
            ADD WS-ONE-R-OPEN TO WS-CW-R-OPEN.
            ADD WS-ONE-R-LEAVE TO WS-CW-R-LEAVE.
            ADD WS-ONE-EARLY TO WS-CW-EARLY.

       FIND-EMP-BRANCH-PARA.
      *     NO ROW ON EMPLOYEEDATA.TXT IS BRANCH 000, REGION 00; A
      *     BRANCH THE MASTER DOES NOT HOLD IS ADDED UNDER THE REGION
      *     ITS CODE IMPLIES.
            MOVE ZERO TO WS-EMP-BRANCH.
            MOVE 'N' TO WS-EOF.
            IF WS-ASSIGN-COUNT > ZERO
                SEARCH ALL WS-ASSIGN-ENTRY
                    AT END CONTINUE
                    WHEN WS-ASG-EMP-NO(WS-ASG-INX) = MST-NO
                        MOVE WS-ASG-BRANCH(WS-ASG-INX)
                            TO WS-EMP-BRANCH
                        MOVE 'Y' TO WS-EOF
                END-SEARCH
            END-IF.
            IF WS-EOF NOT = 'Y'
                DISPLAY "NO BRANCH ASSIGNMENT - EMP " MST-NO
                ADD 1 TO WS-NO-BRANCH-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            MOVE 'N' TO WS-EOF.
            MOVE ZERO TO WS-BR-HIT.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-EMP-BRANCH
                        SET WS-BR-HIT TO WS-BR-INX
                END-SEARCH
            END-IF.
            IF WS-BR-HIT = ZERO
                MOVE WS-EMP-BRANCH TO WS-NEW-BCODE
                COMPUTE WS-NEW-BREGION = WS-EMP-BRANCH / 100
                IF WS-EMP-BRANCH = ZERO
                    MOVE "NO BRANCH ASSIGNED" TO WS-NEW-BNAME
                ELSE
                    MOVE "NOT ON BRANCH MASTER" TO WS-NEW-BNAME
                    DISPLAY "BRANCH " WS-EMP-BRANCH
                        " NOT ON BRANCH MASTER - EMP " MST-NO
                    ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
                PERFORM ADD-BRANCH-ENTRY
            END-IF.

       FIND-GRADE-PARA.
            MOVE ZERO TO WS-GR-HIT.
            PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                UNTIL WS-GR-IDX > WS-GRADE-COUNT
                IF WS-GR-CODE(WS-GR-IDX) = WS-EMP-GRADE
                    MOVE WS-GR-IDX TO WS-GR-HIT
                    MOVE WS-GRADE-COUNT TO WS-GR-IDX
                END-IF
            END-PERFORM.
            IF WS-GR-HIT = ZERO
                IF WS-GRADE-COUNT >= MAX-GRADE-COUNT
                    DISPLAY "GRADES EXCEED TABLE CAPACITY OF "
                        MAX-GRADE-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-GRADE-COUNT TO WS-GR-MOVE
                ADD 1 TO WS-GRADE-COUNT
                PERFORM UNTIL WS-GR-MOVE < 1 OR
                    WS-GR-CODE(WS-GR-MOVE) < WS-EMP-GRADE
                    COMPUTE WS-GR-HIT = WS-GR-MOVE + 1
                    MOVE WS-GRADE-ENTRY(WS-GR-MOVE)
                        TO WS-GRADE-ENTRY(WS-GR-HIT)
                    SUBTRACT 1 FROM WS-GR-MOVE
                END-PERFORM
                COMPUTE WS-GR-HIT = WS-GR-MOVE + 1
                MOVE WS-EMP-GRADE TO WS-GR-CODE(WS-GR-HIT)
                MOVE ZERO TO WS-GR-COUNTS(WS-GR-HIT)
            END-IF.

       ADD-LEAVER-PARA.
            IF WS-LEAVER-COUNT >= MAX-LEAVER-COUNT
                DISPLAY "LEAVERS EXCEED TABLE CAPACITY OF "
                    MAX-LEAVER-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-LEAVER-COUNT TO WS-LV-MOVE.
            ADD 1 TO WS-LEAVER-COUNT.
            PERFORM UNTIL WS-LV-MOVE < 1 OR
                WS-LV-BRANCH(WS-LV-MOVE) < WS-EMP-BRANCH OR
                (WS-LV-BRANCH(WS-LV-MOVE) = WS-EMP-BRANCH AND
                 WS-LV-END(WS-LV-MOVE) NOT > WS-EMP-END)
                COMPUTE WS-LV-SUB = WS-LV-MOVE + 1
                MOVE WS-LEAVER-ENTRY(WS-LV-MOVE)
                    TO WS-LEAVER-ENTRY(WS-LV-SUB)
                SUBTRACT 1 FROM WS-LV-MOVE
            END-PERFORM.
            COMPUTE WS-LV-SUB = WS-LV-MOVE + 1.
            MOVE WS-EMP-BRANCH TO WS-LV-BRANCH(WS-LV-SUB).
            MOVE WS-EMP-END TO WS-LV-END(WS-LV-SUB).
            MOVE MST-NO TO WS-LV-EMP-NO(WS-LV-SUB).
            MOVE MST-NAME TO WS-LV-NAME(WS-LV-SUB).
            MOVE WS-EMP-GRADE TO WS-LV-GRADE(WS-LV-SUB).
            MOVE WS-EMP-EFF TO WS-LV-EFF(WS-LV-SUB).
            MOVE WS-SERVICE-MONTHS TO WS-LV-MONTHS(WS-LV-SUB).
            MOVE WS-EARLY-SW TO WS-LV-EARLY(WS-LV-SUB).

       WRITE-BRANCH-SECTION-PARA.
            MOVE WS-RANGE-START TO WS-RT-FROM.
            MOVE WS-RANGE-END TO WS-RT-TO.
            MOVE WS-RUN-DATE TO WS-RT-RUN-DATE.
            MOVE WS-RPT-TITLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-ROLL-START TO WS-RR-FROM.
            MOVE WS-RANGE-END TO WS-RR-TO.
            MOVE WS-RPT-ROLL TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                UNTIL WS-RG-SUB > 100
                IF WS-RG-ANY(WS-RG-SUB) = 'Y'
                    PERFORM WRITE-REGION-PARA
                END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COMPANY-COUNTS TO WS-CNT-WORK.
            MOVE "COMPANY TOTAL" TO WS-RD-LABEL.
            PERFORM WRITE-COUNT-LINE-PARA.

       WRITE-REGION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            COMPUTE WS-RRG-CODE = WS-RG-SUB - 1.
            MOVE WS-RG-NAME(WS-RG-SUB) TO WS-RRG-NAME.
            MOVE WS-RPT-REGION TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-RPT-HEAD TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                MOVE WS-BR-COUNTS(WS-BR-IDX) TO WS-CNT-WORK
                IF WS-BR-REGION(WS-BR-IDX) + 1 = WS-RG-SUB AND
                    WS-CNT-WORK NOT = ZERO
                    MOVE WS-BR-CODE(WS-BR-IDX) TO WS-RDB-CODE
                    MOVE WS-BR-NAME(WS-BR-IDX) TO WS-RDB-NAME
                    MOVE WS-RD-BRANCH-LABEL TO WS-RD-LABEL
                    PERFORM WRITE-COUNT-LINE-PARA
                END-IF
            END-PERFORM.
            MOVE WS-RG-COUNTS(WS-RG-SUB) TO WS-CNT-WORK.
            MOVE "  REGION TOTAL" TO WS-RD-LABEL.
            PERFORM WRITE-COUNT-LINE-PARA.

       WRITE-GRADE-SECTION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "BY SALARY GRADE" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-RPT-GRADE-HEAD TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                UNTIL WS-GR-IDX > WS-GRADE-COUNT
                MOVE WS-GR-COUNTS(WS-GR-IDX) TO WS-CNT-WORK
                MOVE SPACES TO WS-RD-LABEL
                MOVE WS-GR-CODE(WS-GR-IDX) TO WS-RD-LABEL(3:2)
                IF WS-GR-CODE(WS-GR-IDX) = "--"
                    MOVE "-- UNGRADED" TO WS-RD-LABEL(3:)
                END-IF
                PERFORM WRITE-COUNT-LINE-PARA
            END-PERFORM.

       WRITE-COUNT-LINE-PARA.
      *     TURNOVER IS LEAVERS OVER THE AVERAGE OF OPENING AND
      *     CLOSING HEADCOUNT, AS A PERCENTAGE; NO HEADCOUNT AT
      *     EITHER END PRINTS ZERO.
            MOVE WS-CW-OPEN TO WS-RD-OPEN.
            MOVE WS-CW-JOIN TO WS-RD-JOIN.
            MOVE WS-CW-LEAVE TO WS-RD-LEAVE.
            MOVE WS-CW-CLOSE TO WS-RD-CLOSE.
            MOVE WS-CW-EARLY TO WS-RD-EARLY.
            COMPUTE WS-AVG-X2 = WS-CW-OPEN + WS-CW-CLOSE.
            IF WS-AVG-X2 = ZERO
                MOVE ZERO TO WS-TURNOVER
            ELSE
                COMPUTE WS-TURNOVER ROUNDED =
                    WS-CW-LEAVE * 200 / WS-AVG-X2
            END-IF.
            MOVE WS-TURNOVER TO WS-RD-TURN.
            COMPUTE WS-AVG-X2 = WS-CW-R-OPEN + WS-CW-CLOSE.
            IF WS-AVG-X2 = ZERO
                MOVE ZERO TO WS-TURNOVER
            ELSE
                COMPUTE WS-TURNOVER ROUNDED =
                    WS-CW-R-LEAVE * 200 / WS-AVG-X2
            END-IF.
            MOVE WS-TURNOVER TO WS-RD-R-TURN.
            MOVE WS-RPT-DETAIL TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-LEAVER-SECTION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "LEAVERS IN THE RANGE" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-LEAVER-COUNT = ZERO
                MOVE "  NONE" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE WS-RPT-LEAVER-HEAD TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LEAVER-COUNT
                MOVE WS-LV-BRANCH(WS-LV-IDX) TO WS-RL-BRANCH
                MOVE WS-LV-EMP-NO(WS-LV-IDX) TO WS-RL-EMP-NO
                MOVE WS-LV-NAME(WS-LV-IDX) TO WS-RL-NAME
                MOVE WS-LV-GRADE(WS-LV-IDX) TO WS-RL-GRADE
                MOVE WS-LV-EFF(WS-LV-IDX) TO WS-RL-EFF
                MOVE WS-LV-END(WS-LV-IDX) TO WS-RL-END
                IF WS-LV-EFF(WS-LV-IDX) = ZERO
                    MOVE "NOT KNOWN" TO WS-RL-SERVICE
                ELSE
                    DIVIDE WS-LV-MONTHS(WS-LV-IDX) BY 12
                        GIVING WS-SERVICE-YEARS
                        REMAINDER WS-SERVICE-REM
                    MOVE WS-SERVICE-YEARS TO WS-RLS-YEARS
                    MOVE WS-SERVICE-REM TO WS-RLS-MONTHS
                    MOVE WS-RL-SERVICE-WORK TO WS-RL-SERVICE
                END-IF
                IF WS-LV-EARLY(WS-LV-IDX) = 'Y'
                    MOVE "* UNDER 3 MONTHS" TO WS-RL-FLAG
                ELSE
                    MOVE SPACES TO WS-RL-FLAG
                END-IF
                MOVE WS-RPT-LEAVER TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-EMPLOYEE-MASTER-PATH
            ACCEPT WS-EMPLOYEE-MASTER-PATH
                FROM ENVIRONMENT 'RECORD_FILE'
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
            MOVE 'D:\cOBOLTRAINING\HeadcountParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH FROM ENVIRONMENT 'HEADCOUNT_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\HeadcountReport.txt'
                TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT 'HEADCOUNT_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
