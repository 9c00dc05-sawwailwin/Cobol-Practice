      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- establishment control: the
      *                people equivalent of BUDGETRPT, so a branch
      *                hiring beyond its approved headcount shows up
      *                in the month it happens instead of when the
      *                payroll cost lands. EstablishmentMaster.txt
      *                (ESTABMST -- branch, grade, approved headcount,
      *                monthly payroll cost budget) is laid against
      *                the month in EstabParm.txt (YYYYMM; none means
      *                the month before the business date): the
      *                active headcount at the month end from the
      *                indexed employee master (the HEADCOUNT closing
      *                rule -- started by the month end and not left
      *                by it), placed at the EMPLOYEEDATA.txt branch
      *                and the master's grade, and the actual payroll
      *                cost -- gross plus employer on-cost, the same
      *                LABOUR figure the payroll rollup carries --
      *                summed from the payslips retained on
      *                PayslipHistory.txt with a pay date in the
      *                month. One line per branch and grade with
      *                approved and actual headcount, budgeted and
      *                actual cost and both variances (actual less
      *                approved or budget; a headcount over approved
      *                is flagged), branch and region totals named
      *                from the branch and region masters, and a
      *                year-to-date cost line (January to the month;
      *                the budget is the monthly budget times the
      *                months) for every region and the company.
      *                Staff at a branch and grade with no
      *                establishment row show against zero approved.
      *                RETURN-CODE 0 clean, 4 warning (an employee
      *                with no branch, a branch not on the branch
      *                master, an inactive employee with no end date,
      *                or no payslip history), 8 no establishment
      *                master, 12 the employee master cannot be
      *                opened, 16 a work table overflowed.
      * 10/15/2026 SWL A voided payslip takes its gross and employer
      *                cost back off the month and year it was paid in.
      * 10/15/2026 SWL A slip's cost goes to the home branch printed
      *                on it, not the employee's branch today, and a
      *                split slip's COST AT lines (a void's VOID AT
      *                lines) place gross and employer cost at each
      *                branch worked at, as the journal posted them.
      *                The current assignment is used only for a slip
      *                retained without its branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ESTAB-FILE ASSIGN TO DYNAMIC WS-ESTAB-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESM-STATUS.

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

            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSH-STATUS.

            SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTAB-FILE.
           COPY ESTABMST REPLACING ESM-REC-NAME BY ESTAB-REC
                                    ESM-BRANCH-NAME BY ESM-BRANCH
                                    ESM-GRADE-NAME BY ESM-GRADE
                                    ESM-HEADCOUNT-NAME BY ESM-HEADCOUNT
                                    ESM-BUDGET-NAME BY ESM-BUDGET.

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

       FD PAYSLIP-HISTORY.
       01 PSH-REC.
           05 PSH-EMP-NO PIC X(5).
           05 PSH-PAY-DATE PIC 9(8).
           05 PSH-LINE PIC X(60).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-MONTH PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ESM-STATUS PIC X(2).
       01 WS-MST-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RGM-STATUS PIC X(2).
       01 WS-PSH-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

      * THE REPORT MONTH, ITS FIRST AND LAST DAYS, AND THE FIRST DAY
      * OF ITS YEAR FOR THE YEAR-TO-DATE COST.
       01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05 WS-MW-YEAR PIC 9(4).
           05 WS-MW-MONTH PIC 9(2).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YTD-MONTHS PIC 9(2).
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

      * ONE EMPLOYEE AS THE COUNTS SEE THEM.
       01 WS-EMP-EFF PIC 9(8).
       01 WS-EMP-END PIC 9(8).
       01 WS-EMP-BRANCH PIC 9(3).
       01 WS-EMP-GRADE PIC X(2).
       01 WS-FOUND-SW PIC X(1).
           88 WS-FOUND VALUE 'Y'.

      * ONE PAYSLIP LINE'S AMOUNT -- THE GROSS AND EMPLOYER LINES ARE
      * PRINTED EDITED, SO THEY ARE DE-EDITED THROUGH THE SAME
      * PICTURES THE PAYROLL RUN PRINTED THEM WITH.
       01 WS-GROSS-EDIT PIC Z(7)9.99.
       01 WS-GROSS-EDIT-X REDEFINES WS-GROSS-EDIT PIC X(11).
       01 WS-ER-EDIT PIC Z(6)9.99.
       01 WS-ER-EDIT-X REDEFINES WS-ER-EDIT PIC X(10).
       01 WS-SLIP-AMT PIC 9(9)V99.
      * A VOIDED SLIP'S LINES TAKE THE COST BACK OFF INSTEAD.
       01 WS-SLIP-VOID-SW PIC X(1).
           88 WS-SLIP-VOID VALUE 'Y'.
      * THE SLIP BEING READ -- THE HOME BRANCH ON ITS EMPLOYEE LINE,
      * AND WHETHER ITS COST CAME AS COST AT (OR VOID AT) LINES, IN
      * WHICH CASE ITS GROSS AND EMPLOYER LINES ARE ALREADY COUNTED.
       01 WS-SLIP-BRANCH PIC 9(3) VALUE ZERO.
       01 WS-SLIP-SPLIT-SW PIC X(1) VALUE 'N'.
           88 WS-SLIP-SPLIT VALUE 'Y'.
       01 WS-SLIP-ER-AMT PIC 9(7)V99.

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

      * EVERY EMPLOYEE ON THE MASTER WITH THE GRADE THE SLIPS ARE
      * COSTED TO, IN EMP-NO ORDER (THE MASTER IS READ IN KEY ORDER).
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-EMP-COUNT
               ASCENDING KEY IS WS-EM-NO
               INDEXED BY WS-EM-INX.
               10 WS-EM-NO PIC X(5).
               10 WS-EM-GRADE PIC X(2).
       01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-EMP-COUNT PIC 9(4) VALUE 5000.

      * BRANCHES FROM THE BRANCH MASTER IN CODE ORDER WITH THEIR
      * REGIONS. A BRANCH MET ON THE ESTABLISHMENT OR AN ASSIGNMENT
      * BUT NOT ON THE MASTER IS ADDED AS IT IS MET.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-BRANCH-COUNT PIC 9(3) VALUE 500.
       01 WS-BR-MOVE PIC 9(3).
       01 WS-BR-SUB PIC 9(3).
       01 WS-BR-HIT PIC 9(3).
       01 WS-BR-IDX PIC 9(3).
       01 WS-NEW-BCODE PIC 9(3).
       01 WS-NEW-BNAME PIC X(20).
       01 WS-NEW-BREGION PIC 9(2).

      * ONE CELL PER BRANCH AND GRADE, IN BRANCH/GRADE ORDER -- THE
      * ESTABLISHMENT ROW'S APPROVED HEADCOUNT AND BUDGET BESIDE THE
      * ACTUALS. FIGURES ARE KEPT IN THE SAME ORDER IN EVERY BUCKET
      * (CELL, BRANCH, REGION, COMPANY) SO A BUCKET MOVES WHOLE INTO
      * THE PRINT WORK AREA.
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-CELL-COUNT
               ASCENDING KEY IS WS-CL-KEY
               INDEXED BY WS-CL-INX.
               10 WS-CL-KEY.
                   15 WS-CL-BRANCH PIC 9(3).
                   15 WS-CL-GRADE PIC X(2).
               10 WS-CL-FIGURES PIC X(62).
       01 WS-CELL-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CELL-COUNT PIC 9(4) VALUE 3000.
       01 WS-CL-MOVE PIC 9(4).
       01 WS-CL-SUB PIC 9(4).
       01 WS-CL-HIT PIC 9(4).
       01 WS-CL-IDX PIC 9(4).
       01 WS-NEW-CELL-KEY.
           05 WS-NC-BRANCH PIC 9(3).
           05 WS-NC-GRADE PIC X(2).

       01 WS-FIG-WORK.
           05 WS-FW-APPROVED PIC 9(5).
           05 WS-FW-ACTUAL PIC 9(5).
           05 WS-FW-BUDGET PIC 9(11)V99.
           05 WS-FW-COST PIC 9(11)V99.
           05 WS-FW-YTD-BUDGET PIC 9(11)V99.
           05 WS-FW-YTD-COST PIC 9(11)V99.
       01 WS-FIG-ADD.
           05 WS-FA-APPROVED PIC 9(5).
           05 WS-FA-ACTUAL PIC 9(5).
           05 WS-FA-BUDGET PIC 9(11)V99.
           05 WS-FA-COST PIC 9(11)V99.
           05 WS-FA-YTD-BUDGET PIC 9(11)V99.
           05 WS-FA-YTD-COST PIC 9(11)V99.
       01 WS-BRANCH-FIGURES PIC X(62).
       01 WS-COMPANY-FIGURES PIC X(62).

      * REGION NAMES AND TOTALS -- ENTRY N HOLDS REGION N-1, SO
      * REGION 00 (NO BRANCH ASSIGNED) HAS A SLOT.
       01 WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 100 TIMES.
               10 WS-RG-NAME PIC X(20).
               10 WS-RG-FIGURES PIC X(62).
               10 WS-RG-ANY PIC X(1).
       01 WS-RG-SUB PIC 9(3).

       01 WS-HC-VAR PIC S9(5).
       01 WS-COST-VAR PIC S9(11)V99.

       77 WS-STAT-EMP PIC 9(5) VALUE ZERO.
       77 WS-STAT-SLIPS PIC 9(7) VALUE ZERO.
       77 WS-STAT-ESTAB PIC 9(5) VALUE ZERO.
       77 WS-OVER-COUNT PIC 9(5) VALUE ZERO.

      * REPORT LINES.
       01 WS-RPT-TITLE.
           05 FILLER PIC X(32)
               VALUE "ESTABLISHMENT CONTROL FOR MONTH ".
           05 WS-RT-MONTH PIC 9(6).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 WS-RT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE "   HEADCOUNT AT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RT-MONTH-END PIC 9(8).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-RPT-REGION.
           05 FILLER PIC X(7) VALUE "REGION ".
           05 WS-RRG-CODE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RRG-NAME PIC X(20).
           05 FILLER PIC X(102) VALUE SPACES.
       01 WS-RPT-HEAD.
           05 FILLER PIC X(30) VALUE "  BRANCH / GRADE".
           05 FILLER PIC X(9) VALUE " APPROVED".
           05 FILLER PIC X(8) VALUE "  ACTUAL".
           05 FILLER PIC X(8) VALUE "  HC VAR".
           05 FILLER PIC X(18) VALUE "       BUDGET COST".
           05 FILLER PIC X(18) VALUE "       ACTUAL COST".
           05 FILLER PIC X(18) VALUE "     COST VARIANCE".
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-RPT-BRANCH.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RB-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RB-NAME PIC X(20).
           05 FILLER PIC X(105) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RD-LABEL PIC X(30).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RD-APPROVED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-ACTUAL PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-HC-VAR PIC +ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-BUDGET PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-COST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-COST-VAR PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-FLAG PIC X(16).
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-RPT-YTD.
           05 WS-RY-LABEL PIC X(30).
           05 FILLER PIC X(27) VALUE SPACES.
           05 WS-RY-BUDGET PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RY-COST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RY-COST-VAR PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-ESTAB-FILE-PATH PIC X(60).
       01 WS-EMPLOYEE-MASTER-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-REGION-MASTER-PATH PIC X(60).
       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-REPORT-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (NO BRANCH
      * ASSIGNMENT, BRANCH NOT ON THE MASTER, INACTIVE WITH NO END
      * DATE, OR NO PAYSLIP HISTORY), 8 NO ESTABLISHMENT MASTER, 12
      * EMPLOYEE MASTER UNUSABLE, 16 A WORK TABLE OVERFLOWED.
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
            PERFORM LOAD-ESTABLISHMENT.
            IF WS-RETURN-CODE = 8
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM COUNT-EMPLOYEES-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM COST-PAYSLIPS-PARA.
            PERFORM ROLLUP-PARA.
            OPEN OUTPUT REPORT-FILE.
            PERFORM WRITE-REPORT-PARA.
            CLOSE REPORT-FILE.
            DISPLAY WS-STAT-ESTAB " ESTABLISHMENT ROWS, " WS-STAT-EMP
                " EMPLOYEES, " WS-STAT-SLIPS " PAYSLIP LINES COSTED - "
                WS-OVER-COUNT " BRANCH/GRADE(S) OVER APPROVED".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-PARM.
      *     NO PARAMETER, OR A BAD MONTH, MEANS THE MONTH BEFORE THE
      *     BUSINESS DATE -- THE REPORT IS RUN AFTER THE MONTH'S LAST
      *     PAYROLL.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-MONTH IS NUMERIC
                            MOVE PARM-MONTH TO WS-REPORT-MONTH
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
            IF WS-REPORT-MONTH = ZERO OR WS-MW-MONTH = ZERO OR
                WS-MW-MONTH > 12
                MOVE WS-RUN-DATE(1:6) TO WS-MONTH-WORK
                IF WS-MW-MONTH = 1
                    SUBTRACT 1 FROM WS-MW-YEAR
                    MOVE 12 TO WS-MW-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-MW-MONTH
                END-IF
                MOVE WS-MONTH-WORK TO WS-REPORT-MONTH
            END-IF.
            MOVE WS-MW-MONTH TO WS-YTD-MONTHS.
            MOVE WS-REPORT-MONTH TO WS-DATE-WORK(1:6).
            MOVE 1 TO WS-DW-DAY.
            MOVE WS-DATE-WORK TO WS-MONTH-START.
            PERFORM LAST-DAY-PARA.
            MOVE WS-DATE-WORK TO WS-MONTH-END.
            MOVE 1 TO WS-DW-MONTH.
            MOVE 1 TO WS-DW-DAY.
            MOVE WS-DATE-WORK TO WS-YEAR-START.
            DISPLAY "ESTABLISHMENT FOR " WS-MONTH-START " TO "
                WS-MONTH-END " - YEAR TO DATE FROM " WS-YEAR-START.

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
                MOVE ZERO TO WS-FIG-WORK
                MOVE WS-FIG-WORK TO WS-RG-FIGURES(WS-RG-SUB)
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

       FIND-BRANCH-PARA.
      *     WS-BR-HIT IS THE BRANCH'S ENTRY; ONE NOT ON THE MASTER IS
      *     ADDED UNDER THE REGION ITS CODE IMPLIES.
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
                        " NOT ON BRANCH MASTER"
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
                PERFORM ADD-BRANCH-ENTRY
            END-IF.

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
                                THRU ADD-ASSIGN-EXIT
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

       FIND-ASSIGN-PARA.
      *     NO ROW ON EMPLOYEEDATA.TXT IS BRANCH 000.
            MOVE ZERO TO WS-EMP-BRANCH.
            MOVE 'N' TO WS-FOUND-SW.
            IF WS-ASSIGN-COUNT > ZERO
                SEARCH ALL WS-ASSIGN-ENTRY
                    AT END CONTINUE
                    WHEN WS-ASG-EMP-NO(WS-ASG-INX) = PSH-EMP-NO
                        MOVE WS-ASG-BRANCH(WS-ASG-INX)
                            TO WS-EMP-BRANCH
                        MOVE 'Y' TO WS-FOUND-SW
                END-SEARCH
            END-IF.

       LOAD-ESTABLISHMENT.
            MOVE ZERO TO WS-CELL-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ESTAB-FILE.
            IF WS-ESM-STATUS NOT = '00'
                DISPLAY "ESTABLISHMENT MASTER NOT AVAILABLE - STATUS "
                    WS-ESM-STATUS " - REPORT REFUSED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ ESTAB-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ESM-BRANCH IS NUMERIC AND
                            ESM-HEADCOUNT IS NUMERIC AND
                            ESM-BUDGET IS NUMERIC
                            PERFORM POST-ESTAB-PARA
                        ELSE
                            DISPLAY "ESTABLISHMENT ROW INVALID - "
                                ESTAB-REC " - IGNORED"
                            IF WS-RETURN-CODE < 4
                                MOVE 4 TO WS-RETURN-CODE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ESM-STATUS = '00' OR WS-ESM-STATUS = '10'
                CLOSE ESTAB-FILE
            END-IF.

       POST-ESTAB-PARA.
      *     A SECOND ROW FOR THE SAME BRANCH AND GRADE ADDS TO THE
      *     FIRST.
            ADD 1 TO WS-STAT-ESTAB.
            MOVE ESM-BRANCH TO WS-EMP-BRANCH.
            PERFORM FIND-BRANCH-PARA.
            MOVE ESM-BRANCH TO WS-NC-BRANCH.
            MOVE ESM-GRADE TO WS-NC-GRADE.
            PERFORM FIND-CELL-PARA.
            MOVE ZERO TO WS-FIG-ADD.
            MOVE ESM-HEADCOUNT TO WS-FA-APPROVED.
            MOVE ESM-BUDGET TO WS-FA-BUDGET.
            COMPUTE WS-FA-YTD-BUDGET = ESM-BUDGET * WS-YTD-MONTHS.
            PERFORM ADD-TO-CELL-PARA.

       FIND-CELL-PARA.
      *     WS-CL-HIT IS THE CELL FOR WS-NEW-CELL-KEY, ADDED IN ORDER
      *     WHEN IT IS NOT THERE YET.
            MOVE ZERO TO WS-CL-HIT.
            IF WS-CELL-COUNT > ZERO
                SEARCH ALL WS-CELL-ENTRY
                    AT END CONTINUE
                    WHEN WS-CL-KEY(WS-CL-INX) = WS-NEW-CELL-KEY
                        SET WS-CL-HIT TO WS-CL-INX
                END-SEARCH
            END-IF.
            IF WS-CL-HIT = ZERO
                IF WS-CELL-COUNT >= MAX-CELL-COUNT
                    DISPLAY "BRANCH/GRADE CELLS EXCEED TABLE CAPACITY "
                        "OF " MAX-CELL-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-CELL-COUNT TO WS-CL-MOVE
                ADD 1 TO WS-CELL-COUNT
                PERFORM UNTIL WS-CL-MOVE < 1 OR
                    WS-CL-KEY(WS-CL-MOVE) < WS-NEW-CELL-KEY
                    COMPUTE WS-CL-SUB = WS-CL-MOVE + 1
                    MOVE WS-CELL-ENTRY(WS-CL-MOVE)
                        TO WS-CELL-ENTRY(WS-CL-SUB)
                    SUBTRACT 1 FROM WS-CL-MOVE
                END-PERFORM
                COMPUTE WS-CL-HIT = WS-CL-MOVE + 1
                MOVE WS-NEW-CELL-KEY TO WS-CL-KEY(WS-CL-HIT)
                MOVE ZERO TO WS-FIG-WORK
                MOVE WS-FIG-WORK TO WS-CL-FIGURES(WS-CL-HIT)
            END-IF.

       ADD-TO-CELL-PARA.
            MOVE WS-CL-FIGURES(WS-CL-HIT) TO WS-FIG-WORK.
            PERFORM ADD-FIGURES-PARA.
            MOVE WS-FIG-WORK TO WS-CL-FIGURES(WS-CL-HIT).

       ADD-FIGURES-PARA.
            ADD WS-FA-APPROVED TO WS-FW-APPROVED.
            ADD WS-FA-ACTUAL TO WS-FW-ACTUAL.
            ADD WS-FA-BUDGET TO WS-FW-BUDGET.
            ADD WS-FA-COST TO WS-FW-COST.
            ADD WS-FA-YTD-BUDGET TO WS-FW-YTD-BUDGET.
            ADD WS-FA-YTD-COST TO WS-FW-YTD-COST.

       COUNT-EMPLOYEES-PARA.
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
                        ADD 1 TO WS-STAT-EMP
                        PERFORM COUNT-ONE-PARA THRU COUNT-ONE-EXIT
                END-READ
            END-PERFORM.
            IF WS-MST-STATUS = '00' OR WS-MST-STATUS = '10'
                CLOSE EMPLOYEE-MASTER
            END-IF.

       COUNT-ONE-PARA.
      *     EVERY EMPLOYEE GOES IN THE GRADE TABLE THE SLIPS ARE
      *     COSTED THROUGH; ONLY THOSE IN POST AT THE MONTH END COUNT
      *     TOWARDS THE ACTUAL HEADCOUNT.
            IF WS-EMP-COUNT >= MAX-EMP-COUNT
                DISPLAY "EMPLOYEES EXCEED TABLE CAPACITY OF "
                    MAX-EMP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-EMP-COUNT.
            MOVE MST-NO TO WS-EM-NO(WS-EMP-COUNT).
            MOVE MST-GRADE TO WS-EM-GRADE(WS-EMP-COUNT).
            MOVE ZERO TO WS-EMP-EFF.
            MOVE ZERO TO WS-EMP-END.
            IF MST-EFF-DATE IS NUMERIC
                MOVE MST-EFF-DATE TO WS-EMP-EFF
            END-IF.
            IF MST-END-DATE IS NUMERIC
                MOVE MST-END-DATE TO WS-EMP-END
            END-IF.
            IF MST-STATUS = 'I' AND WS-EMP-END = ZERO
                DISPLAY "INACTIVE WITH NO END DATE - EMP " MST-NO
                    " NOT COUNTED"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                GO TO COUNT-ONE-EXIT
            END-IF.
            IF WS-EMP-EFF > WS-MONTH-END OR
                (WS-EMP-END NOT = ZERO AND
                 WS-EMP-END NOT > WS-MONTH-END)
                GO TO COUNT-ONE-EXIT
            END-IF.
            MOVE MST-NO TO PSH-EMP-NO.
            PERFORM FIND-ASSIGN-PARA.
            IF NOT WS-FOUND
                DISPLAY "NO BRANCH ASSIGNMENT - EMP " MST-NO
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-EMP-BRANCH TO WS-NC-BRANCH.
            MOVE MST-GRADE TO WS-NC-GRADE.
            PERFORM FIND-CELL-PARA.
            MOVE ZERO TO WS-FIG-ADD.
            MOVE 1 TO WS-FA-ACTUAL.
            PERFORM ADD-TO-CELL-PARA.
       COUNT-ONE-EXIT.
            EXIT.

       COST-PAYSLIPS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PSH-STATUS NOT = '00'
                DISPLAY "PAYSLIP HISTORY NOT AVAILABLE - STATUS "
                    WS-PSH-STATUS " - ACTUAL COST IS ZERO"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYSLIP-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PSH-PAY-DATE IS NUMERIC AND
                            PSH-PAY-DATE NOT < WS-YEAR-START AND
                            PSH-PAY-DATE NOT > WS-MONTH-END
                            PERFORM COST-ONE-LINE-PARA
                                THRU COST-ONE-LINE-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PSH-STATUS = '00' OR WS-PSH-STATUS = '10'
                CLOSE PAYSLIP-HISTORY
            END-IF.

       COST-ONE-LINE-PARA.
      *     ONLY THE GROSS LINE AND THE EMPLOYER-PAID LINES ARE COST;
      *     EVERY OTHER SLIP LINE IS PASSED OVER. A VOID CARRIES THE
      *     GROSS AND EMPLOYER COST IT TOOK BACK, AND IS DATED WITH
      *     THE SLIP IT CANCELS. A SPLIT SLIP'S COST AT LINES (A
      *     VOID'S VOID AT LINES) COME FIRST AND CARRY THE WHOLE
      *     COST BRANCH BY BRANCH.
            MOVE 'N' TO WS-SLIP-VOID-SW.
            IF PSH-LINE(1:25) = "             PAYSLIP"
                MOVE ZERO TO WS-SLIP-BRANCH
                MOVE 'N' TO WS-SLIP-SPLIT-SW
                GO TO COST-ONE-LINE-EXIT
            END-IF.
            IF PSH-LINE(1:9) = "EMP NO  :"
                IF PSH-LINE(56:3) IS NUMERIC
                    MOVE PSH-LINE(56:3) TO WS-SLIP-BRANCH
                END-IF
                GO TO COST-ONE-LINE-EXIT
            END-IF.
            IF (PSH-LINE(1:9) = "COST AT :" OR
                PSH-LINE(1:9) = "VOID AT :") AND
                PSH-LINE(11:3) IS NUMERIC
                MOVE 'Y' TO WS-SLIP-SPLIT-SW
                IF PSH-LINE(1:9) = "VOID AT :"
                    MOVE 'Y' TO WS-SLIP-VOID-SW
                END-IF
                MOVE PSH-LINE(30:11) TO WS-GROSS-EDIT-X
                MOVE WS-GROSS-EDIT TO WS-SLIP-AMT
                MOVE PSH-LINE(45:11) TO WS-GROSS-EDIT-X
                MOVE WS-GROSS-EDIT TO WS-SLIP-ER-AMT
                ADD WS-SLIP-ER-AMT TO WS-SLIP-AMT
                MOVE PSH-LINE(11:3) TO WS-EMP-BRANCH
                GO TO COST-ONE-LINE-CELL
            END-IF.
            IF WS-SLIP-SPLIT
                GO TO COST-ONE-LINE-EXIT
            END-IF.
            IF PSH-LINE(1:9) = "GROSS   :"
                MOVE PSH-LINE(10:11) TO WS-GROSS-EDIT-X
                MOVE WS-GROSS-EDIT TO WS-SLIP-AMT
            ELSE IF PSH-LINE(1:4) = "ER  " AND
                PSH-LINE(40:14) = " EMPLOYER PAID"
                MOVE PSH-LINE(30:10) TO WS-ER-EDIT-X
                MOVE WS-ER-EDIT TO WS-SLIP-AMT
            ELSE IF PSH-LINE(1:9) = "VOIDED  :" OR
                PSH-LINE(1:9) = "VOID ER :"
                MOVE PSH-LINE(10:11) TO WS-GROSS-EDIT-X
                MOVE WS-GROSS-EDIT TO WS-SLIP-AMT
                MOVE 'Y' TO WS-SLIP-VOID-SW
            ELSE
                GO TO COST-ONE-LINE-EXIT
            END-IF END-IF END-IF.
            IF WS-SLIP-BRANCH > ZERO
                MOVE WS-SLIP-BRANCH TO WS-EMP-BRANCH
            ELSE
                PERFORM FIND-ASSIGN-PARA
            END-IF.
       COST-ONE-LINE-CELL.
            ADD 1 TO WS-STAT-SLIPS.
            PERFORM FIND-BRANCH-PARA.
            MOVE SPACES TO WS-EMP-GRADE.
            IF WS-EMP-COUNT > ZERO
                SEARCH ALL WS-EMP-ENTRY
                    AT END CONTINUE
                    WHEN WS-EM-NO(WS-EM-INX) = PSH-EMP-NO
                        MOVE WS-EM-GRADE(WS-EM-INX) TO WS-EMP-GRADE
                END-SEARCH
            END-IF.
            MOVE WS-EMP-BRANCH TO WS-NC-BRANCH.
            MOVE WS-EMP-GRADE TO WS-NC-GRADE.
            PERFORM FIND-CELL-PARA.
            MOVE ZERO TO WS-FIG-ADD.
            MOVE WS-SLIP-AMT TO WS-FA-YTD-COST.
            IF PSH-PAY-DATE NOT < WS-MONTH-START
                MOVE WS-SLIP-AMT TO WS-FA-COST
            END-IF.
            IF WS-SLIP-VOID
                PERFORM TAKE-FROM-CELL-PARA
            ELSE
                PERFORM ADD-TO-CELL-PARA
            END-IF.
       COST-ONE-LINE-EXIT.
            EXIT.

       TAKE-FROM-CELL-PARA.
      *     NEVER BELOW NIL -- A VOID WHOSE SLIP FELL BEFORE THE YEAR
      *     HAS NOTHING IN THE CELL TO TAKE BACK.
            MOVE WS-CL-FIGURES(WS-CL-HIT) TO WS-FIG-WORK.
            IF WS-FW-COST > WS-FA-COST
                SUBTRACT WS-FA-COST FROM WS-FW-COST
            ELSE
                MOVE ZERO TO WS-FW-COST
            END-IF.
            IF WS-FW-YTD-COST > WS-FA-YTD-COST
                SUBTRACT WS-FA-YTD-COST FROM WS-FW-YTD-COST
            ELSE
                MOVE ZERO TO WS-FW-YTD-COST
            END-IF.
            MOVE WS-FIG-WORK TO WS-CL-FIGURES(WS-CL-HIT).

       ROLLUP-PARA.
      *     EVERY CELL INTO ITS BRANCH'S REGION AND THE COMPANY.
            MOVE ZERO TO WS-FIG-WORK.
            MOVE WS-FIG-WORK TO WS-COMPANY-FIGURES.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > WS-CELL-COUNT
                MOVE WS-CL-FIGURES(WS-CL-IDX) TO WS-FIG-ADD
                MOVE WS-CL-BRANCH(WS-CL-IDX) TO WS-EMP-BRANCH
                PERFORM FIND-BRANCH-PARA
                COMPUTE WS-RG-SUB = WS-BR-REGION(WS-BR-HIT) + 1
                MOVE WS-RG-FIGURES(WS-RG-SUB) TO WS-FIG-WORK
                PERFORM ADD-FIGURES-PARA
                MOVE WS-FIG-WORK TO WS-RG-FIGURES(WS-RG-SUB)
                MOVE 'Y' TO WS-RG-ANY(WS-RG-SUB)
                MOVE WS-COMPANY-FIGURES TO WS-FIG-WORK
                PERFORM ADD-FIGURES-PARA
                MOVE WS-FIG-WORK TO WS-COMPANY-FIGURES
            END-PERFORM.

       WRITE-REPORT-PARA.
            MOVE WS-REPORT-MONTH TO WS-RT-MONTH.
            MOVE WS-RUN-DATE TO WS-RT-RUN-DATE.
            MOVE WS-MONTH-END TO WS-RT-MONTH-END.
            MOVE WS-RPT-TITLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                UNTIL WS-RG-SUB > 100
                IF WS-RG-ANY(WS-RG-SUB) = 'Y'
                    PERFORM WRITE-REGION-PARA
                END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COMPANY-FIGURES TO WS-FIG-WORK.
            MOVE "COMPANY TOTAL" TO WS-RD-LABEL.
            PERFORM WRITE-FIGURE-LINE-PARA.
            MOVE "COMPANY YEAR TO DATE" TO WS-RY-LABEL.
            PERFORM WRITE-YTD-LINE-PARA.

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
                IF WS-BR-REGION(WS-BR-IDX) + 1 = WS-RG-SUB
                    PERFORM WRITE-BRANCH-PARA
                END-IF
            END-PERFORM.
            MOVE WS-RG-FIGURES(WS-RG-SUB) TO WS-FIG-WORK.
            MOVE "  REGION TOTAL" TO WS-RD-LABEL.
            PERFORM WRITE-FIGURE-LINE-PARA.
            MOVE "  REGION YEAR TO DATE" TO WS-RY-LABEL.
            PERFORM WRITE-YTD-LINE-PARA.

       WRITE-BRANCH-PARA.
      *     A BRANCH WITH NO CELL (NO ESTABLISHMENT, NOBODY IN POST,
      *     NO COST) IS LEFT OFF.
            MOVE ZERO TO WS-FIG-WORK.
            MOVE WS-FIG-WORK TO WS-BRANCH-FIGURES.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > WS-CELL-COUNT
                IF WS-CL-BRANCH(WS-CL-IDX) = WS-BR-CODE(WS-BR-IDX)
                    IF NOT WS-FOUND
                        MOVE 'Y' TO WS-FOUND-SW
                        MOVE WS-BR-CODE(WS-BR-IDX) TO WS-RB-CODE
                        MOVE WS-BR-NAME(WS-BR-IDX) TO WS-RB-NAME
                        MOVE WS-RPT-BRANCH TO REPORT-LINE
                        WRITE REPORT-LINE
                    END-IF
                    MOVE WS-CL-FIGURES(WS-CL-IDX) TO WS-FIG-ADD
                    MOVE WS-BRANCH-FIGURES TO WS-FIG-WORK
                    PERFORM ADD-FIGURES-PARA
                    MOVE WS-FIG-WORK TO WS-BRANCH-FIGURES
                    MOVE WS-CL-FIGURES(WS-CL-IDX) TO WS-FIG-WORK
                    MOVE SPACES TO WS-RD-LABEL
                    IF WS-CL-GRADE(WS-CL-IDX) = SPACES
                        MOVE "-- UNGRADED" TO WS-RD-LABEL(9:)
                    ELSE
                        MOVE WS-CL-GRADE(WS-CL-IDX)
                            TO WS-RD-LABEL(9:2)
                    END-IF
                    PERFORM WRITE-FIGURE-LINE-PARA
                    IF WS-FW-ACTUAL > WS-FW-APPROVED
                        ADD 1 TO WS-OVER-COUNT
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-FOUND
                MOVE WS-BRANCH-FIGURES TO WS-FIG-WORK
                MOVE "      BRANCH TOTAL" TO WS-RD-LABEL
                PERFORM WRITE-FIGURE-LINE-PARA
            END-IF.

       WRITE-FIGURE-LINE-PARA.
            MOVE WS-FW-APPROVED TO WS-RD-APPROVED.
            MOVE WS-FW-ACTUAL TO WS-RD-ACTUAL.
            COMPUTE WS-HC-VAR = WS-FW-ACTUAL - WS-FW-APPROVED.
            MOVE WS-HC-VAR TO WS-RD-HC-VAR.
            MOVE WS-FW-BUDGET TO WS-RD-BUDGET.
            MOVE WS-FW-COST TO WS-RD-COST.
            COMPUTE WS-COST-VAR = WS-FW-COST - WS-FW-BUDGET.
            MOVE WS-COST-VAR TO WS-RD-COST-VAR.
            IF WS-HC-VAR > ZERO
                MOVE "* OVER APPROVED" TO WS-RD-FLAG
            ELSE
                MOVE SPACES TO WS-RD-FLAG
            END-IF.
            MOVE WS-RPT-DETAIL TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-YTD-LINE-PARA.
            MOVE WS-FW-YTD-BUDGET TO WS-RY-BUDGET.
            MOVE WS-FW-YTD-COST TO WS-RY-COST.
            COMPUTE WS-COST-VAR = WS-FW-YTD-COST - WS-FW-YTD-BUDGET.
            MOVE WS-COST-VAR TO WS-RY-COST-VAR.
            MOVE WS-RPT-YTD TO REPORT-LINE.
            WRITE REPORT-LINE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\EstablishmentMaster.txt'
                TO WS-ESTAB-FILE-PATH
            ACCEPT WS-ESTAB-FILE-PATH
                FROM ENVIRONMENT 'ESTABLISHMENT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
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
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                FROM ENVIRONMENT 'PAYSLIP_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EstabParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH FROM ENVIRONMENT 'ESTAB_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EstablishmentReport.txt'
                TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT 'ESTAB_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM ESTABRPT.
