      *                master's explicit assignment, hundreds digit
      *                as the fallback) -- the monthly league-table
      *                spreadsheet retires.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as do REJECT-LINE and the totals
      *                key compare.
      * 10/15/2026 SWL Cross-tab mode (CROSSTAB_MODE=Y): in place of the
      *                long branch/product list, the totals print as a
      *                matrix -- branches down the side, products with
      *                activity across the top, row totals, column
      *                totals and the grand total -- paging across in
      *                panels of six products to fit the print line, and
      *                the same matrix is written to a column-headed CSV
      *                (CROSSTAB_CSV) with the product descriptions as
      *                headings, ready to pivot. The grand-total line
      *                and the league table follow as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CROSSTAB-CSV ASSIGN TO DYNAMIC WS-CROSSTAB-CSV-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                                    BPQ-QTY-NAME BY QUANTITY.

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(16).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT.

      * ONE ROW PER BRANCH, ONE COLUMN PER PRODUCT -- WIDE ENOUGH FOR
      * A HEADING OF 500 QUOTED DESCRIPTIONS.
       FD CROSSTAB-CSV.
       01 CROSSTAB-CSV-LINE PIC X(12000).

       WORKING-STORAGE SECTION.
       77 STRING1 PIC A(12) VALUE "PRODUCT CODE".
       77 STRING2 PIC A(16) VALUE "    BRANCH CODE".
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 500 TIMES.
               10 WS-TOT-BCODE PIC 9(3).
               10 WS-TOT-PCODE PIC 9(6).
               10 WS-TOT-QTY PIC 9(9).
       01 WS-TOTAL-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-TOTAL-COUNT PIC 9(3) VALUE 500.
       01 WS-TOT-HIT PIC 9(3).
       01 WS-IN-KEY.
           05 WS-IN-BCODE PIC 9(3).
           05 WS-IN-PCODE PIC 9(6).

       77 STRING5 PIC A(18) VALUE "TOTAL QUANTITY".
       01 WS-GRAND-TOTAL PIC 9(11) VALUE ZERO.
       01 WS-BUBBLE-DONE PIC X(1).
       01 WS-NEXT-REGION PIC 9(3).

      * BRANCH-BY-PRODUCT CROSS-TAB (CROSSTAB_MODE=Y) -- BRANCHES DOWN
      * THE SIDE, PRODUCTS ACROSS THE TOP, OFF THE SAME TOTAL TABLE.
      * THE PRODUCT COLUMNS ARE THE PRODUCTS THAT HAD ACTIVITY, IN
      * CODE ORDER, CARRYING THEIR COLUMN TOTALS. SIX COLUMNS FIT THE
      * 132-CHARACTER PRINT LINE, SO A WIDER MATRIX PAGES ACROSS IN
      * PANELS; THE ROW TOTALS AND GRAND TOTAL PRINT ON THE LAST.
       01 WS-CT-MODE PIC X(1) VALUE 'N'.
           88 WS-CROSS-TAB VALUE 'Y'.
       01 WS-CT-PROD-TABLE.
           05 WS-CT-PROD-ENTRY OCCURS 500 TIMES.
               10 WS-CTP-CODE PIC 9(6).
               10 WS-CTP-DESC PIC X(20).
               10 WS-CTP-TOTAL PIC 9(11).
       01 WS-CT-PROD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CT-PROD-WORK PIC X(37).
       01 WS-CTP-IDX PIC 9(3).
       01 WS-CTP-MOVE PIC 9(3).
       01 WS-CTP-HIT PIC 9(3).
       77 CT-COLS-PER-PANEL PIC 9(3) VALUE 6.
       01 WS-CT-PANEL PIC 9(3).
       01 WS-CT-PANELS PIC 9(3).
       01 WS-CT-FIRST-COL PIC 9(3).
       01 WS-CT-LAST-COL PIC 9(3).
       01 WS-CT-CELL PIC 9(3).
       01 WS-CT-ROW-FIRST PIC 9(3).
       01 WS-CT-ROW-LAST PIC 9(3).
       01 WS-CT-ROW-PTR PIC 9(3).
       01 WS-CT-ROW-TOTAL PIC 9(11).
       01 WS-CT-CELL-FOUND PIC X(1).
       01 WS-CT-DESC-LEN PIC 9(2).
       01 WS-CT-IDX PIC 9(2).
       01 WS-CT-HEAD-LINE.
           05 WS-CTH-LABEL PIC X(25).
           05 WS-CTH-CELL OCCURS 6 TIMES.
               10 WS-CTH-TEXT PIC X(14) JUSTIFIED RIGHT.
               10 FILLER PIC X(1).
           05 WS-CTH-TOTAL PIC X(14) JUSTIFIED RIGHT.
       01 WS-CT-PRINT-LINE.
           05 WS-CTL-BCODE PIC X(3).
           05 FILLER PIC X(1).
           05 WS-CTL-BNAME PIC X(20).
           05 FILLER PIC X(1).
           05 WS-CTL-CELL OCCURS 6 TIMES.
               10 WS-CTL-QTY PIC ZZ,ZZZ,ZZZ,ZZ9.
               10 WS-CTL-QTY-X REDEFINES WS-CTL-QTY PIC X(14).
               10 FILLER PIC X(1).
           05 WS-CTL-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 WS-CTL-TOTAL-X REDEFINES WS-CTL-TOTAL PIC X(14).

      * CSV COPY OF THE MATRIX, BUILT A FIELD AT A TIME BEHIND A
      * STRING POINTER; TEXT IS TRIMMED AND QUOTED WHEN IT HOLDS A
      * COMMA, NUMBERS GO OUT WITHOUT LEADING ZEROS.
       01 WS-CSV-PTR PIC 9(5).
       01 WS-CSV-TEXT PIC X(20).
       01 WS-CSV-TEXT-LEN PIC 9(2).
       01 WS-CSV-HAS-COMMA PIC X(1).
       01 WS-CSV-NUM PIC 9(11).
       01 WS-CSV-NUM-ED PIC Z(10)9.
       01 WS-CSV-NUM-START PIC 9(2).

      * STANDARD RUN-STATISTICS RECORD APPENDED THROUGH THE SHARED
      * RUNSTATS SUBPROGRAM AT END OF JOB.
           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-RUNSTATS
       01 WS-REJECT-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-CROSSTAB-CSV-PATH PIC X(60).

      * BRANCH AND PRODUCT TABLES SIZED FOR THOUSANDS OF ENTRIES,
      * KEPT IN CODE ORDER BY SORTED INSERTION AT LOAD TIME AND
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-CHECK-PCODE PIC 9(6).
       01 WS-PRODUCT-DESC PIC X(20).

       PROCEDURE DIVISION.
                    MOVE WS-TOTAL-COUNT TO WS-TOT-MOVE
                    ADD 1 TO WS-TOTAL-COUNT
                    PERFORM UNTIL WS-TOT-MOVE < 1 OR
                        WS-TOTAL-ENTRY(WS-TOT-MOVE) (1:9) < WS-IN-KEY
                        COMPUTE WS-TOT-IDX = WS-TOT-MOVE + 1
                        MOVE WS-TOTAL-ENTRY(WS-TOT-MOVE)
                            TO WS-TOTAL-ENTRY(WS-TOT-IDX)
            END-IF.

       REPORT-PARA.
      *     CROSS-TAB MODE PRINTS THE MATRIX IN PLACE OF THE LONG
      *     BRANCH/PRODUCT LIST; THE GRAND TOTAL AND THE LEAGUE TABLE
      *     FOLLOW EITHER WAY.
            IF WS-CROSS-TAB
                PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                    UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                    ADD WS-TOT-QTY(WS-TOT-IDX) TO WS-GRAND-TOTAL
                END-PERFORM
                PERFORM CROSS-TAB-PARA
            ELSE
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                MOVE WS-TOT-PCODE(WS-TOT-IDX) TO WS-CHECK-PCODE
                WS-PRODUCT-DESC'             '
                WS-TOT-QTY(WS-TOT-IDX)
                ADD WS-TOT-QTY(WS-TOT-IDX) TO WS-GRAND-TOTAL
            END-PERFORM
            END-IF.
            DISPLAY STRING5' '
            WS-GRAND-TOTAL.
            PERFORM LEAGUE-PARA.

       CROSS-TAB-PARA.
      *     COLLECT THE PRODUCT COLUMNS, PRINT THE MATRIX PANEL BY
      *     PANEL, THEN WRITE THE SAME MATRIX AS A CSV.
            MOVE ZERO TO WS-CT-PROD-COUNT.
            PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                PERFORM POST-CT-PRODUCT-PARA
            END-PERFORM.
            IF WS-CT-PROD-COUNT = ZERO
                DISPLAY "NO BRANCH/PRODUCT TOTALS FOR THE CROSS-TAB"
            ELSE
                COMPUTE WS-CT-PANELS = (WS-CT-PROD-COUNT +
                    CT-COLS-PER-PANEL - 1) / CT-COLS-PER-PANEL
                PERFORM VARYING WS-CT-PANEL FROM 1 BY 1
                    UNTIL WS-CT-PANEL > WS-CT-PANELS
                    PERFORM CT-PANEL-PARA
                END-PERFORM
            END-IF.
            PERFORM CT-CSV-PARA.

       POST-CT-PRODUCT-PARA.
      *     FIND THE PRODUCT'S COLUMN (OR INSERT ONE IN CODE ORDER)
      *     AND ADD THIS BRANCH'S TOTAL TO THE COLUMN TOTAL.
            MOVE ZERO TO WS-CTP-HIT.
            PERFORM VARYING WS-CTP-IDX FROM 1 BY 1
                UNTIL WS-CTP-IDX > WS-CT-PROD-COUNT
                    OR WS-CTP-HIT > ZERO
                IF WS-CTP-CODE(WS-CTP-IDX) = WS-TOT-PCODE(WS-TOT-IDX)
                    MOVE WS-CTP-IDX TO WS-CTP-HIT
                END-IF
            END-PERFORM.
            IF WS-CTP-HIT = ZERO
                MOVE WS-CT-PROD-COUNT TO WS-CTP-MOVE
                ADD 1 TO WS-CT-PROD-COUNT
                PERFORM UNTIL WS-CTP-MOVE < 1 OR
                    WS-CTP-CODE(WS-CTP-MOVE) < WS-TOT-PCODE(WS-TOT-IDX)
                    COMPUTE WS-CTP-IDX = WS-CTP-MOVE + 1
                    MOVE WS-CT-PROD-ENTRY(WS-CTP-MOVE)
                        TO WS-CT-PROD-ENTRY(WS-CTP-IDX)
                    SUBTRACT 1 FROM WS-CTP-MOVE
                END-PERFORM
                COMPUTE WS-CTP-HIT = WS-CTP-MOVE + 1
                MOVE WS-TOT-PCODE(WS-TOT-IDX)
                    TO WS-CTP-CODE(WS-CTP-HIT)
                MOVE WS-TOT-PCODE(WS-TOT-IDX) TO WS-CHECK-PCODE
                PERFORM FIND-PRODUCT-DESC
                MOVE WS-PRODUCT-DESC TO WS-CTP-DESC(WS-CTP-HIT)
                MOVE ZERO TO WS-CTP-TOTAL(WS-CTP-HIT)
            END-IF.
            ADD WS-TOT-QTY(WS-TOT-IDX) TO WS-CTP-TOTAL(WS-CTP-HIT).

       CT-PANEL-PARA.
            COMPUTE WS-CT-FIRST-COL =
                (WS-CT-PANEL - 1) * CT-COLS-PER-PANEL + 1.
            COMPUTE WS-CT-LAST-COL =
                WS-CT-FIRST-COL + CT-COLS-PER-PANEL - 1.
            IF WS-CT-LAST-COL > WS-CT-PROD-COUNT
                MOVE WS-CT-PROD-COUNT TO WS-CT-LAST-COL
            END-IF.
            DISPLAY " ".
            DISPLAY "BRANCH BY PRODUCT CROSS-TAB - PANEL " WS-CT-PANEL
                " OF " WS-CT-PANELS.
      *     TWO HEADING LINES -- PRODUCT CODE, THEN AS MUCH OF THE
      *     DESCRIPTION AS THE COLUMN HOLDS, BOTH RIGHT-ALIGNED OVER
      *     THE QUANTITIES.
            MOVE SPACES TO WS-CT-HEAD-LINE.
            MOVE "BRANCH" TO WS-CTH-LABEL.
            PERFORM VARYING WS-CTP-IDX FROM WS-CT-FIRST-COL BY 1
                UNTIL WS-CTP-IDX > WS-CT-LAST-COL
                COMPUTE WS-CT-CELL = WS-CTP-IDX - WS-CT-FIRST-COL + 1
                MOVE WS-CTP-CODE(WS-CTP-IDX) TO WS-CTH-TEXT(WS-CT-CELL)
            END-PERFORM.
            IF WS-CT-PANEL = WS-CT-PANELS
                MOVE "BRANCH TOTAL" TO WS-CTH-TOTAL
            END-IF.
            DISPLAY WS-CT-HEAD-LINE.
            MOVE SPACES TO WS-CT-HEAD-LINE.
            PERFORM VARYING WS-CTP-IDX FROM WS-CT-FIRST-COL BY 1
                UNTIL WS-CTP-IDX > WS-CT-LAST-COL
                COMPUTE WS-CT-CELL = WS-CTP-IDX - WS-CT-FIRST-COL + 1
                MOVE ZERO TO WS-CT-DESC-LEN
                PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 14
                    IF WS-CTP-DESC(WS-CTP-IDX)(WS-CT-IDX:1)
                        NOT = SPACE
                        MOVE WS-CT-IDX TO WS-CT-DESC-LEN
                    END-IF
                END-PERFORM
                IF WS-CT-DESC-LEN > ZERO
                    MOVE WS-CTP-DESC(WS-CTP-IDX)(1:WS-CT-DESC-LEN)
                        TO WS-CTH-TEXT(WS-CT-CELL)
                END-IF
            END-PERFORM.
            DISPLAY WS-CT-HEAD-LINE.
      *     ONE LINE PER BRANCH -- THE TOTAL TABLE IS IN BRANCH/
      *     PRODUCT ORDER, SO EACH BRANCH'S ENTRIES ARE ONE RUN OF
      *     ROWS, ALREADY IN THE SAME PRODUCT ORDER AS THE COLUMNS.
            MOVE 1 TO WS-CT-ROW-FIRST.
            PERFORM UNTIL WS-CT-ROW-FIRST > WS-TOTAL-COUNT
                MOVE WS-CT-ROW-FIRST TO WS-CT-ROW-LAST
                PERFORM UNTIL WS-CT-ROW-LAST >= WS-TOTAL-COUNT
                    OR WS-TOT-BCODE(WS-CT-ROW-LAST + 1)
                        NOT = WS-TOT-BCODE(WS-CT-ROW-FIRST)
                    ADD 1 TO WS-CT-ROW-LAST
                END-PERFORM
                PERFORM CT-BRANCH-LINE-PARA
                COMPUTE WS-CT-ROW-FIRST = WS-CT-ROW-LAST + 1
            END-PERFORM.
      *     COLUMN TOTALS, AND THE GRAND TOTAL ON THE LAST PANEL.
            MOVE SPACES TO WS-CT-PRINT-LINE.
            MOVE "TOTAL" TO WS-CTL-BNAME.
            PERFORM VARYING WS-CTP-IDX FROM WS-CT-FIRST-COL BY 1
                UNTIL WS-CTP-IDX > WS-CT-LAST-COL
                COMPUTE WS-CT-CELL = WS-CTP-IDX - WS-CT-FIRST-COL + 1
                MOVE WS-CTP-TOTAL(WS-CTP-IDX) TO WS-CTL-QTY(WS-CT-CELL)
            END-PERFORM.
            IF WS-CT-PANEL = WS-CT-PANELS
                MOVE WS-GRAND-TOTAL TO WS-CTL-TOTAL
            END-IF.
            DISPLAY WS-CT-PRINT-LINE.

       CT-BRANCH-LINE-PARA.
      *     A PRODUCT THE BRANCH HAD NO ACTIVITY IN PRINTS BLANK, AS
      *     IN A SPREADSHEET PIVOT.
            MOVE SPACES TO WS-CT-PRINT-LINE.
            MOVE WS-TOT-BCODE(WS-CT-ROW-FIRST) TO WS-CTL-BCODE.
            MOVE WS-TOT-BCODE(WS-CT-ROW-FIRST) TO WS-CHECK-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE WS-RANK-BNAME TO WS-CTL-BNAME.
            MOVE ZERO TO WS-CT-ROW-TOTAL.
            PERFORM VARYING WS-CT-ROW-PTR FROM WS-CT-ROW-FIRST BY 1
                UNTIL WS-CT-ROW-PTR > WS-CT-ROW-LAST
                ADD WS-TOT-QTY(WS-CT-ROW-PTR) TO WS-CT-ROW-TOTAL
            END-PERFORM.
            MOVE WS-CT-ROW-FIRST TO WS-CT-ROW-PTR.
            PERFORM VARYING WS-CTP-IDX FROM WS-CT-FIRST-COL BY 1
                UNTIL WS-CTP-IDX > WS-CT-LAST-COL
                COMPUTE WS-CT-CELL = WS-CTP-IDX - WS-CT-FIRST-COL + 1
                PERFORM UNTIL WS-CT-ROW-PTR > WS-CT-ROW-LAST
                    OR WS-TOT-PCODE(WS-CT-ROW-PTR)
                        >= WS-CTP-CODE(WS-CTP-IDX)
                    ADD 1 TO WS-CT-ROW-PTR
                END-PERFORM
                IF WS-CT-ROW-PTR NOT > WS-CT-ROW-LAST
                    IF WS-TOT-PCODE(WS-CT-ROW-PTR)
                        = WS-CTP-CODE(WS-CTP-IDX)
                        MOVE WS-TOT-QTY(WS-CT-ROW-PTR)
                            TO WS-CTL-QTY(WS-CT-CELL)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CT-PANEL = WS-CT-PANELS
                MOVE WS-CT-ROW-TOTAL TO WS-CTL-TOTAL
            END-IF.
            DISPLAY WS-CT-PRINT-LINE.

       CT-CSV-PARA.
      *     THE SAME MATRIX, ALL COLUMNS ON ONE ROW, WITH THE PRODUCT
      *     DESCRIPTIONS AS THE COLUMN HEADINGS (THE CODE WHERE THE
      *     PRODUCT IS NOT ON THE MASTER) -- READY TO PIVOT.
            OPEN OUTPUT CROSSTAB-CSV.
            MOVE SPACES TO CROSSTAB-CSV-LINE.
            MOVE 1 TO WS-CSV-PTR.
            STRING "BRANCH,BRANCH NAME" DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.
            PERFORM VARYING WS-CTP-IDX FROM 1 BY 1
                UNTIL WS-CTP-IDX > WS-CT-PROD-COUNT
                IF WS-CTP-DESC(WS-CTP-IDX) = SPACES
                    MOVE WS-CTP-CODE(WS-CTP-IDX) TO WS-CSV-TEXT
                ELSE
                    MOVE WS-CTP-DESC(WS-CTP-IDX) TO WS-CSV-TEXT
                END-IF
                PERFORM CSV-ADD-TEXT-PARA
            END-PERFORM.
            STRING ",TOTAL" DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.
            WRITE CROSSTAB-CSV-LINE.
            MOVE 1 TO WS-CT-ROW-FIRST.
            PERFORM UNTIL WS-CT-ROW-FIRST > WS-TOTAL-COUNT
                MOVE WS-CT-ROW-FIRST TO WS-CT-ROW-LAST
                PERFORM UNTIL WS-CT-ROW-LAST >= WS-TOTAL-COUNT
                    OR WS-TOT-BCODE(WS-CT-ROW-LAST + 1)
                        NOT = WS-TOT-BCODE(WS-CT-ROW-FIRST)
                    ADD 1 TO WS-CT-ROW-LAST
                END-PERFORM
                PERFORM CT-CSV-ROW-PARA
                COMPUTE WS-CT-ROW-FIRST = WS-CT-ROW-LAST + 1
            END-PERFORM.
            MOVE SPACES TO CROSSTAB-CSV-LINE.
            MOVE 1 TO WS-CSV-PTR.
            STRING "TOTAL," DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.
            PERFORM VARYING WS-CTP-IDX FROM 1 BY 1
                UNTIL WS-CTP-IDX > WS-CT-PROD-COUNT
                MOVE WS-CTP-TOTAL(WS-CTP-IDX) TO WS-CSV-NUM
                PERFORM CSV-ADD-NUM-PARA
            END-PERFORM.
            MOVE WS-GRAND-TOTAL TO WS-CSV-NUM.
            PERFORM CSV-ADD-NUM-PARA.
            WRITE CROSSTAB-CSV-LINE.
            CLOSE CROSSTAB-CSV.

       CT-CSV-ROW-PARA.
            MOVE SPACES TO CROSSTAB-CSV-LINE.
            MOVE 1 TO WS-CSV-PTR.
            STRING WS-TOT-BCODE(WS-CT-ROW-FIRST) DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.
            MOVE WS-TOT-BCODE(WS-CT-ROW-FIRST) TO WS-CHECK-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE WS-RANK-BNAME TO WS-CSV-TEXT.
            PERFORM CSV-ADD-TEXT-PARA.
            MOVE ZERO TO WS-CT-ROW-TOTAL.
            MOVE WS-CT-ROW-FIRST TO WS-CT-ROW-PTR.
            PERFORM VARYING WS-CTP-IDX FROM 1 BY 1
                UNTIL WS-CTP-IDX > WS-CT-PROD-COUNT
                PERFORM UNTIL WS-CT-ROW-PTR > WS-CT-ROW-LAST
                    OR WS-TOT-PCODE(WS-CT-ROW-PTR)
                        >= WS-CTP-CODE(WS-CTP-IDX)
                    ADD 1 TO WS-CT-ROW-PTR
                END-PERFORM
                MOVE ZERO TO WS-CSV-NUM
                MOVE 'N' TO WS-CT-CELL-FOUND
                IF WS-CT-ROW-PTR NOT > WS-CT-ROW-LAST
                    IF WS-TOT-PCODE(WS-CT-ROW-PTR)
                        = WS-CTP-CODE(WS-CTP-IDX)
                        MOVE WS-TOT-QTY(WS-CT-ROW-PTR) TO WS-CSV-NUM
                        MOVE 'Y' TO WS-CT-CELL-FOUND
                    END-IF
                END-IF
                IF WS-CT-CELL-FOUND = 'Y'
                    ADD WS-CSV-NUM TO WS-CT-ROW-TOTAL
                    PERFORM CSV-ADD-NUM-PARA
                ELSE
                    STRING "," DELIMITED BY SIZE
                        INTO CROSSTAB-CSV-LINE
                        WITH POINTER WS-CSV-PTR
                    END-STRING
                END-IF
            END-PERFORM.
            MOVE WS-CT-ROW-TOTAL TO WS-CSV-NUM.
            PERFORM CSV-ADD-NUM-PARA.
            WRITE CROSSTAB-CSV-LINE.

       CSV-ADD-TEXT-PARA.
      *     TRIM THE TRAILING SPACES SO THE SPREADSHEET DOESN'T CARRY
      *     THEM INTO THE CELL, AND QUOTE TEXT THAT CONTAINS A COMMA
      *     SO IT STAYS ONE COLUMN.
            MOVE ZERO TO WS-CSV-TEXT-LEN.
            MOVE 'N' TO WS-CSV-HAS-COMMA.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 20
                IF WS-CSV-TEXT(WS-CT-IDX:1) NOT = SPACE
                    MOVE WS-CT-IDX TO WS-CSV-TEXT-LEN
                END-IF
                IF WS-CSV-TEXT(WS-CT-IDX:1) = ','
                    MOVE 'Y' TO WS-CSV-HAS-COMMA
                END-IF
            END-PERFORM.
            STRING "," DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.
            IF WS-CSV-TEXT-LEN > ZERO
                IF WS-CSV-HAS-COMMA = 'Y'
                    STRING '"' DELIMITED BY SIZE
                        WS-CSV-TEXT(1:WS-CSV-TEXT-LEN)
                            DELIMITED BY SIZE
                        '"' DELIMITED BY SIZE
                        INTO CROSSTAB-CSV-LINE
                        WITH POINTER WS-CSV-PTR
                    END-STRING
                ELSE
                    STRING WS-CSV-TEXT(1:WS-CSV-TEXT-LEN)
                            DELIMITED BY SIZE
                        INTO CROSSTAB-CSV-LINE
                        WITH POINTER WS-CSV-PTR
                    END-STRING
                END-IF
            END-IF.

       CSV-ADD-NUM-PARA.
            MOVE WS-CSV-NUM TO WS-CSV-NUM-ED.
            MOVE 1 TO WS-CSV-NUM-START.
            PERFORM UNTIL WS-CSV-NUM-START >= 11
                OR WS-CSV-NUM-ED(WS-CSV-NUM-START:1) NOT = SPACE
                ADD 1 TO WS-CSV-NUM-START
            END-PERFORM.
            STRING "," DELIMITED BY SIZE
                WS-CSV-NUM-ED(WS-CSV-NUM-START:) DELIMITED BY SIZE
                INTO CROSSTAB-CSV-LINE WITH POINTER WS-CSV-PTR
            END-STRING.

       LEAGUE-PARA.
      *     SUM EACH BRANCH ACROSS ITS PRODUCTS AND RANK THEM --
      *     WHO IS UP AND WHO IS DOWN, WITHOUT THE SPREADSHEET.
            IF WS-TOP-N-X IS NUMERIC
                MOVE WS-TOP-N-X TO WS-TOP-N
            END-IF.
            ACCEPT WS-CT-MODE FROM ENVIRONMENT 'CROSSTAB_MODE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchProductCrossTab.csv'
                TO WS-CROSSTAB-CSV-PATH
            ACCEPT WS-CROSSTAB-CSV-PATH FROM ENVIRONMENT 'CROSSTAB_CSV'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
