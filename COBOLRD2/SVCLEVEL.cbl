      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: CUSTOMER SERVICE LEVEL BY BRANCH AND PRODUCT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- how often a customer was
      *                failed, for a date range (SVC_FROM / SVC_TO,
      *                YYYYMMDD; by default the SVC_DAYS days, default
      *                007, ending on the business date). From the
      *                issue-demand trail COBOLRD2 appends
      *                (DemandLog.txt, DEMANDLOG layout) each branch/
      *                product gets its first-time fills, the issues
      *                that went to backorder and their quantity, and
      *                the backorders filled with the average days
      *                they waited; from the balance history it gets
      *                the days in the range that ended at zero on
      *                hand. The first-time fill rate is first-time
      *                fills over all issue demand (first-time fills
      *                plus backorders raised). Lines are listed by
      *                branch with branch, region and chain totals,
      *                and the SVC_WORST (default 020, at most 100)
      *                worst lines are ranked -- lowest fill rate
      *                first, then most days at zero, then most
      *                backordered. A line ABCCOUNT's count schedule
      *                holds as class A that backordered or sat at
      *                zero is flagged and listed on its own.
      *                RETURN-CODE 0 no A-class stock-out, 4 A-class
      *                stock-outs listed, 8 the demand trail or the
      *                balance history was missing, 12 bad parameters,
      *                16 a table overflowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCLEVEL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DEMAND-LOG ASSIGN TO DYNAMIC WS-DEMAND-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DML-STATUS.
           SELECT BALHISTORY ASSIGN TO DYNAMIC WS-BALHISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BH-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCH-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT REGION-MASTER ASSIGN TO DYNAMIC
           WS-REGION-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RGN-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEMAND-LOG.
           COPY DEMANDLOG REPLACING DML-REC-NAME BY DEMAND-LOG-REC
                                     DML-DATE-NAME BY DML-DATE
                                     DML-REF-NAME BY DML-REF
                                     DML-EVENT-NAME BY DML-EVENT
                                     DML-BCODE-NAME BY DML-BCODE
                                     DML-PCODE-NAME BY DML-PCODE
                                     DML-QTY-NAME BY DML-QTY
                                     DML-RAISED-NAME BY DML-RAISED.

       FD BALHISTORY.
           COPY BALHISTX REPLACING BHX-REC-NAME BY BALHISTORY-REC
                                    BHX-KEY-NAME BY BH-KEY
                                    BHX-BCODE-NAME BY BH-BCODE
                                    BHX-PCODE-NAME BY BH-PCODE
                                    BHX-DATE-NAME BY BH-RUNDATE
                                    BHX-REF-NAME BY BH-REF
                                    BHX-QTY-NAME BY BH-QUANTITY
                                    BHX-OPTION-NAME BY BH-OPTION
                                    BHX-REASON-NAME BY BH-REASON.

      * SAME LAYOUT AS ABCCOUNT'S SCHEDULE-REC -- KEEP IN STEP.
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SCH-BCODE PIC 9(3).
           05 SCH-PCODE PIC 9(6).
           05 SCH-CLASS PIC X(1).
           05 SCH-LAST-DATE PIC 9(8).

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

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME
                                          BY PM-PRODUCT-COST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DML-STATUS PIC X(2).
       01 WS-BH-STATUS PIC X(2).
       01 WS-SCH-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RGN-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-DEMAND-LOG-PATH PIC X(60).
       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-SCHEDULE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-REGION-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-P-FROM-X PIC X(8).
       01 WS-P-TO-X PIC X(8).
       01 WS-P-FROM PIC 9(8).
       01 WS-P-TO PIC 9(8).
       01 WS-P-DAYS-X PIC X(3).
       01 WS-P-DAYS PIC 9(3) VALUE 7.
       01 WS-P-WORST-X PIC X(3).
       01 WS-P-WORST PIC 9(3) VALUE 20.
       77 MAX-WORST PIC 9(3) VALUE 100.

      * WHICH SOURCES COULD BE READ, AND HOW MUCH OF EACH WAS USED.
       01 WS-DML-LOADED PIC X(1) VALUE 'N'.
       01 WS-BH-LOADED PIC X(1) VALUE 'N'.
       01 WS-SCH-LOADED PIC X(1) VALUE 'N'.
       01 WS-DML-READ PIC 9(9) VALUE ZERO.
       01 WS-DML-USED PIC 9(9) VALUE ZERO.
       01 WS-BH-READ PIC 9(9) VALUE ZERO.
       01 WS-SCH-A-COUNT PIC 9(7) VALUE ZERO.

      * EXACT CALENDAR STEPPING FOR THE DAYS AT ZERO, THE DAYS A
      * BACKORDER WAITED AND THE DEFAULT FROM DATE -- THE SAME RULES
      * AS REDEPLOY.
       01 WS-DATE-PARTS.
           05 WS-DP-YEAR PIC 9(4).
           05 WS-DP-MONTH PIC 9(2).
           05 WS-DP-DAY PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-PARTS PIC 9(8).
       01 WS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-DAY-STEPS PIC 9(3).
       01 WS-DAYS-WAITED PIC 9(5).
       77 MAX-WAIT-DAYS PIC 9(5) VALUE 9999.

      * THE BRANCH/PRODUCT THE HISTORY SCAN IS ON. THE LEVEL IS THE
      * ON-HAND AFTER THE LAST COMMIT SEEN, KNOWN ONCE ANY HISTORY
      * LINE AT OR BEFORE THE DAY HAS BEEN READ; A DAY COUNTS AT ZERO
      * WHEN IT ENDED WITH A KNOWN LEVEL OF ZERO.
       01 WS-HL-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-HL-BCODE PIC 9(3).
       01 WS-HL-PCODE PIC 9(6).
       01 WS-HL-KNOWN PIC X(1).
       01 WS-HL-LEVEL PIC 9(7).
       01 WS-HL-DATE PIC 9(8).
       01 WS-HL-ZERO PIC 9(5).
       01 WS-SPAN-END PIC 9(8).

      * ONE ROW PER BRANCH/PRODUCT WITH DEMAND OR DAYS AT ZERO IN
      * THE RANGE, KEPT IN KEY ORDER BY SORTED INSERTION. THE
      * HISTORY ARRIVES IN KEY ORDER, SO ITS ROWS ONLY APPEND.
       01 WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-LN-COUNT
               ASCENDING KEY IS WS-LN-KEY
               INDEXED BY WS-LN-INX.
               10 WS-LN-KEY.
                   15 WS-LN-BCODE PIC 9(3).
                   15 WS-LN-PCODE PIC 9(6).
               10 WS-LN-FIGURES.
                   15 WS-LN-FIRST PIC 9(9).
                   15 WS-LN-BO PIC 9(9).
                   15 WS-LN-BO-QTY PIC 9(11).
                   15 WS-LN-FILLED PIC 9(9).
                   15 WS-LN-FILL-DAYS PIC 9(11).
                   15 WS-LN-ZERO-DAYS PIC 9(9).
                   15 WS-LN-ASTOCK PIC 9(7).
               10 WS-LN-RATE PIC 9(3)V99.
               10 WS-LN-CLASS PIC X(1).
       77 MAX-LN-COUNT PIC 9(5) VALUE 20000.
       01 WS-LN-IDX PIC 9(5).
       01 WS-LN-MOVE PIC 9(5).
       01 WS-LN-SUB PIC 9(5).
       01 WS-FIND-KEY.
           05 WS-FIND-BCODE PIC 9(3).
           05 WS-FIND-PCODE PIC 9(6).

      * THE FIGURES OF WHATEVER IS BEING PRINTED -- A LINE, A BRANCH,
      * A REGION OR THE CHAIN. EVERY TOTAL BELOW HAS THE SAME SHAPE
      * AS WS-LN-FIGURES SO A GROUP MOVE LOADS IT.
       01 WS-ACC.
           05 WS-ACC-FIRST PIC 9(9).
           05 WS-ACC-BO PIC 9(9).
           05 WS-ACC-BO-QTY PIC 9(11).
           05 WS-ACC-FILLED PIC 9(9).
           05 WS-ACC-FILL-DAYS PIC 9(11).
           05 WS-ACC-ZERO-DAYS PIC 9(9).
           05 WS-ACC-ASTOCK PIC 9(7).
       01 WS-BRT.
           05 WS-BRT-FIRST PIC 9(9).
           05 WS-BRT-BO PIC 9(9).
           05 WS-BRT-BO-QTY PIC 9(11).
           05 WS-BRT-FILLED PIC 9(9).
           05 WS-BRT-FILL-DAYS PIC 9(11).
           05 WS-BRT-ZERO-DAYS PIC 9(9).
           05 WS-BRT-ASTOCK PIC 9(7).
       01 WS-CHT.
           05 WS-CHT-FIRST PIC 9(9).
           05 WS-CHT-BO PIC 9(9).
           05 WS-CHT-BO-QTY PIC 9(11).
           05 WS-CHT-FILLED PIC 9(9).
           05 WS-CHT-FILL-DAYS PIC 9(11).
           05 WS-CHT-ZERO-DAYS PIC 9(9).
           05 WS-CHT-ASTOCK PIC 9(7).
      * REGION CODES ARE TWO DIGITS, SO A DIRECT 1-99 TABLE DOES.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 99 TIMES.
               10 WS-RG-FIRST PIC 9(9).
               10 WS-RG-BO PIC 9(9).
               10 WS-RG-BO-QTY PIC 9(11).
               10 WS-RG-FILLED PIC 9(9).
               10 WS-RG-FILL-DAYS PIC 9(11).
               10 WS-RG-ZERO-DAYS PIC 9(9).
               10 WS-RG-ASTOCK PIC 9(7).
       01 WS-RG-LINES PIC 9(5) OCCURS 99 TIMES.
       01 WS-REGION-IDX PIC 9(3).
       01 WS-REGION-NAMES.
           05 WS-RGN-NAME-T PIC X(20) OCCURS 99 TIMES.

       01 WS-DEMAND PIC 9(11).
       01 WS-FILL-RATE PIC 9(3)V99.
       01 WS-AVG-DAYS PIC 9(4)V9.
       01 WS-LINES-LISTED PIC 9(5) VALUE ZERO.
       01 WS-BRANCH-LINES PIC 9(5).
       01 WS-PRINT-BCODE PIC 9(3).

      * THE WORST LINES, BEST-OF-THE-WORST LAST. ONLY A LINE THAT
      * BACKORDERED OR SAT AT ZERO CAN RANK; A LINE WITH NO DEMAND
      * RANKS AS A FULL FILL RATE.
       01 WS-WORST-TABLE.
           05 WS-WORST-IX PIC 9(5) OCCURS 100 TIMES.
       01 WS-WORST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WORST-MOVE PIC 9(3).
       01 WS-WORST-SUB PIC 9(3).
       01 WS-WORSE PIC X(1).
       01 WS-CAND-RATE PIC 9(3)V99.
       01 WS-HELD-RATE PIC 9(3)V99.
       01 WS-HELD-IDX PIC 9(5).

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRANCH-NAME PIC X(20).
       01 WS-BCODE PIC 9(3).
       01 WS-THIS-REGION PIC 9(2).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PCODE PIC 9(6).
       01 WS-PRODUCT-DESC PIC X(20).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(23) VALUE "CUSTOMER SERVICE LEVEL ".
           05 WS-TL-FROM PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TL-TO PIC 9(8).
           05 FILLER PIC X(46) VALUE
           "  FIRST-TIME FILL, BACKORDERS AND DAYS AT ZERO".
           05 FILLER PIC X(12) VALUE "   RUN DATE ".
           05 WS-TL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-FIG-HEAD-LINE.
           05 FILLER PIC X(10) VALUE "  CODE    ".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(3) VALUE "CL".
           05 FILLER PIC X(11) VALUE "   DEMAND".
           05 FILLER PIC X(11) VALUE " 1ST TIME".
           05 FILLER PIC X(9) VALUE "BACKORD".
           05 FILLER PIC X(11) VALUE "   BO QTY".
           05 FILLER PIC X(9) VALUE " FILLED".
           05 FILLER PIC X(8) VALUE "AVG DY".
           05 FILLER PIC X(9) VALUE "ZERO DY".
           05 FILLER PIC X(8) VALUE "FILL %".
           05 FILLER PIC X(21) VALUE "FLAG".
       01 WS-FIG-LINE.
           05 WS-FG-INDENT PIC X(2).
           05 WS-FG-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-CLASS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-DEMAND PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-FIRST PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-BO PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-BO-QTY PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-FILLED PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-AVG PIC ZZZ9.9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-ZERO PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-RATE PIC ZZ9.99.
           05 WS-FG-RATE-X REDEFINES WS-FG-RATE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FG-FLAG PIC X(14).
           05 FILLER PIC X(7) VALUE SPACES.
      * A RANKED LINE IS THE FIGURE LINE FROM THE CODE ON, WITH THE
      * RANK AND BRANCH IN FRONT OF IT.
       01 WS-RANK-LINE.
           05 WS-RK-RANK PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RK-FIGURES PIC X(122).
       01 WS-RANK-HEAD-LINE.
           05 FILLER PIC X(10) VALUE "RANK  BR  ".
           05 WS-RH-FIGURES PIC X(122).
       01 WS-EDIT-COUNT PIC Z(8)9.
       01 WS-EDIT-COUNT-2 PIC Z(8)9.

      * STANDARD RETURN-CODE SCHEME -- 0 NO A-CLASS STOCK-OUT, 4
      * A-CLASS STOCK-OUTS LISTED, 8 A SOURCE TRAIL MISSING, 12 BAD
      * PARAMETERS, 16 A TABLE OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM READ-PARMS-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-REGION-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            INITIALIZE WS-BRT WS-CHT WS-RG-TABLE.
            PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > 99
                MOVE ZERO TO WS-RG-LINES(WS-REGION-IDX)
            END-PERFORM.
            PERFORM SCAN-HISTORY-PARA.
            PERFORM LOAD-DEMAND-PARA.
            PERFORM LOAD-SCHEDULE-PARA.
            PERFORM ROLLUP-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-P-FROM TO WS-TL-FROM.
            MOVE WS-P-TO TO WS-TL-TO.
            MOVE WS-RUN-DATE TO WS-TL-RUN-DATE.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-SOURCES-PARA.
            PERFORM WRITE-WORST-PARA.
            PERFORM WRITE-ACLASS-PARA.
            PERFORM WRITE-DETAIL-PARA.
            PERFORM WRITE-REGION-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE '*** END OF REPORT ***' TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "SERVICE LEVEL " WS-P-FROM " - " WS-P-TO " - "
                WS-LINES-LISTED " LINES, " WS-CHT-ASTOCK
                " A-CLASS STOCK-OUTS".
            IF WS-CHT-ASTOCK > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SCAN-HISTORY-PARA.
      *     THE HISTORY IS IN BRANCH/PRODUCT/DATE ORDER. EACH LINE'S
      *     COMMITS BEFORE THE RANGE ONLY SET ITS OPENING LEVEL; EACH
      *     COMMIT INSIDE IT CLOSES OFF THE DAYS SINCE THE LAST ONE AT
      *     THE OLD LEVEL; COMMITS AFTER IT ARE IGNORED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BALHISTORY.
            IF WS-BH-STATUS NOT = '00'
                DISPLAY "BALANCE HISTORY NOT AVAILABLE - STATUS "
                    WS-BH-STATUS " - DAYS AT ZERO NOT COUNTED"
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                MOVE 'Y' TO WS-BH-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BALHISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-BH-READ
                        IF BH-RUNDATE IS NUMERIC
                            PERFORM TAKE-HISTORY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HL-ACTIVE = 'Y'
                PERFORM FINISH-HIST-LINE-PARA
            END-IF.
            IF WS-BH-STATUS = '00' OR WS-BH-STATUS = '10'
                CLOSE BALHISTORY
            END-IF.

       TAKE-HISTORY-PARA.
            IF WS-HL-ACTIVE = 'Y'
                IF BH-BCODE NOT = WS-HL-BCODE OR
                    BH-PCODE NOT = WS-HL-PCODE
                    PERFORM FINISH-HIST-LINE-PARA
                END-IF
            END-IF.
            IF WS-HL-ACTIVE NOT = 'Y'
                MOVE 'Y' TO WS-HL-ACTIVE
                MOVE BH-BCODE TO WS-HL-BCODE
                MOVE BH-PCODE TO WS-HL-PCODE
                MOVE 'N' TO WS-HL-KNOWN
                MOVE ZERO TO WS-HL-LEVEL
                MOVE ZERO TO WS-HL-ZERO
                MOVE WS-P-FROM TO WS-HL-DATE
            END-IF.
            IF BH-RUNDATE < WS-P-FROM
                MOVE BH-QUANTITY TO WS-HL-LEVEL
                MOVE 'Y' TO WS-HL-KNOWN
            ELSE IF BH-RUNDATE NOT > WS-P-TO
                MOVE BH-RUNDATE TO WS-SPAN-END
                PERFORM COUNT-SPAN-PARA
                MOVE BH-QUANTITY TO WS-HL-LEVEL
                MOVE 'Y' TO WS-HL-KNOWN
            END-IF
            END-IF.

       FINISH-HIST-LINE-PARA.
      *     THE DAYS FROM THE LAST COMMIT TO THE END OF THE RANGE,
      *     THE LAST DAY INCLUDED, STAND AT THE LAST LEVEL. A LINE
      *     THAT NEVER SAT AT ZERO NEEDS NO ROW FROM THE HISTORY.
            MOVE WS-P-TO TO WS-SPAN-END.
            PERFORM COUNT-SPAN-PARA.
            IF WS-HL-KNOWN = 'Y' AND WS-HL-LEVEL = ZERO
                ADD 1 TO WS-HL-ZERO
            END-IF.
            IF WS-HL-ZERO > ZERO
                MOVE WS-HL-BCODE TO WS-FIND-BCODE
                MOVE WS-HL-PCODE TO WS-FIND-PCODE
                PERFORM FIND-LINE-PARA
                ADD WS-HL-ZERO TO WS-LN-ZERO-DAYS(WS-LN-IDX)
            END-IF.
            MOVE 'N' TO WS-HL-ACTIVE.

       COUNT-SPAN-PARA.
      *     STEP FROM THE LINE'S CURRENT DAY UP TO (NOT INCLUDING)
      *     WS-SPAN-END, COUNTING EACH DAY THAT ENDED AT ZERO.
            MOVE WS-HL-DATE TO WS-DATE-NUM.
            PERFORM UNTIL WS-DATE-NUM >= WS-SPAN-END
                IF WS-HL-KNOWN = 'Y' AND WS-HL-LEVEL = ZERO
                    ADD 1 TO WS-HL-ZERO
                END-IF
                PERFORM NEXT-DATE-PARA
            END-PERFORM.
            MOVE WS-DATE-NUM TO WS-HL-DATE.

       LOAD-DEMAND-PARA.
      *     EVERY I, R AND F LINE DATED IN THE RANGE. A FILL COUNTS
      *     IN THE RANGE IT WAS FILLED IN, WHENEVER IT WAS RAISED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DEMAND-LOG.
            IF WS-DML-STATUS NOT = '00'
                DISPLAY "DEMAND TRAIL NOT AVAILABLE - STATUS "
                    WS-DML-STATUS " - NO FILL RATES"
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                MOVE 'Y' TO WS-DML-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DEMAND-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-DML-READ
                        IF DML-DATE IS NUMERIC AND
                            DML-DATE NOT < WS-P-FROM AND
                            DML-DATE NOT > WS-P-TO AND
                            DML-QTY IS NUMERIC
                            PERFORM TAKE-DEMAND-PARA
                                THRU TAKE-DEMAND-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-DML-STATUS = '00' OR WS-DML-STATUS = '10'
                CLOSE DEMAND-LOG
            END-IF.

       TAKE-DEMAND-PARA.
            IF DML-EVENT NOT = 'I' AND DML-EVENT NOT = 'R' AND
                DML-EVENT NOT = 'F'
                GO TO TAKE-DEMAND-EXIT
            END-IF.
            ADD 1 TO WS-DML-USED.
            MOVE DML-BCODE TO WS-FIND-BCODE.
            MOVE DML-PCODE TO WS-FIND-PCODE.
            PERFORM FIND-LINE-PARA.
            IF DML-EVENT = 'I'
                ADD 1 TO WS-LN-FIRST(WS-LN-IDX)
            ELSE IF DML-EVENT = 'R'
                ADD 1 TO WS-LN-BO(WS-LN-IDX)
                ADD DML-QTY TO WS-LN-BO-QTY(WS-LN-IDX)
            ELSE
                ADD 1 TO WS-LN-FILLED(WS-LN-IDX)
                PERFORM DAYS-WAITED-PARA
                ADD WS-DAYS-WAITED TO WS-LN-FILL-DAYS(WS-LN-IDX)
            END-IF
            END-IF.

       TAKE-DEMAND-EXIT.
            EXIT.

       DAYS-WAITED-PARA.
      *     CALENDAR DAYS FROM THE DATE THE ISSUE FAILED TO THE DATE
      *     ITS BACKORDER FILLED. A RAISED DATE THAT IS MISSING OR
      *     AFTER THE FILL COUNTS AS NO WAIT.
            MOVE ZERO TO WS-DAYS-WAITED.
            IF DML-RAISED IS NUMERIC AND DML-RAISED < DML-DATE
                MOVE DML-RAISED TO WS-DATE-NUM
                PERFORM UNTIL WS-DATE-NUM >= DML-DATE OR
                    WS-DAYS-WAITED >= MAX-WAIT-DAYS
                    PERFORM NEXT-DATE-PARA
                    ADD 1 TO WS-DAYS-WAITED
                END-PERFORM
            END-IF.

       FIND-LINE-PARA.
      *     WS-LN-IDX IS LEFT ON THE ROW FOR WS-FIND-KEY, A NEW ONE
      *     SLOTTED INTO KEY ORDER IF IT WAS NOT THERE.
            MOVE ZERO TO WS-LN-IDX.
            IF WS-LN-COUNT > ZERO
                SEARCH ALL WS-LN-ENTRY
                    AT END CONTINUE
                    WHEN WS-LN-KEY(WS-LN-INX) = WS-FIND-KEY
                        SET WS-LN-IDX TO WS-LN-INX
                END-SEARCH
            END-IF.
            IF WS-LN-IDX = ZERO
                PERFORM ADD-LINE-ENTRY
            END-IF.

       ADD-LINE-ENTRY.
            IF WS-LN-COUNT >= MAX-LN-COUNT
                DISPLAY "BRANCH/PRODUCT LINES EXCEED TABLE CAPACITY OF "
                    MAX-LN-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-LN-COUNT TO WS-LN-MOVE.
            ADD 1 TO WS-LN-COUNT.
            PERFORM UNTIL WS-LN-MOVE < 1 OR
                WS-LN-KEY(WS-LN-MOVE) < WS-FIND-KEY
                COMPUTE WS-LN-SUB = WS-LN-MOVE + 1
                MOVE WS-LN-ENTRY(WS-LN-MOVE)
                    TO WS-LN-ENTRY(WS-LN-SUB)
                SUBTRACT 1 FROM WS-LN-MOVE
            END-PERFORM.
            COMPUTE WS-LN-IDX = WS-LN-MOVE + 1.
            INITIALIZE WS-LN-ENTRY(WS-LN-IDX).
            MOVE WS-FIND-KEY TO WS-LN-KEY(WS-LN-IDX).
            MOVE SPACE TO WS-LN-CLASS(WS-LN-IDX).

       LOAD-SCHEDULE-PARA.
      *     THE CLASS OF EVERY LINE ON THE REPORT FROM ABCCOUNT'S
      *     COUNT SCHEDULE. NO SCHEDULE ONLY COSTS THE HIGHLIGHTING.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SCHEDULE-FILE.
            IF WS-SCH-STATUS NOT = '00'
                DISPLAY "COUNT SCHEDULE NOT AVAILABLE - STATUS "
                    WS-SCH-STATUS " - A-CLASS LINES NOT HIGHLIGHTED"
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-SCH-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SCHEDULE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SCH-CLASS = 'A'
                            ADD 1 TO WS-SCH-A-COUNT
                        END-IF
                        IF WS-LN-COUNT > ZERO
                            MOVE SCH-BCODE TO WS-FIND-BCODE
                            MOVE SCH-PCODE TO WS-FIND-PCODE
                            SEARCH ALL WS-LN-ENTRY
                                AT END CONTINUE
                                WHEN WS-LN-KEY(WS-LN-INX) = WS-FIND-KEY
                                    MOVE SCH-CLASS
                                        TO WS-LN-CLASS(WS-LN-INX)
                            END-SEARCH
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SCH-STATUS = '00' OR WS-SCH-STATUS = '10'
                CLOSE SCHEDULE-FILE
            END-IF.

       ROLLUP-PARA.
      *     EACH LINE'S FILL RATE AND A-CLASS FLAG, ITS PLACE AMONG
      *     THE WORST, AND ITS FIGURES INTO ITS REGION AND THE CHAIN.
            PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                UNTIL WS-LN-IDX > WS-LN-COUNT
                COMPUTE WS-DEMAND = WS-LN-FIRST(WS-LN-IDX)
                    + WS-LN-BO(WS-LN-IDX)
                IF WS-DEMAND > ZERO
                    COMPUTE WS-LN-RATE(WS-LN-IDX) ROUNDED =
                        WS-LN-FIRST(WS-LN-IDX) * 100 / WS-DEMAND
                ELSE
                    MOVE 100 TO WS-LN-RATE(WS-LN-IDX)
                END-IF
                IF WS-LN-CLASS(WS-LN-IDX) = 'A' AND
                    (WS-LN-BO(WS-LN-IDX) > ZERO OR
                     WS-LN-ZERO-DAYS(WS-LN-IDX) > ZERO)
                    MOVE 1 TO WS-LN-ASTOCK(WS-LN-IDX)
                END-IF
                IF WS-LN-BO(WS-LN-IDX) > ZERO OR
                    WS-LN-ZERO-DAYS(WS-LN-IDX) > ZERO
                    PERFORM RANK-LINE-PARA THRU RANK-LINE-EXIT
                END-IF
                MOVE WS-LN-FIGURES(WS-LN-IDX) TO WS-ACC
                PERFORM ADD-ACC-TO-CHAIN-PARA
                MOVE WS-LN-BCODE(WS-LN-IDX) TO WS-BCODE
                PERFORM FIND-BRANCH-PARA
                IF WS-THIS-REGION > ZERO
                    PERFORM ADD-ACC-TO-REGION-PARA
                END-IF
            END-PERFORM.

       ADD-ACC-TO-CHAIN-PARA.
            ADD WS-ACC-FIRST TO WS-CHT-FIRST.
            ADD WS-ACC-BO TO WS-CHT-BO.
            ADD WS-ACC-BO-QTY TO WS-CHT-BO-QTY.
            ADD WS-ACC-FILLED TO WS-CHT-FILLED.
            ADD WS-ACC-FILL-DAYS TO WS-CHT-FILL-DAYS.
            ADD WS-ACC-ZERO-DAYS TO WS-CHT-ZERO-DAYS.
            ADD WS-ACC-ASTOCK TO WS-CHT-ASTOCK.

       ADD-ACC-TO-REGION-PARA.
            ADD 1 TO WS-RG-LINES(WS-THIS-REGION).
            ADD WS-ACC-FIRST TO WS-RG-FIRST(WS-THIS-REGION).
            ADD WS-ACC-BO TO WS-RG-BO(WS-THIS-REGION).
            ADD WS-ACC-BO-QTY TO WS-RG-BO-QTY(WS-THIS-REGION).
            ADD WS-ACC-FILLED TO WS-RG-FILLED(WS-THIS-REGION).
            ADD WS-ACC-FILL-DAYS TO WS-RG-FILL-DAYS(WS-THIS-REGION).
            ADD WS-ACC-ZERO-DAYS TO WS-RG-ZERO-DAYS(WS-THIS-REGION).
            ADD WS-ACC-ASTOCK TO WS-RG-ASTOCK(WS-THIS-REGION).

       ADD-ACC-TO-BRANCH-PARA.
            ADD WS-ACC-FIRST TO WS-BRT-FIRST.
            ADD WS-ACC-BO TO WS-BRT-BO.
            ADD WS-ACC-BO-QTY TO WS-BRT-BO-QTY.
            ADD WS-ACC-FILLED TO WS-BRT-FILLED.
            ADD WS-ACC-FILL-DAYS TO WS-BRT-FILL-DAYS.
            ADD WS-ACC-ZERO-DAYS TO WS-BRT-ZERO-DAYS.
            ADD WS-ACC-ASTOCK TO WS-BRT-ASTOCK.

       RANK-LINE-PARA.
      *     BOUNDED INSERTION -- THE LINE GOES IN ABOVE EVERY HELD
      *     LINE IT IS WORSE THAN; WHAT FALLS OFF THE BOTTOM OF A
      *     FULL TABLE IS DROPPED.
            MOVE WS-LN-RATE(WS-LN-IDX) TO WS-CAND-RATE.
            MOVE WS-WORST-COUNT TO WS-WORST-MOVE.
            IF WS-WORST-COUNT < WS-P-WORST
                ADD 1 TO WS-WORST-COUNT
            ELSE
                MOVE WS-WORST-IX(WS-WORST-COUNT) TO WS-HELD-IDX
                PERFORM COMPARE-WORSE-PARA
                IF WS-WORSE NOT = 'Y'
                    GO TO RANK-LINE-EXIT
                END-IF
                SUBTRACT 1 FROM WS-WORST-MOVE
            END-IF.
            MOVE 'Y' TO WS-WORSE.
            PERFORM UNTIL WS-WORST-MOVE < 1 OR WS-WORSE NOT = 'Y'
                MOVE WS-WORST-IX(WS-WORST-MOVE) TO WS-HELD-IDX
                PERFORM COMPARE-WORSE-PARA
                IF WS-WORSE = 'Y'
                    COMPUTE WS-WORST-SUB = WS-WORST-MOVE + 1
                    MOVE WS-WORST-IX(WS-WORST-MOVE)
                        TO WS-WORST-IX(WS-WORST-SUB)
                    SUBTRACT 1 FROM WS-WORST-MOVE
                END-IF
            END-PERFORM.
            COMPUTE WS-WORST-SUB = WS-WORST-MOVE + 1.
            MOVE WS-LN-IDX TO WS-WORST-IX(WS-WORST-SUB).

       RANK-LINE-EXIT.
            EXIT.

       COMPARE-WORSE-PARA.
      *     IS THE CANDIDATE (WS-LN-IDX) WORSE THAN THE HELD LINE?
      *     LOWER FILL RATE, THEN MORE DAYS AT ZERO, THEN MORE
      *     BACKORDERED. A TIE STAYS BELOW THE LINE ALREADY HELD.
            MOVE 'N' TO WS-WORSE.
            MOVE WS-LN-RATE(WS-HELD-IDX) TO WS-HELD-RATE.
            IF WS-CAND-RATE < WS-HELD-RATE
                MOVE 'Y' TO WS-WORSE
            ELSE IF WS-CAND-RATE = WS-HELD-RATE
                IF WS-LN-ZERO-DAYS(WS-LN-IDX) >
                    WS-LN-ZERO-DAYS(WS-HELD-IDX)
                    MOVE 'Y' TO WS-WORSE
                ELSE IF WS-LN-ZERO-DAYS(WS-LN-IDX) =
                    WS-LN-ZERO-DAYS(WS-HELD-IDX) AND
                    WS-LN-BO-QTY(WS-LN-IDX) >
                    WS-LN-BO-QTY(WS-HELD-IDX)
                    MOVE 'Y' TO WS-WORSE
                END-IF
                END-IF
            END-IF
            END-IF.

       WRITE-SOURCES-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-DML-LOADED = 'Y'
                MOVE SPACES TO REPORT-LINE
                MOVE WS-DML-READ TO WS-EDIT-COUNT
                MOVE WS-DML-USED TO WS-EDIT-COUNT-2
                STRING 'DEMAND TRAIL    ' DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    ' LINES READ, ' DELIMITED BY SIZE
                    WS-EDIT-COUNT-2 DELIMITED BY SIZE
                    ' IN THE RANGE' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING '*** DEMAND TRAIL NOT AVAILABLE - ' DELIMITED
                    BY SIZE
                    'NO FILL RATES OR BACKORDERS ***' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            IF WS-BH-LOADED = 'Y'
                MOVE SPACES TO REPORT-LINE
                MOVE WS-BH-READ TO WS-EDIT-COUNT
                STRING 'BALANCE HISTORY ' DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    ' LINES READ' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING '*** BALANCE HISTORY NOT AVAILABLE - ' DELIMITED
                    BY SIZE
                    'DAYS AT ZERO NOT COUNTED ***' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            IF WS-SCH-LOADED = 'Y'
                MOVE SPACES TO REPORT-LINE
                MOVE WS-SCH-A-COUNT TO WS-EDIT-COUNT
                STRING 'COUNT SCHEDULE  ' DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    ' A-CLASS LINES' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING '*** COUNT SCHEDULE NOT AVAILABLE - ' DELIMITED
                    BY SIZE
                    'A-CLASS LINES NOT HIGHLIGHTED ***'
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.

       WRITE-WORST-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-P-WORST TO WS-EDIT-COUNT.
            STRING 'WORST LINES - LOWEST FIRST-TIME FILL RATE FIRST,'
                DELIMITED BY SIZE
                ' THEN MOST DAYS AT ZERO (UP TO' DELIMITED BY SIZE
                WS-EDIT-COUNT(7:3) DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE(3:122) TO WS-RH-FIGURES.
            MOVE WS-RANK-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-WORST-COUNT = ZERO
                MOVE '      NONE - NO LINE BACKORDERED OR SAT AT ZERO'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-WORST-MOVE FROM 1 BY 1
                UNTIL WS-WORST-MOVE > WS-WORST-COUNT
                MOVE WS-WORST-IX(WS-WORST-MOVE) TO WS-LN-IDX
                MOVE WS-WORST-MOVE TO WS-RK-RANK
                PERFORM WRITE-RANKED-LINE-PARA
            END-PERFORM.

       WRITE-ACLASS-PARA.
      *     EVERY A-CLASS LINE THAT BACKORDERED OR SAT AT ZERO, IN
      *     BRANCH/PRODUCT ORDER -- THESE ARE THE LOST SALES.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'A-CLASS LINES THAT STOCKED OUT' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE(3:122) TO WS-RH-FIGURES.
            MOVE WS-RANK-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-SCH-LOADED NOT = 'Y'
                MOVE '      NOT CHECKED - NO COUNT SCHEDULE'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE IF WS-CHT-ASTOCK = ZERO
                MOVE '      NONE' TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            END-IF.
            PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                UNTIL WS-LN-IDX > WS-LN-COUNT
                IF WS-LN-ASTOCK(WS-LN-IDX) > ZERO
                    MOVE ZERO TO WS-RK-RANK
                    PERFORM WRITE-RANKED-LINE-PARA
                END-IF
            END-PERFORM.

       WRITE-RANKED-LINE-PARA.
            PERFORM BUILD-LINE-FIGURES-PARA.
            MOVE WS-LN-BCODE(WS-LN-IDX) TO WS-RK-BCODE.
            MOVE WS-FIG-LINE(3:122) TO WS-RK-FIGURES.
            MOVE WS-RANK-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-DETAIL-PARA.
      *     ONE BLOCK PER BRANCH, ITS LINES IN PRODUCT ORDER AND A
      *     BRANCH TOTAL UNDER THEM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'SERVICE LEVEL BY BRANCH AND PRODUCT' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-PRINT-BCODE.
            MOVE ZERO TO WS-BRANCH-LINES.
            PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                UNTIL WS-LN-IDX > WS-LN-COUNT
                IF WS-BRANCH-LINES > ZERO AND
                    WS-LN-BCODE(WS-LN-IDX) NOT = WS-PRINT-BCODE
                    PERFORM WRITE-BRANCH-TOTAL-PARA
                END-IF
                IF WS-BRANCH-LINES = ZERO
                    PERFORM WRITE-BRANCH-HEAD-PARA
                END-IF
                PERFORM BUILD-LINE-FIGURES-PARA
                MOVE WS-FIG-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                ADD 1 TO WS-BRANCH-LINES
                ADD 1 TO WS-LINES-LISTED
                MOVE WS-LN-FIGURES(WS-LN-IDX) TO WS-ACC
                PERFORM ADD-ACC-TO-BRANCH-PARA
            END-PERFORM.
            IF WS-BRANCH-LINES > ZERO
                PERFORM WRITE-BRANCH-TOTAL-PARA
            ELSE
                MOVE '      NO DEMAND OR DAYS AT ZERO IN THE RANGE'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       WRITE-BRANCH-HEAD-PARA.
            MOVE WS-LN-BCODE(WS-LN-IDX) TO WS-PRINT-BCODE.
            MOVE WS-PRINT-BCODE TO WS-BCODE.
            PERFORM FIND-BRANCH-PARA.
            INITIALIZE WS-BRT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-THIS-REGION > ZERO
                STRING 'BRANCH ' DELIMITED BY SIZE
                    WS-BCODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-BRANCH-NAME DELIMITED BY SIZE
                    ' REGION ' DELIMITED BY SIZE
                    WS-THIS-REGION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-RGN-NAME-T(WS-THIS-REGION) DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                STRING 'BRANCH ' DELIMITED BY SIZE
                    WS-BCODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-BRANCH-NAME DELIMITED BY SIZE
                    ' NO REGION' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-BRANCH-TOTAL-PARA.
            MOVE WS-BRT TO WS-ACC.
            PERFORM BUILD-ACC-FIGURES-PARA.
            MOVE SPACES TO WS-FG-CODE.
            MOVE 'BRANCH TOTAL' TO WS-FG-DESC.
            MOVE WS-FIG-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-BRANCH-LINES.

       WRITE-REGION-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'REGION AND CHAIN TOTALS' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > 99
                IF WS-RG-LINES(WS-REGION-IDX) > ZERO
                    MOVE WS-RG-ENTRY(WS-REGION-IDX) TO WS-ACC
                    PERFORM BUILD-ACC-FIGURES-PARA
                    MOVE WS-REGION-IDX TO WS-THIS-REGION
                    MOVE WS-THIS-REGION TO WS-FG-CODE
                    MOVE WS-RGN-NAME-T(WS-REGION-IDX) TO WS-FG-DESC
                    IF WS-FG-DESC = SPACES
                        MOVE 'REGION' TO WS-FG-DESC
                    END-IF
                    MOVE WS-FIG-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.
            MOVE WS-CHT TO WS-ACC.
            PERFORM BUILD-ACC-FIGURES-PARA.
            MOVE SPACES TO WS-FG-CODE.
            MOVE 'CHAIN' TO WS-FG-DESC.
            MOVE WS-FIG-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       BUILD-LINE-FIGURES-PARA.
      *     THE FIGURE LINE FOR THE ROW AT WS-LN-IDX.
            MOVE WS-LN-FIGURES(WS-LN-IDX) TO WS-ACC.
            PERFORM BUILD-ACC-FIGURES-PARA.
            MOVE WS-LN-PCODE(WS-LN-IDX) TO WS-PCODE.
            PERFORM FIND-PRODUCT-PARA.
            MOVE WS-PCODE TO WS-FG-CODE.
            MOVE WS-PRODUCT-DESC TO WS-FG-DESC.
            MOVE WS-LN-CLASS(WS-LN-IDX) TO WS-FG-CLASS.
            IF WS-LN-ASTOCK(WS-LN-IDX) > ZERO
                MOVE '*A STOCK-OUT*' TO WS-FG-FLAG
            END-IF.

       BUILD-ACC-FIGURES-PARA.
      *     THE FIGURES IN WS-ACC ONTO THE FIGURE LINE. THE FILL RATE
      *     IS LEFT AS A DASH WHERE THERE WAS NO DEMAND TO FILL; A
      *     TOTAL LINE'S FLAG COUNTS ITS A-CLASS STOCK-OUTS.
            MOVE SPACES TO WS-FG-INDENT.
            MOVE SPACES TO WS-FG-CODE.
            MOVE SPACES TO WS-FG-DESC.
            MOVE SPACE TO WS-FG-CLASS.
            COMPUTE WS-DEMAND = WS-ACC-FIRST + WS-ACC-BO.
            MOVE WS-DEMAND TO WS-FG-DEMAND.
            MOVE WS-ACC-FIRST TO WS-FG-FIRST.
            MOVE WS-ACC-BO TO WS-FG-BO.
            MOVE WS-ACC-BO-QTY TO WS-FG-BO-QTY.
            MOVE WS-ACC-FILLED TO WS-FG-FILLED.
            MOVE ZERO TO WS-AVG-DAYS.
            IF WS-ACC-FILLED > ZERO
                COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-ACC-FILL-DAYS / WS-ACC-FILLED
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-AVG-DAYS
                END-COMPUTE
            END-IF.
            MOVE WS-AVG-DAYS TO WS-FG-AVG.
            MOVE WS-ACC-ZERO-DAYS TO WS-FG-ZERO.
            IF WS-DEMAND > ZERO
                COMPUTE WS-FILL-RATE ROUNDED =
                    WS-ACC-FIRST * 100 / WS-DEMAND
                MOVE WS-FILL-RATE TO WS-FG-RATE
            ELSE
                MOVE '    - ' TO WS-FG-RATE-X
            END-IF.
            MOVE SPACES TO WS-FG-FLAG.
            IF WS-ACC-ASTOCK > ZERO
                MOVE WS-ACC-ASTOCK TO WS-EDIT-COUNT
                STRING WS-EDIT-COUNT(5:5) DELIMITED BY SIZE
                    ' A-CLASS' DELIMITED BY SIZE
                    INTO WS-FG-FLAG
                END-STRING
            END-IF.

       FIND-BRANCH-PARA.
      *     NAME AND REGION FROM THE BRANCH MASTER; THE REGION FALLS
      *     BACK TO THE HUNDREDS DIGIT WHEN THE MASTER HAS NONE.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE ZERO TO WS-THIS-REGION.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE WS-BR-REGION(WS-BR-INX)
                            TO WS-THIS-REGION
                END-SEARCH
            END-IF.
            IF WS-BRANCH-NAME = SPACES
                MOVE 'NOT ON BRANCH MASTER' TO WS-BRANCH-NAME
                COMPUTE WS-THIS-REGION = WS-BCODE / 100
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM ADD-BRANCH-ENTRY
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       ADD-BRANCH-ENTRY.
            IF WS-BRANCH-COUNT >= MAX-BRANCH-COUNT
                DISPLAY "BRANCH MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-BRANCH-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-BRANCH-COUNT TO WS-BR-MOVE.
            ADD 1 TO WS-BRANCH-COUNT.
            PERFORM UNTIL WS-BR-MOVE < 1 OR
                WS-BR-CODE(WS-BR-MOVE) < BM-BRANCH-CODE
                COMPUTE WS-BR-SUB = WS-BR-MOVE + 1
                MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                    TO WS-BRANCH-ENTRY(WS-BR-SUB)
                SUBTRACT 1 FROM WS-BR-MOVE
            END-PERFORM.
            COMPUTE WS-BR-SUB = WS-BR-MOVE + 1.
            MOVE BM-BRANCH-CODE TO WS-BR-CODE(WS-BR-SUB).
            MOVE BM-BRANCH-NAME TO WS-BR-NAME(WS-BR-SUB).
            IF BM-BRANCH-REGION IS NUMERIC AND
                BM-BRANCH-REGION NOT = ZERO
                MOVE BM-BRANCH-REGION TO WS-BR-REGION(WS-BR-SUB)
            ELSE
                COMPUTE WS-BR-REGION(WS-BR-SUB) =
                    BM-BRANCH-CODE / 100
            END-IF.

       LOAD-REGION-MASTER.
      *     NO REGION MASTER ONLY COSTS THE REGION NAMES.
            MOVE SPACES TO WS-REGION-NAMES.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REGION-MASTER.
            IF WS-RGN-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REGION-MASTER INTO REGION-MASTER-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF RG-REGION-CODE IS NUMERIC AND
                            RG-REGION-CODE >= 1 AND
                            RG-REGION-CODE <= 99
                            MOVE RG-REGION-NAME
                                TO WS-RGN-NAME-T(RG-REGION-CODE)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RGN-STATUS = '00' OR WS-RGN-STATUS = '10'
                CLOSE REGION-MASTER
            END-IF.

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PRODUCT-MASTER.
            IF WS-PRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM ADD-PRODUCT-ENTRY
                END-READ
            END-PERFORM.
            IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
                CLOSE PRODUCT-MASTER
            END-IF.

       ADD-PRODUCT-ENTRY.
            IF WS-PRODUCT-COUNT >= MAX-PRODUCT-COUNT
                DISPLAY "PRODUCT MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-PRODUCT-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PRODUCT-COUNT TO WS-PR-MOVE.
            ADD 1 TO WS-PRODUCT-COUNT.
            PERFORM UNTIL WS-PR-MOVE < 1 OR
                WS-PR-CODE(WS-PR-MOVE) < PM-PRODUCT-CODE
                COMPUTE WS-PR-SUB = WS-PR-MOVE + 1
                MOVE WS-PRODUCT-ENTRY(WS-PR-MOVE)
                    TO WS-PRODUCT-ENTRY(WS-PR-SUB)
                SUBTRACT 1 FROM WS-PR-MOVE
            END-PERFORM.
            COMPUTE WS-PR-SUB = WS-PR-MOVE + 1.
            MOVE PM-PRODUCT-CODE TO WS-PR-CODE(WS-PR-SUB).
            MOVE PM-PRODUCT-DESC TO WS-PR-DESC(WS-PR-SUB).

       READ-PARMS-PARA.
      *     THE RANGE ENDS ON SVC_TO OR THE BUSINESS DATE AND STARTS
      *     ON SVC_FROM OR SVC_DAYS - 1 DAYS BEFORE ITS END. COUNTS
      *     ARE THREE DIGITS, ZERO-PADDED (SVC_DAYS=030).
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE SPACES TO WS-P-FROM-X.
            ACCEPT WS-P-FROM-X FROM ENVIRONMENT 'SVC_FROM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-P-TO-X.
            ACCEPT WS-P-TO-X FROM ENVIRONMENT 'SVC_TO'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-P-DAYS-X.
            ACCEPT WS-P-DAYS-X FROM ENVIRONMENT 'SVC_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-DAYS-X IS NUMERIC
                IF WS-P-DAYS-X NOT = '000'
                    MOVE WS-P-DAYS-X TO WS-P-DAYS
                END-IF
            END-IF.
            MOVE SPACES TO WS-P-WORST-X.
            ACCEPT WS-P-WORST-X FROM ENVIRONMENT 'SVC_WORST'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-WORST-X IS NUMERIC
                IF WS-P-WORST-X NOT = '000'
                    MOVE WS-P-WORST-X TO WS-P-WORST
                END-IF
            END-IF.
            IF WS-P-WORST > MAX-WORST
                MOVE MAX-WORST TO WS-P-WORST
            END-IF.
            IF WS-P-TO-X IS NUMERIC
                MOVE WS-P-TO-X TO WS-P-TO
            ELSE IF WS-P-TO-X = SPACES
                MOVE WS-RUN-DATE TO WS-P-TO
            ELSE
                DISPLAY "SVC_TO " WS-P-TO-X " IS NOT A DATE - RUN "
                    "REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF
            END-IF.
            IF WS-P-FROM-X IS NUMERIC
                MOVE WS-P-FROM-X TO WS-P-FROM
            ELSE IF WS-P-FROM-X = SPACES
                MOVE WS-P-TO TO WS-DATE-NUM
                PERFORM VARYING WS-DAY-STEPS FROM 2 BY 1
                    UNTIL WS-DAY-STEPS > WS-P-DAYS
                    PERFORM PREV-DATE-PARA
                END-PERFORM
                MOVE WS-DATE-NUM TO WS-P-FROM
            ELSE
                DISPLAY "SVC_FROM " WS-P-FROM-X " IS NOT A DATE - RUN "
                    "REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF
            END-IF.
            IF WS-RETURN-CODE NOT = 12 AND WS-P-FROM > WS-P-TO
                DISPLAY "FROM DATE AFTER TO DATE - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       PREV-DATE-PARA.
            SUBTRACT 1 FROM WS-DP-DAY.
            IF WS-DP-DAY = ZERO
                SUBTRACT 1 FROM WS-DP-MONTH
                IF WS-DP-MONTH = ZERO
                    MOVE 12 TO WS-DP-MONTH
                    SUBTRACT 1 FROM WS-DP-YEAR
                END-IF
                PERFORM MONTH-LEN-PARA
                MOVE WS-MONTH-LEN TO WS-DP-DAY
            END-IF.

       NEXT-DATE-PARA.
            PERFORM MONTH-LEN-PARA.
            ADD 1 TO WS-DP-DAY.
            IF WS-DP-DAY > WS-MONTH-LEN
                MOVE 1 TO WS-DP-DAY
                ADD 1 TO WS-DP-MONTH
                IF WS-DP-MONTH > 12
                    MOVE 1 TO WS-DP-MONTH
                    ADD 1 TO WS-DP-YEAR
                END-IF
            END-IF.

       MONTH-LEN-PARA.
            EVALUATE WS-DP-MONTH
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WS-MONTH-LEN
                WHEN 2
                    MOVE 28 TO WS-MONTH-LEN
                    DIVIDE WS-DP-YEAR BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = ZERO
                        MOVE 29 TO WS-MONTH-LEN
                        DIVIDE WS-DP-YEAR BY 100 GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM = ZERO
                            MOVE 28 TO WS-MONTH-LEN
                            DIVIDE WS-DP-YEAR BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = ZERO
                                MOVE 29 TO WS-MONTH-LEN
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-MONTH-LEN
            END-EVALUATE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\DemandLog.txt'
                TO WS-DEMAND-LOG-PATH
            ACCEPT WS-DEMAND-LOG-PATH FROM ENVIRONMENT 'DEMAND_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                TO WS-BALHISTORY-PATH
            ACCEPT WS-BALHISTORY-PATH FROM ENVIRONMENT 'BALANCE_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CountSchedule.txt'
                TO WS-SCHEDULE-PATH
            ACCEPT WS-SCHEDULE-PATH FROM ENVIRONMENT 'COUNT_SCHEDULE'
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
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ServiceLevel.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH FROM ENVIRONMENT 'SVC_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SVCLEVEL.
