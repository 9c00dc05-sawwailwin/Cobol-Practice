      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: WHAT-IF SIMULATION OF REORDER PARAMETERS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- replays a period's actual
      *                issues (SIM_FROM / SIM_TO, YYYYMMDD; by default
      *                the SIM_DAYS days, default 090, ending on the
      *                business date) from the balance history, once
      *                under the current reorder parameters and once
      *                under proposed ones, and reports for each the
      *                issues it could not fill in full and the units
      *                short, the average stock held and its value at
      *                unit cost, and the orders raised. Proposed
      *                parameters are keyed on ReorderProposal.txt in
      *                the STOCKPROF layout: a row for a branch/product
      *                is a proposed branch min/max (or a 'N' to stop
      *                stocking it); a row for branch 000 is a proposed
      *                chain-wide reorder level (its minimum) for the
      *                product, which -- as on the nightly check --
      *                applies only where the branch has no profile
      *                row of its own. The simulation follows the
      *                nightly reorder check: at the end of each day a
      *                line below its reorder level with nothing on
      *                order is ordered up to its target, and the goods
      *                arrive the supplier's lead time later (Supplier
      *                Product and Supplier Master; SIM_LEAD, default
      *                007, where the product has none). An issue is
      *                the fall in balance an option-1 history line
      *                records; an issue the simulated stock cannot
      *                cover is filled with what there is and counted
      *                short. The lines simulated are those the
      *                proposal changes, or with SIM_BRANCH and/or
      *                SIM_PRODUCT every line of that branch and/or
      *                product. RETURN-CODE 0 simulated, 4 proposal
      *                rows with no history to replay, 8 the balance
      *                history missing or nothing to simulate, 12 bad
      *                parameters, 16 a table overflowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDSIM.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BALHISTORY ASSIGN TO DYNAMIC WS-BALHISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BH-STATUS.
           SELECT PROFILE-MASTER ASSIGN TO DYNAMIC
           WS-PROFILE-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPF-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC WS-PROPOSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.
           SELECT SUPPPROD-FILE ASSIGN TO DYNAMIC WS-SUPPPROD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPP-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO DYNAMIC
           WS-SUPPLIER-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROFILE-MASTER.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROFILE-MASTER-REC
                                     SPF-BCODE-NAME BY SPF-BCODE
                                     SPF-PCODE-NAME BY SPF-PCODE
                                     SPF-MIN-NAME BY SPF-MIN
                                     SPF-MAX-NAME BY SPF-MAX
                                     SPF-STOCKED-NAME BY SPF-STOCKED.

       FD PROPOSAL-FILE.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROPOSAL-REC
                                     SPF-BCODE-NAME BY PRP-BCODE
                                     SPF-PCODE-NAME BY PRP-PCODE
                                     SPF-MIN-NAME BY PRP-MIN
                                     SPF-MAX-NAME BY PRP-MAX
                                     SPF-STOCKED-NAME BY PRP-STOCKED.

       FD SUPPPROD-FILE.
           COPY SUPPPROD REPLACING SPP-REC-NAME BY SUPPPROD-REC
                                    SPP-PCODE-NAME BY SPP-PCODE
                                    SPP-SUPP-NAME BY SPP-SUPP
                                    SPP-PRICE-NAME BY SPP-PRICE.

       FD SUPPLIER-MASTER.
           COPY SUPPMST REPLACING SUP-REC-NAME BY SUPPLIER-MASTER-REC
                                   SUP-CODE-NAME BY SM-SUPP-CODE
                                   SUP-NAME-NAME BY SM-SUPP-NAME
                                   SUP-LEAD-NAME BY SM-SUPP-LEAD
                                   SUP-STATUS-NAME BY SM-SUPP-STAT.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

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
       01 WS-BH-STATUS PIC X(2).
       01 WS-SPF-STATUS PIC X(2).
       01 WS-PRP-STATUS PIC X(2).
       01 WS-SPP-STATUS PIC X(2).
       01 WS-SUP-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-PROFILE-MASTER-PATH PIC X(60).
       01 WS-PROPOSAL-PATH PIC X(60).
       01 WS-SUPPPROD-PATH PIC X(60).
       01 WS-SUPPLIER-MASTER-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-P-FROM-X PIC X(8).
       01 WS-P-TO-X PIC X(8).
       01 WS-P-FROM PIC 9(8).
       01 WS-P-TO PIC 9(8).
       01 WS-P-DAYS-X PIC X(3).
       01 WS-P-DAYS PIC 9(3) VALUE 90.
       01 WS-P-LEAD-X PIC X(3).
       01 WS-P-LEAD PIC 9(3) VALUE 7.
       01 WS-P-BRANCH-X PIC X(3).
       01 WS-P-BRANCH PIC 9(3) VALUE ZERO.
       01 WS-P-PRODUCT-X PIC X(6).
       01 WS-P-PRODUCT PIC 9(6) VALUE ZERO.
       01 WS-FILTERED PIC X(1) VALUE 'N'.

      * CALENDAR STEPPING -- THE SAME RULES AS REDEPLOY.
       01 WS-DATE-PARTS.
           05 WS-DP-YEAR PIC 9(4).
           05 WS-DP-MONTH PIC 9(2).
           05 WS-DP-DAY PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-PARTS PIC 9(8).
       01 WS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-DAY-STEPS PIC 9(3).

      * BRANCH STOCKING PROFILES AND THE PROPOSED PARAMETERS, BOTH IN
      * THE STOCKPROF LAYOUT. A PROPOSAL ROW IS MARKED SEEN ONCE A
      * LINE IT CHANGES HAS BEEN SIMULATED.
       01 WS-SPF-TABLE.
           05 WS-SPF-ENTRY OCCURS 2000 TIMES.
               10 WS-SPF-T-BCODE PIC 9(3).
               10 WS-SPF-T-PCODE PIC 9(6).
               10 WS-SPF-T-MIN PIC 9(7).
               10 WS-SPF-T-MAX PIC 9(7).
               10 WS-SPF-T-STOCKED PIC X(1).
       01 WS-SPF-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-SPF-COUNT PIC 9(4) VALUE 2000.
       01 WS-SPF-IDX PIC 9(4).
       01 WS-SPF-HIT PIC 9(4).
       01 WS-PRP-TABLE.
           05 WS-PRP-ENTRY OCCURS 2000 TIMES.
               10 WS-PRP-T-BCODE PIC 9(3).
               10 WS-PRP-T-PCODE PIC 9(6).
               10 WS-PRP-T-MIN PIC 9(7).
               10 WS-PRP-T-MAX PIC 9(7).
               10 WS-PRP-T-STOCKED PIC X(1).
               10 WS-PRP-T-SEEN PIC X(1).
       01 WS-PRP-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-PRP-COUNT PIC 9(4) VALUE 2000.
       01 WS-PRP-IDX PIC 9(4).
       01 WS-PRP-HIT PIC 9(4).
       01 WS-FIND-PRP-BCODE PIC 9(3).
       01 WS-PRP-LOADED PIC X(1) VALUE 'N'.
       01 WS-PRP-UNSEEN PIC 9(4) VALUE ZERO.

      * PRODUCT-TO-SUPPLIER ASSIGNMENTS (FIRST ROW WINS, AS ON THE
      * NIGHTLY CHECK) AND EACH SUPPLIER'S LEAD TIME.
       01 WS-SPP-TABLE.
           05 WS-SPP-ENTRY OCCURS 500 TIMES.
               10 WS-SPP-T-PCODE PIC 9(6).
               10 WS-SPP-T-SUPP PIC X(5).
       01 WS-SPP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SPP-COUNT PIC 9(3) VALUE 500.
       01 WS-SPP-IDX PIC 9(3).
       01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 500 TIMES.
               10 WS-SUP-T-CODE PIC X(5).
               10 WS-SUP-T-LEAD PIC 9(3).
       01 WS-SUP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SUP-COUNT PIC 9(3) VALUE 500.
       01 WS-SUP-IDX PIC 9(3).
       01 WS-SUPPLIER-CODE PIC X(5).
       01 WS-LEAD-FOUND PIC X(1).

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRANCH-NAME PIC X(20).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-REORD PIC 9(4).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRODUCT-DESC PIC X(20).
       01 WS-PRODUCT-REORD PIC 9(7).
       01 WS-PRODUCT-COST PIC 9(5)V99.

      * THE BRANCH/PRODUCT THE HISTORY SCAN IS ON. THE LEVEL IS THE
      * BALANCE AFTER THE LAST HISTORY LINE READ. THE REPLAY STARTS
      * ON THE FROM DATE AT THE BALANCE THE LINE HAD THEN, OR -- FOR
      * A LINE WITH NO HISTORY BEFORE THE PERIOD -- ON THE DATE OF
      * ITS FIRST HISTORY LINE AT THE BALANCE THAT LINE LEFT.
       01 WS-HL-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-HL-BCODE PIC 9(3).
       01 WS-HL-PCODE PIC 9(6).
       01 WS-HL-SELECTED PIC X(1).
       01 WS-HL-KNOWN PIC X(1).
       01 WS-HL-STARTED PIC X(1).
       01 WS-HL-LEVEL PIC 9(7).
       01 WS-HL-OPEN-QTY PIC 9(7).
       01 WS-HL-START-DATE PIC 9(8).
       01 WS-ISSUE-QTY PIC S9(8).

      * THE LINE'S ISSUES IN THE PERIOD, IN DATE ORDER.
       01 WS-IS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IS-TABLE.
           05 WS-IS-ENTRY OCCURS 5000 TIMES.
               10 WS-IS-DATE PIC 9(8).
               10 WS-IS-QTY PIC 9(7).
       77 MAX-IS-COUNT PIC 9(5) VALUE 5000.
       01 WS-IS-IDX PIC 9(5).

      * ONE SIMULATION -- THE SCENARIO'S PARAMETERS IN, ITS RESULTS
      * OUT. SCENARIO 1 IS CURRENT, 2 PROPOSED.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 2 TIMES.
               10 WS-SC-LEVEL PIC 9(7).
               10 WS-SC-TARGET PIC 9(7).
               10 WS-SC-SHORTS PIC 9(7).
               10 WS-SC-SHORT-QTY PIC 9(9).
               10 WS-SC-AVG PIC 9(8)V99.
               10 WS-SC-VALUE PIC 9(11)V99.
               10 WS-SC-ORDERS PIC 9(5).
       01 WS-SC PIC 9(1).
       01 WS-LINE-LEAD PIC 9(3).
       01 WS-LINE-ISSUES PIC 9(7).
       01 WS-LINE-ISSUE-QTY PIC 9(9).
       01 WS-CHANGED PIC X(1).
       01 WS-SIM-DATE PIC 9(8).
       01 WS-SIM-STOCK PIC 9(9).
       01 WS-SIM-ON-ORDER PIC X(1).
       01 WS-SIM-ORDER-QTY PIC 9(9).
       01 WS-SIM-ARRIVE PIC 9(8).
       01 WS-SIM-STOCK-DAYS PIC 9(15).
       01 WS-SIM-DAYS PIC 9(5).

      * CHAIN TOTALS FOR EACH SCENARIO AND THE CHANGE BETWEEN THEM.
       01 WS-TOT-TABLE.
           05 WS-TOT-ENTRY OCCURS 2 TIMES.
               10 WS-TOT-SHORTS PIC 9(9).
               10 WS-TOT-SHORT-QTY PIC 9(11).
               10 WS-TOT-AVG PIC 9(10)V99.
               10 WS-TOT-VALUE PIC 9(13)V99.
               10 WS-TOT-ORDERS PIC 9(7).
       01 WS-TOT-ISSUES PIC 9(9) VALUE ZERO.
       01 WS-TOT-ISSUE-QTY PIC 9(11) VALUE ZERO.
       01 WS-LINES-SIMULATED PIC 9(5) VALUE ZERO.
       01 WS-DIFF-SHORTS PIC S9(9).
       01 WS-DIFF-SHORT-QTY PIC S9(11).
       01 WS-DIFF-AVG PIC S9(10)V99.
       01 WS-DIFF-VALUE PIC S9(13)V99.
       01 WS-DIFF-ORDERS PIC S9(7).
       01 WS-LAST-BCODE PIC 9(3) VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(29) VALUE "REORDER PARAMETER SIMULATION ".
           05 WS-TL-FROM PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TL-TO PIC 9(8).
           05 FILLER PIC X(37) VALUE
           "  CURRENT AGAINST PROPOSED PARAMETERS".
           05 FILLER PIC X(12) VALUE "   RUN DATE ".
           05 WS-TL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-HEAD-LINE.
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(8) VALUE "SCENARIO".
           05 FILLER PIC X(8) VALUE "   LEVEL".
           05 FILLER PIC X(8) VALUE "  TARGET".
           05 FILLER PIC X(5) VALUE " LEAD".
           05 FILLER PIC X(9) VALUE "   ISSUES".
           05 FILLER PIC X(10) VALUE " ISSUE QTY".
           05 FILLER PIC X(8) VALUE "   SHORT".
           05 FILLER PIC X(10) VALUE " UNITS SHT".
           05 FILLER PIC X(12) VALUE "   AVG STOCK".
           05 FILLER PIC X(14) VALUE "     AVG VALUE".
           05 FILLER PIC X(7) VALUE " ORDERS".
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-SIM-LINE.
           05 WS-SL-PCODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SCEN PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-LEVEL PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-TARGET PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-LEAD PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-ISSUES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-ISSUE-QTY PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SHORTS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-SHORT-QTY PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-AVG PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-VALUE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-ORDERS PIC Z(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
      * THE CHANGE ROW -- PROPOSED LESS CURRENT, SIGNED, IN THE SAME
      * COLUMNS AS THE RESULTS IT COMPARES.
       01 WS-DIFF-LINE.
           05 FILLER PIC X(29) VALUE SPACES.
           05 WS-DL-LABEL PIC X(8).
           05 FILLER PIC X(42) VALUE SPACES.
           05 WS-DL-SHORTS PIC -(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-SHORT-QTY PIC -(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-AVG PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-VALUE PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-ORDERS PIC -(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-EDIT-COUNT PIC Z(8)9.

      * STANDARD RETURN-CODE SCHEME -- 0 SIMULATED, 4 PROPOSAL ROWS
      * WITH NO HISTORY TO REPLAY, 8 NO BALANCE HISTORY OR NOTHING TO
      * SIMULATE, 12 BAD PARAMETERS, 16 A TABLE OVERFLOWED.
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
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-PROFILE-MASTER.
            PERFORM LOAD-PROPOSAL-PARA.
            PERFORM LOAD-SUPPPROD-PARA.
            PERFORM LOAD-SUPPLIER-MASTER.
            INITIALIZE WS-TOT-TABLE.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-P-FROM TO WS-TL-FROM.
            MOVE WS-P-TO TO WS-TL-TO.
            MOVE WS-RUN-DATE TO WS-TL-RUN-DATE.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-SELECTION-PARA.
            IF WS-FILTERED = 'N' AND WS-PRP-COUNT = ZERO
                MOVE SPACES TO REPORT-LINE
                STRING '*** NO PROPOSED PARAMETERS AND NO BRANCH OR '
                    DELIMITED BY SIZE
                    'PRODUCT SELECTED - NOTHING TO SIMULATE ***'
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY "NOTHING TO SIMULATE - NO PROPOSAL ROWS AND NO "
                    "SIM_BRANCH OR SIM_PRODUCT"
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                PERFORM SCAN-HISTORY-PARA
                PERFORM WRITE-TOTALS-PARA THRU WRITE-TOTALS-EXIT
                PERFORM WRITE-UNSEEN-PARA
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE '*** END OF REPORT ***' TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "REORDER SIMULATION " WS-P-FROM " - " WS-P-TO
                " - " WS-LINES-SIMULATED " LINES SIMULATED".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SCAN-HISTORY-PARA.
      *     ONE PASS IN BRANCH/PRODUCT/DATE ORDER. EACH SELECTED
      *     LINE'S ISSUES ARE GATHERED AND REPLAYED WHEN THE NEXT
      *     LINE STARTS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BALHISTORY.
            IF WS-BH-STATUS NOT = '00'
                DISPLAY "BALANCE HISTORY NOT AVAILABLE - STATUS "
                    WS-BH-STATUS " - NOTHING REPLAYED"
                MOVE SPACES TO REPORT-LINE
                STRING '*** BALANCE HISTORY NOT AVAILABLE - '
                    DELIMITED BY SIZE
                    'NOTHING REPLAYED ***' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BALHISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BH-RUNDATE IS NUMERIC AND
                            BH-QUANTITY IS NUMERIC
                            PERFORM TAKE-HISTORY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HL-ACTIVE = 'Y'
                PERFORM FINISH-LINE-PARA
            END-IF.
            IF WS-BH-STATUS = '00' OR WS-BH-STATUS = '10'
                CLOSE BALHISTORY
            END-IF.

       TAKE-HISTORY-PARA.
            IF WS-HL-ACTIVE = 'Y'
                IF BH-BCODE NOT = WS-HL-BCODE OR
                    BH-PCODE NOT = WS-HL-PCODE
                    PERFORM FINISH-LINE-PARA
                END-IF
            END-IF.
            IF WS-HL-ACTIVE NOT = 'Y'
                PERFORM START-LINE-PARA
            END-IF.
            IF WS-HL-SELECTED NOT = 'Y' OR BH-RUNDATE > WS-P-TO
                CONTINUE
            ELSE IF BH-RUNDATE < WS-P-FROM
                MOVE BH-QUANTITY TO WS-HL-LEVEL
                MOVE 'Y' TO WS-HL-KNOWN
            ELSE IF WS-HL-STARTED NOT = 'Y' AND WS-HL-KNOWN NOT = 'Y'
      *         NO BALANCE BEFORE THIS LINE -- ITS ISSUE CANNOT BE
      *         MEASURED, SO THE REPLAY STARTS FROM WHAT IT LEFT.
                MOVE 'Y' TO WS-HL-STARTED
                MOVE 'Y' TO WS-HL-KNOWN
                MOVE BH-QUANTITY TO WS-HL-OPEN-QTY
                MOVE BH-RUNDATE TO WS-HL-START-DATE
                MOVE BH-QUANTITY TO WS-HL-LEVEL
            ELSE
                IF WS-HL-STARTED NOT = 'Y'
                    MOVE 'Y' TO WS-HL-STARTED
                    MOVE WS-HL-LEVEL TO WS-HL-OPEN-QTY
                    MOVE WS-P-FROM TO WS-HL-START-DATE
                END-IF
                IF BH-OPTION = 1
                    COMPUTE WS-ISSUE-QTY = WS-HL-LEVEL - BH-QUANTITY
                    IF WS-ISSUE-QTY > ZERO
                        PERFORM ADD-ISSUE-PARA
                    END-IF
                END-IF
                MOVE BH-QUANTITY TO WS-HL-LEVEL
            END-IF
            END-IF
            END-IF.

       START-LINE-PARA.
      *     A NEW BRANCH/PRODUCT -- WORK OUT BOTH SCENARIOS' LEVELS
      *     NOW, SINCE THEY DECIDE WHETHER THE LINE IS SIMULATED.
            MOVE 'Y' TO WS-HL-ACTIVE.
            MOVE BH-BCODE TO WS-HL-BCODE.
            MOVE BH-PCODE TO WS-HL-PCODE.
            MOVE 'N' TO WS-HL-KNOWN.
            MOVE 'N' TO WS-HL-STARTED.
            MOVE ZERO TO WS-HL-LEVEL.
            MOVE ZERO TO WS-HL-OPEN-QTY.
            MOVE ZERO TO WS-IS-COUNT.
            PERFORM LINE-PARMS-PARA.
            MOVE 'N' TO WS-HL-SELECTED.
            IF WS-FILTERED = 'Y'
                IF (WS-P-BRANCH = ZERO OR
                    WS-P-BRANCH = WS-HL-BCODE) AND
                    (WS-P-PRODUCT = ZERO OR
                    WS-P-PRODUCT = WS-HL-PCODE)
                    MOVE 'Y' TO WS-HL-SELECTED
                END-IF
            ELSE IF WS-CHANGED = 'Y'
                MOVE 'Y' TO WS-HL-SELECTED
            END-IF
            END-IF.

       ADD-ISSUE-PARA.
            IF WS-IS-COUNT >= MAX-IS-COUNT
                DISPLAY "ISSUES FOR BRANCH " WS-HL-BCODE " PRODUCT "
                    WS-HL-PCODE " EXCEED TABLE CAPACITY OF "
                    MAX-IS-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-IS-COUNT.
            MOVE BH-RUNDATE TO WS-IS-DATE(WS-IS-COUNT).
            MOVE WS-ISSUE-QTY TO WS-IS-QTY(WS-IS-COUNT).

       FINISH-LINE-PARA.
      *     A LINE WITH A BALANCE BEFORE THE PERIOD BUT NOTHING IN IT
      *     IS STILL REPLAYED -- IT HELD STOCK ALL PERIOD.
            IF WS-HL-SELECTED = 'Y' AND WS-HL-KNOWN = 'Y'
                IF WS-HL-STARTED NOT = 'Y'
                    MOVE WS-HL-LEVEL TO WS-HL-OPEN-QTY
                    MOVE WS-P-FROM TO WS-HL-START-DATE
                END-IF
                PERFORM MARK-SEEN-PARA
                PERFORM FIND-LEAD-PARA
                MOVE ZERO TO WS-LINE-ISSUES
                MOVE ZERO TO WS-LINE-ISSUE-QTY
                PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                    UNTIL WS-IS-IDX > WS-IS-COUNT
                    ADD 1 TO WS-LINE-ISSUES
                    ADD WS-IS-QTY(WS-IS-IDX) TO WS-LINE-ISSUE-QTY
                END-PERFORM
                PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > 2
                    PERFORM SIMULATE-PARA
                END-PERFORM
                PERFORM WRITE-LINE-PARA
            END-IF.
            MOVE 'N' TO WS-HL-ACTIVE.

       LINE-PARMS-PARA.
      *     SCENARIO 1 IS WHAT THE NIGHTLY CHECK USES TODAY: THE
      *     BRANCH PROFILE ROW (NOTHING IF NOT STOCKED; MIN TRIGGERS,
      *     MAX TOPS UP) OR, WITHOUT ONE, THE PRODUCT'S CHAIN-WIDE
      *     LEVEL. SCENARIO 2 IS THE SAME WITH THE PROPOSAL APPLIED.
            PERFORM FIND-PRODUCT-PARA.
            PERFORM FIND-PROFILE-PARA.
            IF WS-SPF-HIT > ZERO
                IF WS-SPF-T-STOCKED(WS-SPF-HIT) = 'N'
                    MOVE ZERO TO WS-SC-LEVEL(1)
                    MOVE ZERO TO WS-SC-TARGET(1)
                ELSE
                    MOVE WS-SPF-T-MIN(WS-SPF-HIT) TO WS-SC-LEVEL(1)
                    IF WS-SPF-T-MAX(WS-SPF-HIT) >
                        WS-SPF-T-MIN(WS-SPF-HIT)
                        MOVE WS-SPF-T-MAX(WS-SPF-HIT)
                            TO WS-SC-TARGET(1)
                    ELSE
                        MOVE WS-SPF-T-MIN(WS-SPF-HIT)
                            TO WS-SC-TARGET(1)
                    END-IF
                END-IF
            ELSE
                MOVE WS-PRODUCT-REORD TO WS-SC-LEVEL(1)
                MOVE WS-PRODUCT-REORD TO WS-SC-TARGET(1)
            END-IF.
            MOVE WS-SC-LEVEL(1) TO WS-SC-LEVEL(2).
            MOVE WS-SC-TARGET(1) TO WS-SC-TARGET(2).
            MOVE 'N' TO WS-CHANGED.
            MOVE WS-HL-BCODE TO WS-FIND-PRP-BCODE.
            PERFORM FIND-PROPOSAL-PARA.
            IF WS-PRP-HIT > ZERO
                MOVE 'Y' TO WS-CHANGED
                IF WS-PRP-T-STOCKED(WS-PRP-HIT) = 'N'
                    MOVE ZERO TO WS-SC-LEVEL(2)
                    MOVE ZERO TO WS-SC-TARGET(2)
                ELSE
                    MOVE WS-PRP-T-MIN(WS-PRP-HIT) TO WS-SC-LEVEL(2)
                    IF WS-PRP-T-MAX(WS-PRP-HIT) >
                        WS-PRP-T-MIN(WS-PRP-HIT)
                        MOVE WS-PRP-T-MAX(WS-PRP-HIT)
                            TO WS-SC-TARGET(2)
                    ELSE
                        MOVE WS-PRP-T-MIN(WS-PRP-HIT)
                            TO WS-SC-TARGET(2)
                    END-IF
                END-IF
            ELSE IF WS-SPF-HIT = ZERO
                MOVE ZERO TO WS-FIND-PRP-BCODE
                PERFORM FIND-PROPOSAL-PARA
                IF WS-PRP-HIT > ZERO
                    MOVE 'Y' TO WS-CHANGED
                    MOVE WS-PRP-T-MIN(WS-PRP-HIT) TO WS-SC-LEVEL(2)
                    MOVE WS-PRP-T-MIN(WS-PRP-HIT) TO WS-SC-TARGET(2)
                END-IF
            END-IF
            END-IF.

       SIMULATE-PARA.
      *     DAY BY DAY FROM THE START DATE THROUGH THE TO DATE: GOODS
      *     DUE ARRIVE, THE DAY'S ISSUES COME OFF, THEN THE NIGHTLY
      *     CHECK ORDERS A LINE BELOW ITS LEVEL UP TO ITS TARGET IF
      *     NOTHING IS ALREADY ON ORDER. THE STOCK LEFT AT THE END OF
      *     EACH DAY IS WHAT WAS HELD THAT DAY.
            MOVE WS-HL-OPEN-QTY TO WS-SIM-STOCK.
            MOVE 'N' TO WS-SIM-ON-ORDER.
            MOVE ZERO TO WS-SIM-STOCK-DAYS.
            MOVE ZERO TO WS-SIM-DAYS.
            MOVE ZERO TO WS-SC-SHORTS(WS-SC).
            MOVE ZERO TO WS-SC-SHORT-QTY(WS-SC).
            MOVE ZERO TO WS-SC-ORDERS(WS-SC).
            MOVE 1 TO WS-IS-IDX.
            MOVE WS-HL-START-DATE TO WS-SIM-DATE.
            PERFORM UNTIL WS-SIM-DATE > WS-P-TO
                IF WS-SIM-ON-ORDER = 'Y' AND
                    WS-SIM-ARRIVE NOT > WS-SIM-DATE
                    ADD WS-SIM-ORDER-QTY TO WS-SIM-STOCK
                    MOVE 'N' TO WS-SIM-ON-ORDER
                END-IF
                PERFORM UNTIL WS-IS-IDX > WS-IS-COUNT OR
                    WS-IS-DATE(WS-IS-IDX) > WS-SIM-DATE
                    IF WS-IS-QTY(WS-IS-IDX) > WS-SIM-STOCK
                        ADD 1 TO WS-SC-SHORTS(WS-SC)
                        COMPUTE WS-SC-SHORT-QTY(WS-SC) =
                            WS-SC-SHORT-QTY(WS-SC)
                            + WS-IS-QTY(WS-IS-IDX) - WS-SIM-STOCK
                        MOVE ZERO TO WS-SIM-STOCK
                    ELSE
                        SUBTRACT WS-IS-QTY(WS-IS-IDX)
                            FROM WS-SIM-STOCK
                    END-IF
                    ADD 1 TO WS-IS-IDX
                END-PERFORM
                IF WS-SC-LEVEL(WS-SC) > ZERO AND
                    WS-SIM-STOCK < WS-SC-LEVEL(WS-SC) AND
                    WS-SIM-ON-ORDER NOT = 'Y'
                    COMPUTE WS-SIM-ORDER-QTY =
                        WS-SC-TARGET(WS-SC) - WS-SIM-STOCK
                    MOVE 'Y' TO WS-SIM-ON-ORDER
                    ADD 1 TO WS-SC-ORDERS(WS-SC)
                    MOVE WS-SIM-DATE TO WS-DATE-NUM
                    PERFORM VARYING WS-DAY-STEPS FROM 1 BY 1
                        UNTIL WS-DAY-STEPS > WS-LINE-LEAD
                        PERFORM NEXT-DATE-PARA
                    END-PERFORM
                    MOVE WS-DATE-NUM TO WS-SIM-ARRIVE
                END-IF
                ADD WS-SIM-STOCK TO WS-SIM-STOCK-DAYS
                ADD 1 TO WS-SIM-DAYS
                MOVE WS-SIM-DATE TO WS-DATE-NUM
                PERFORM NEXT-DATE-PARA
                MOVE WS-DATE-NUM TO WS-SIM-DATE
            END-PERFORM.
            MOVE ZERO TO WS-SC-AVG(WS-SC).
            IF WS-SIM-DAYS > ZERO
                COMPUTE WS-SC-AVG(WS-SC) ROUNDED =
                    WS-SIM-STOCK-DAYS / WS-SIM-DAYS
            END-IF.
            COMPUTE WS-SC-VALUE(WS-SC) ROUNDED =
                WS-SC-AVG(WS-SC) * WS-PRODUCT-COST.

       WRITE-LINE-PARA.
            ADD 1 TO WS-LINES-SIMULATED.
            ADD WS-LINE-ISSUES TO WS-TOT-ISSUES.
            ADD WS-LINE-ISSUE-QTY TO WS-TOT-ISSUE-QTY.
            IF WS-HL-BCODE NOT = WS-LAST-BCODE
                PERFORM FIND-BRANCH-PARA
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                STRING 'BRANCH ' DELIMITED BY SIZE
                    WS-HL-BCODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-BRANCH-NAME DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                MOVE WS-HEAD-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-HL-BCODE TO WS-LAST-BCODE
            END-IF.
            PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > 2
                IF WS-SC = 1
                    MOVE WS-HL-PCODE TO WS-SL-PCODE
                    MOVE WS-PRODUCT-DESC TO WS-SL-DESC
                    MOVE 'CURRENT' TO WS-SL-SCEN
                ELSE
                    MOVE SPACES TO WS-SL-PCODE
                    MOVE SPACES TO WS-SL-DESC
                    IF WS-CHANGED = 'Y'
                        MOVE 'PROPOSED' TO WS-SL-SCEN
                    ELSE
                        MOVE 'NO CHNGE' TO WS-SL-SCEN
                    END-IF
                END-IF
                MOVE WS-SC-LEVEL(WS-SC) TO WS-SL-LEVEL
                MOVE WS-SC-TARGET(WS-SC) TO WS-SL-TARGET
                MOVE WS-LINE-LEAD TO WS-SL-LEAD
                MOVE WS-LINE-ISSUES TO WS-SL-ISSUES
                MOVE WS-LINE-ISSUE-QTY TO WS-SL-ISSUE-QTY
                MOVE WS-SC-SHORTS(WS-SC) TO WS-SL-SHORTS
                MOVE WS-SC-SHORT-QTY(WS-SC) TO WS-SL-SHORT-QTY
                MOVE WS-SC-AVG(WS-SC) TO WS-SL-AVG
                MOVE WS-SC-VALUE(WS-SC) TO WS-SL-VALUE
                MOVE WS-SC-ORDERS(WS-SC) TO WS-SL-ORDERS
                MOVE WS-SIM-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                ADD WS-SC-SHORTS(WS-SC) TO WS-TOT-SHORTS(WS-SC)
                ADD WS-SC-SHORT-QTY(WS-SC) TO WS-TOT-SHORT-QTY(WS-SC)
                ADD WS-SC-AVG(WS-SC) TO WS-TOT-AVG(WS-SC)
                ADD WS-SC-VALUE(WS-SC) TO WS-TOT-VALUE(WS-SC)
                ADD WS-SC-ORDERS(WS-SC) TO WS-TOT-ORDERS(WS-SC)
            END-PERFORM.

       WRITE-TOTALS-PARA.
      *     THE CHAIN FOR EACH SCENARIO, THEN WHAT THE PROPOSAL WOULD
      *     HAVE CHANGED. AVERAGE STOCK AND VALUE ADD ACROSS LINES.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-LINES-SIMULATED = ZERO
                MOVE '*** NO LINE SELECTED HAD HISTORY TO REPLAY ***'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
                GO TO WRITE-TOTALS-EXIT
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-LINES-SIMULATED TO WS-EDIT-COUNT.
            STRING 'TOTAL OVER' DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                ' LINES SIMULATED' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > 2
                MOVE SPACES TO WS-SL-PCODE
                MOVE SPACES TO WS-SL-DESC
                IF WS-SC = 1
                    MOVE 'CURRENT' TO WS-SL-SCEN
                ELSE
                    MOVE 'PROPOSED' TO WS-SL-SCEN
                END-IF
                MOVE ZERO TO WS-SL-LEVEL
                MOVE ZERO TO WS-SL-TARGET
                MOVE ZERO TO WS-SL-LEAD
                MOVE WS-TOT-ISSUES TO WS-SL-ISSUES
                MOVE WS-TOT-ISSUE-QTY TO WS-SL-ISSUE-QTY
                MOVE WS-TOT-SHORTS(WS-SC) TO WS-SL-SHORTS
                MOVE WS-TOT-SHORT-QTY(WS-SC) TO WS-SL-SHORT-QTY
                MOVE WS-TOT-AVG(WS-SC) TO WS-SL-AVG
                MOVE WS-TOT-VALUE(WS-SC) TO WS-SL-VALUE
                MOVE WS-TOT-ORDERS(WS-SC) TO WS-SL-ORDERS
                MOVE WS-SIM-LINE TO REPORT-LINE
                MOVE SPACES TO REPORT-LINE(38:21)
                WRITE REPORT-LINE
            END-PERFORM.
            COMPUTE WS-DIFF-SHORTS =
                WS-TOT-SHORTS(2) - WS-TOT-SHORTS(1).
            COMPUTE WS-DIFF-SHORT-QTY =
                WS-TOT-SHORT-QTY(2) - WS-TOT-SHORT-QTY(1).
            COMPUTE WS-DIFF-AVG = WS-TOT-AVG(2) - WS-TOT-AVG(1).
            COMPUTE WS-DIFF-VALUE = WS-TOT-VALUE(2) - WS-TOT-VALUE(1).
            COMPUTE WS-DIFF-ORDERS =
                WS-TOT-ORDERS(2) - WS-TOT-ORDERS(1).
            MOVE 'CHANGE' TO WS-DL-LABEL.
            MOVE WS-DIFF-SHORTS TO WS-DL-SHORTS.
            MOVE WS-DIFF-SHORT-QTY TO WS-DL-SHORT-QTY.
            MOVE WS-DIFF-AVG TO WS-DL-AVG.
            MOVE WS-DIFF-VALUE TO WS-DL-VALUE.
            MOVE WS-DIFF-ORDERS TO WS-DL-ORDERS.
            MOVE WS-DIFF-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-TOTALS-EXIT.
            EXIT.

       WRITE-UNSEEN-PARA.
      *     PROPOSAL ROWS THAT CHANGED NO LINE WITH HISTORY -- A
      *     BRANCH/PRODUCT NEVER MOVED, OR A CHAIN-WIDE LEVEL FOR A
      *     PRODUCT EVERY BRANCH HOLDS A PROFILE ROW FOR.
            PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                UNTIL WS-PRP-IDX > WS-PRP-COUNT
                IF WS-PRP-T-SEEN(WS-PRP-IDX) NOT = 'Y'
                    IF WS-PRP-UNSEEN = ZERO
                        MOVE SPACES TO REPORT-LINE
                        WRITE REPORT-LINE
                        MOVE SPACES TO REPORT-LINE
                        STRING 'PROPOSALS NOT SIMULATED - ' DELIMITED
                            BY SIZE
                            'NO HISTORY TO REPLAY' DELIMITED BY SIZE
                            INTO REPORT-LINE
                        END-STRING
                        WRITE REPORT-LINE
                    END-IF
                    ADD 1 TO WS-PRP-UNSEEN
                    MOVE SPACES TO REPORT-LINE
                    STRING '  BRANCH ' DELIMITED BY SIZE
                        WS-PRP-T-BCODE(WS-PRP-IDX) DELIMITED BY SIZE
                        ' PRODUCT ' DELIMITED BY SIZE
                        WS-PRP-T-PCODE(WS-PRP-IDX) DELIMITED BY SIZE
                        INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-PRP-UNSEEN > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       WRITE-SELECTION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-FILTERED = 'Y'
                STRING 'LINES: BRANCH ' DELIMITED BY SIZE
                    WS-P-BRANCH DELIMITED BY SIZE
                    ' PRODUCT ' DELIMITED BY SIZE
                    WS-P-PRODUCT DELIMITED BY SIZE
                    ' (ZERO MEANS ALL)' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                MOVE 'LINES: EVERY LINE THE PROPOSAL CHANGES'
                    TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-PRP-COUNT TO WS-EDIT-COUNT.
            IF WS-PRP-LOADED = 'Y'
                STRING 'PROPOSED PARAMETERS:' DELIMITED BY SIZE
                    WS-EDIT-COUNT DELIMITED BY SIZE
                    ' ROWS' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                STRING 'PROPOSED PARAMETERS: NONE ON FILE - '
                    DELIMITED BY SIZE
                    'BOTH SCENARIOS CURRENT' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'LEAD TIME WHERE THE PRODUCT HAS NO SUPPLIER LEAD: '
                DELIMITED BY SIZE
                WS-P-LEAD DELIMITED BY SIZE
                ' DAYS' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

       MARK-SEEN-PARA.
      *     EVERY PROPOSAL ROW THAT APPLIES TO THIS LINE HAS BEEN
      *     SIMULATED -- ITS OWN ROW, OR THE CHAIN-WIDE ROW WHEN THE
      *     LINE TOOK ITS LEVEL FROM IT.
            IF WS-CHANGED = 'Y'
                MOVE 'Y' TO WS-PRP-T-SEEN(WS-PRP-HIT)
            END-IF.

       FIND-PROFILE-PARA.
            MOVE ZERO TO WS-SPF-HIT.
            PERFORM VARYING WS-SPF-IDX FROM 1 BY 1
                UNTIL WS-SPF-IDX > WS-SPF-COUNT
                    OR WS-SPF-HIT > ZERO
                IF WS-SPF-T-BCODE(WS-SPF-IDX) = WS-HL-BCODE AND
                    WS-SPF-T-PCODE(WS-SPF-IDX) = WS-HL-PCODE
                    MOVE WS-SPF-IDX TO WS-SPF-HIT
                END-IF
            END-PERFORM.

       FIND-PROPOSAL-PARA.
            MOVE ZERO TO WS-PRP-HIT.
            PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                UNTIL WS-PRP-IDX > WS-PRP-COUNT
                    OR WS-PRP-HIT > ZERO
                IF WS-PRP-T-BCODE(WS-PRP-IDX) = WS-FIND-PRP-BCODE AND
                    WS-PRP-T-PCODE(WS-PRP-IDX) = WS-HL-PCODE
                    MOVE WS-PRP-IDX TO WS-PRP-HIT
                END-IF
            END-PERFORM.

       FIND-LEAD-PARA.
      *     THE PRODUCT'S SUPPLIER'S LEAD TIME; THE SIM_LEAD DEFAULT
      *     WHEN THE PRODUCT HAS NO SUPPLIER OR THE SUPPLIER NO LEAD.
            MOVE SPACES TO WS-SUPPLIER-CODE.
            MOVE 'N' TO WS-LEAD-FOUND.
            PERFORM VARYING WS-SPP-IDX FROM 1 BY 1
                UNTIL WS-SPP-IDX > WS-SPP-COUNT
                    OR WS-SUPPLIER-CODE NOT = SPACES
                IF WS-SPP-T-PCODE(WS-SPP-IDX) = WS-HL-PCODE
                    MOVE WS-SPP-T-SUPP(WS-SPP-IDX) TO WS-SUPPLIER-CODE
                END-IF
            END-PERFORM.
            MOVE WS-P-LEAD TO WS-LINE-LEAD.
            IF WS-SUPPLIER-CODE NOT = SPACES
                PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                    UNTIL WS-SUP-IDX > WS-SUP-COUNT
                        OR WS-LEAD-FOUND = 'Y'
                    IF WS-SUP-T-CODE(WS-SUP-IDX) = WS-SUPPLIER-CODE
                        MOVE 'Y' TO WS-LEAD-FOUND
                        IF WS-SUP-T-LEAD(WS-SUP-IDX) > ZERO
                            MOVE WS-SUP-T-LEAD(WS-SUP-IDX)
                                TO WS-LINE-LEAD
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       FIND-BRANCH-PARA.
            MOVE SPACES TO WS-BRANCH-NAME.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-HL-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                END-SEARCH
            END-IF.
            IF WS-BRANCH-NAME = SPACES
                MOVE 'NOT ON BRANCH MASTER' TO WS-BRANCH-NAME
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE ZERO TO WS-PRODUCT-REORD.
            MOVE ZERO TO WS-PRODUCT-COST.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-HL-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                        MOVE WS-PR-REORD(WS-PR-INX)
                            TO WS-PRODUCT-REORD
                        MOVE WS-PR-COST(WS-PR-INX)
                            TO WS-PRODUCT-COST
                END-SEARCH
            END-IF.

       LOAD-PROFILE-MASTER.
            MOVE ZERO TO WS-SPF-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PROFILE-MASTER.
            IF WS-SPF-STATUS NOT = '00'
                DISPLAY "STOCKING PROFILE NOT AVAILABLE - STATUS "
                    WS-SPF-STATUS " - CHAIN-WIDE LEVELS USED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PROFILE-MASTER INTO PROFILE-MASTER-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-SPF-COUNT >= MAX-SPF-COUNT
                            DISPLAY "STOCKING PROFILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-SPF-COUNT
                                " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-SPF-COUNT
                        MOVE SPF-BCODE
                            TO WS-SPF-T-BCODE(WS-SPF-COUNT)
                        MOVE SPF-PCODE
                            TO WS-SPF-T-PCODE(WS-SPF-COUNT)
                        IF SPF-MIN IS NUMERIC
                            MOVE SPF-MIN
                                TO WS-SPF-T-MIN(WS-SPF-COUNT)
                        ELSE
                            MOVE ZERO TO WS-SPF-T-MIN(WS-SPF-COUNT)
                        END-IF
                        IF SPF-MAX IS NUMERIC
                            MOVE SPF-MAX
                                TO WS-SPF-T-MAX(WS-SPF-COUNT)
                        ELSE
                            MOVE ZERO TO WS-SPF-T-MAX(WS-SPF-COUNT)
                        END-IF
                        MOVE SPF-STOCKED
                            TO WS-SPF-T-STOCKED(WS-SPF-COUNT)
                END-READ
            END-PERFORM.
            IF WS-SPF-STATUS = '00' OR WS-SPF-STATUS = '10'
                CLOSE PROFILE-MASTER
            END-IF.

       LOAD-PROPOSAL-PARA.
            MOVE ZERO TO WS-PRP-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PROPOSAL-FILE.
            IF WS-PRP-STATUS NOT = '00'
                DISPLAY "PROPOSED PARAMETERS NOT AVAILABLE - STATUS "
                    WS-PRP-STATUS " - CURRENT PARAMETERS ONLY"
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-PRP-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PROPOSAL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PRP-BCODE IS NUMERIC AND
                            PRP-PCODE IS NUMERIC
                            PERFORM ADD-PROPOSAL-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRP-STATUS = '00' OR WS-PRP-STATUS = '10'
                CLOSE PROPOSAL-FILE
            END-IF.

       ADD-PROPOSAL-ENTRY.
            IF WS-PRP-COUNT >= MAX-PRP-COUNT
                DISPLAY "PROPOSED PARAMETERS EXCEED TABLE CAPACITY OF "
                    MAX-PRP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PRP-COUNT.
            MOVE PRP-BCODE TO WS-PRP-T-BCODE(WS-PRP-COUNT).
            MOVE PRP-PCODE TO WS-PRP-T-PCODE(WS-PRP-COUNT).
            IF PRP-MIN IS NUMERIC
                MOVE PRP-MIN TO WS-PRP-T-MIN(WS-PRP-COUNT)
            ELSE
                MOVE ZERO TO WS-PRP-T-MIN(WS-PRP-COUNT)
            END-IF.
            IF PRP-MAX IS NUMERIC
                MOVE PRP-MAX TO WS-PRP-T-MAX(WS-PRP-COUNT)
            ELSE
                MOVE ZERO TO WS-PRP-T-MAX(WS-PRP-COUNT)
            END-IF.
            MOVE PRP-STOCKED TO WS-PRP-T-STOCKED(WS-PRP-COUNT).
            MOVE 'N' TO WS-PRP-T-SEEN(WS-PRP-COUNT).

       LOAD-SUPPPROD-PARA.
            MOVE ZERO TO WS-SPP-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SUPPPROD-FILE.
            IF WS-SPP-STATUS NOT = '00'
                DISPLAY "SUPPLIER ASSIGNMENTS NOT AVAILABLE - STATUS "
                    WS-SPP-STATUS " - DEFAULT LEAD TIME USED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                OR WS-SPP-COUNT = MAX-SPP-COUNT
                READ SUPPPROD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SPP-COUNT
                        MOVE SPP-PCODE TO WS-SPP-T-PCODE(WS-SPP-COUNT)
                        MOVE SPP-SUPP TO WS-SPP-T-SUPP(WS-SPP-COUNT)
                END-READ
            END-PERFORM.
            IF WS-SPP-STATUS = '00' OR WS-SPP-STATUS = '10'
                CLOSE SUPPPROD-FILE
            END-IF.

       LOAD-SUPPLIER-MASTER.
            MOVE ZERO TO WS-SUP-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SUPPLIER-MASTER.
            IF WS-SUP-STATUS NOT = '00'
                DISPLAY "SUPPLIER MASTER NOT AVAILABLE - STATUS "
                    WS-SUP-STATUS " - DEFAULT LEAD TIME USED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                OR WS-SUP-COUNT = MAX-SUP-COUNT
                READ SUPPLIER-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SUP-COUNT
                        MOVE SM-SUPP-CODE TO WS-SUP-T-CODE(WS-SUP-COUNT)
                        IF SM-SUPP-LEAD IS NUMERIC
                            MOVE SM-SUPP-LEAD
                                TO WS-SUP-T-LEAD(WS-SUP-COUNT)
                        ELSE
                            MOVE ZERO TO WS-SUP-T-LEAD(WS-SUP-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
                CLOSE SUPPLIER-MASTER
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
            IF PM-PRODUCT-REORD IS NUMERIC
                MOVE PM-PRODUCT-REORD TO WS-PR-REORD(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-REORD(WS-PR-SUB)
            END-IF.
            IF PM-PRODUCT-COST IS NUMERIC
                MOVE PM-PRODUCT-COST TO WS-PR-COST(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-COST(WS-PR-SUB)
            END-IF.

       READ-PARMS-PARA.
      *     THE PERIOD ENDS ON SIM_TO OR THE BUSINESS DATE AND STARTS
      *     ON SIM_FROM OR SIM_DAYS - 1 DAYS BEFORE ITS END. COUNTS
      *     AND CODES ARE ZERO-PADDED (SIM_DAYS=030, SIM_BRANCH=101).
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE SPACES TO WS-P-DAYS-X.
            ACCEPT WS-P-DAYS-X FROM ENVIRONMENT 'SIM_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-DAYS-X IS NUMERIC
                IF WS-P-DAYS-X NOT = '000'
                    MOVE WS-P-DAYS-X TO WS-P-DAYS
                END-IF
            END-IF.
            MOVE SPACES TO WS-P-LEAD-X.
            ACCEPT WS-P-LEAD-X FROM ENVIRONMENT 'SIM_LEAD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-LEAD-X IS NUMERIC
                MOVE WS-P-LEAD-X TO WS-P-LEAD
            END-IF.
            MOVE SPACES TO WS-P-BRANCH-X.
            ACCEPT WS-P-BRANCH-X FROM ENVIRONMENT 'SIM_BRANCH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-BRANCH-X IS NUMERIC
                MOVE WS-P-BRANCH-X TO WS-P-BRANCH
            END-IF.
            MOVE SPACES TO WS-P-PRODUCT-X.
            ACCEPT WS-P-PRODUCT-X FROM ENVIRONMENT 'SIM_PRODUCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-PRODUCT-X IS NUMERIC
                MOVE WS-P-PRODUCT-X TO WS-P-PRODUCT
            END-IF.
            IF WS-P-BRANCH > ZERO OR WS-P-PRODUCT > ZERO
                MOVE 'Y' TO WS-FILTERED
            END-IF.
            MOVE SPACES TO WS-P-TO-X.
            ACCEPT WS-P-TO-X FROM ENVIRONMENT 'SIM_TO'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-P-TO-X IS NUMERIC
                MOVE WS-P-TO-X TO WS-P-TO
            ELSE IF WS-P-TO-X = SPACES
                MOVE WS-RUN-DATE TO WS-P-TO
            ELSE
                DISPLAY "SIM_TO " WS-P-TO-X " IS NOT A DATE - RUN "
                    "REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF
            END-IF.
            MOVE SPACES TO WS-P-FROM-X.
            ACCEPT WS-P-FROM-X FROM ENVIRONMENT 'SIM_FROM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
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
                DISPLAY "SIM_FROM " WS-P-FROM-X " IS NOT A DATE - RUN "
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
            MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                TO WS-BALHISTORY-PATH
            ACCEPT WS-BALHISTORY-PATH FROM ENVIRONMENT 'BALANCE_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\StockProfile.txt'
                TO WS-PROFILE-MASTER-PATH
            ACCEPT WS-PROFILE-MASTER-PATH
                FROM ENVIRONMENT 'STOCK_PROFILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ReorderProposal.txt'
                TO WS-PROPOSAL-PATH
            ACCEPT WS-PROPOSAL-PATH FROM ENVIRONMENT 'SIM_PROPOSAL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupplierProduct.txt'
                TO WS-SUPPPROD-PATH
            ACCEPT WS-SUPPPROD-PATH FROM ENVIRONMENT 'SUPPLIER_PRODUCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupplierMaster.txt'
                TO WS-SUPPLIER-MASTER-PATH
            ACCEPT WS-SUPPLIER-MASTER-PATH
                FROM ENVIRONMENT 'SUPPLIER_MASTER'
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
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ReorderSim.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH FROM ENVIRONMENT 'SIM_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REORDSIM.
