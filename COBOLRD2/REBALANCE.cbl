      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: INTER-BRANCH REBALANCING SUGGESTIONS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- runs after the close, ahead
      *                of the reorder check. For every product, within
      *                each region, pairs the branches holding more
      *                than their stocking-profile maximum with the
      *                branches below their minimum and proposes
      *                option-4 transfers: a short branch is brought
      *                up toward its maximum (the same target the
      *                reorder check tops up to) from the region's
      *                largest surplus first, and a donor never gives
      *                away more than takes it back down to its own
      *                maximum. Goods already in transit to a branch
      *                count toward its position. A branch flagged
      *                not to stock a line offers all of it. The
      *                transfers go, in the shared TDYTRAN layout, to
      *                RebalanceTran.txt for approval; the report
      *                lists each move with the purchase value it
      *                avoids (the agreed supplier price, or the
      *                standard cost when none is held), and
      *                RebalanceCover.txt tells the reorder check how
      *                much of each branch's shortage is already
      *                coming from elsewhere. RETURN-CODE 0 nothing to
      *                move, 4 transfers proposed for approval, 16 a
      *                file outgrew its table (nothing written).
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NEWBALANCE ASSIGN TO DYNAMIC WS-NEWBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT PROFILE-MASTER ASSIGN TO DYNAMIC
           WS-PROFILE-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPF-STATUS.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITR-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPPROD-FILE ASSIGN TO DYNAMIC WS-SUPPPROD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPP-STATUS.
           SELECT SUGGEST-FILE ASSIGN TO DYNAMIC WS-SUGGEST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVER-FILE ASSIGN TO DYNAMIC WS-COVER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NEWBALANCE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY NEWBALANCE-FILE
                                    BPQ-BCODE-NAME BY NEW-BCODE
                                    BPQ-PCODE-NAME BY NEW-PCODE
                                    BPQ-QTY-NAME BY NEW-QUANTITY.

       FD PROFILE-MASTER.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROFILE-MASTER-REC
                                     SPF-BCODE-NAME BY SPF-BCODE
                                     SPF-PCODE-NAME BY SPF-PCODE
                                     SPF-MIN-NAME BY SPF-MIN
                                     SPF-MAX-NAME BY SPF-MAX
                                     SPF-STOCKED-NAME BY SPF-STOCKED.

      * SAME LAYOUT AS THE INTRANSIT-FILE FD IN COBOLRD02.
       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

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
                                      PRM-COST-NAME BY PM-PRODUCT-COST.

       FD SUPPPROD-FILE.
           COPY SUPPPROD REPLACING SPP-REC-NAME BY SUPPPROD-REC
                                    SPP-PCODE-NAME BY SPP-PCODE
                                    SPP-SUPP-NAME BY SPP-SUPP
                                    SPP-PRICE-NAME BY SPP-PRICE.

       FD SUGGEST-FILE.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY SUGGEST-REC
                                   TDN-BCODE-NAME BY SUG-BCODE
                                   TDN-PCODE-NAME BY SUG-PCODE
                                   TDN-OPTION-NAME BY SUG-OPTION
                                   TDN-QTY-NAME BY SUG-QTY
                                   TDN-TOBR-NAME BY SUG-TOBR
                                   TDN-REASON-NAME BY SUG-REASON
                                   TDN-LOT-NAME BY SUG-LOT
                                   TDN-UNIT-NAME BY SUG-UNIT
                                   TDN-EXPIRY-NAME BY SUG-EXPIRY.

      * QUANTITY ALREADY ON ITS WAY TO A BRANCH -- PROPOSED TONIGHT OR
      * IN TRANSIT -- FOR THE REORDER CHECK TO NET OFF ITS ORDER.
       FD COVER-FILE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY COVER-REC
                                    BPQ-BCODE-NAME BY CVR-BCODE
                                    BPQ-PCODE-NAME BY CVR-PCODE
                                    BPQ-QTY-NAME BY CVR-QTY.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NEW-STATUS PIC X(2).
       01 WS-SPF-STATUS PIC X(2).
       01 WS-ITR-STATUS PIC X(2).
       01 WS-SPP-STATUS PIC X(2).
       01 WS-NEW-EOF PIC A(1) VALUE 'N'.
       01 WS-SPF-EOF PIC A(1) VALUE 'N'.
       01 WS-ITR-EOF PIC A(1) VALUE 'N'.
       01 WS-SPP-EOF PIC A(1) VALUE 'N'.
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-NEWBALANCE-PATH PIC X(60).
       01 WS-PROFILE-MASTER-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-SUPPPROD-PATH PIC X(60).
       01 WS-SUGGEST-FILE-PATH PIC X(60).
       01 WS-COVER-FILE-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

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
       01 WS-WORK-BCODE PIC 9(3).
       01 WS-WORK-REGION PIC 9(2).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRODUCT-DESC PIC X(20).
       01 WS-UNIT-PRICE PIC 9(5)V99.

      * PRODUCT-TO-SUPPLIER ASSIGNMENTS -- THE AGREED PRICE IS WHAT A
      * PURCHASE WOULD HAVE COST. THE FIRST ROW FOR A PRODUCT WINS.
       01 WS-SPP-TABLE.
           05 WS-SPP-ENTRY OCCURS 500 TIMES.
               10 WS-SPP-T-PCODE PIC 9(6).
               10 WS-SPP-T-PRICE PIC 9(5)V99.
       01 WS-SPP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SPP-COUNT PIC 9(3) VALUE 500.
       01 WS-SPP-IDX PIC 9(3).
       01 WS-SUPP-FOUND PIC X(1).

      * CLOSING BALANCES, KEPT IN BRANCH / PRODUCT ORDER BY SORTED
      * INSERTION FOR THE BINARY SEARCH.
       01 WS-BAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-BAL-COUNT
               ASCENDING KEY IS WS-BL-KEY
               INDEXED BY WS-BL-INX.
               10 WS-BL-KEY.
                   15 WS-BL-BCODE PIC 9(3).
                   15 WS-BL-PCODE PIC 9(6).
               10 WS-BL-QTY PIC 9(7).
       77 MAX-BAL-COUNT PIC 9(4) VALUE 5000.
       01 WS-BL-MOVE PIC 9(4).
       01 WS-BL-SUB PIC 9(4).
       01 WS-NEW-KEY.
           05 WS-NK-BCODE PIC 9(3).
           05 WS-NK-PCODE PIC 9(6).

      * ONE CANDIDATE PER STOCKING-PROFILE ROW, KEPT IN PRODUCT /
      * REGION / BRANCH ORDER SO THE REPORT BREAKS ON PRODUCT AND THE
      * PAIRING STAYS INSIDE ONE PRODUCT AND REGION.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 2000 TIMES.
               10 WS-CD-SORTKEY.
                   15 WS-CD-PCODE PIC 9(6).
                   15 WS-CD-REGION PIC 9(2).
                   15 WS-CD-BCODE PIC 9(3).
               10 WS-CD-ONHAND PIC 9(7).
               10 WS-CD-INBOUND PIC 9(7).
               10 WS-CD-MIN PIC 9(7).
               10 WS-CD-TARGET PIC 9(7).
               10 WS-CD-SURPLUS PIC 9(7).
               10 WS-CD-NEED PIC 9(7).
               10 WS-CD-PROPOSED PIC 9(7).
       01 WS-CAND-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CAND-COUNT PIC 9(4) VALUE 2000.
       01 WS-CD-IDX PIC 9(4).
       01 WS-CD-INS PIC 9(4).
       01 WS-CD-DONOR PIC 9(4).
       01 WS-CD-SCAN PIC 9(4).
       01 WS-SLOT-FOUND PIC X(1).
       01 WS-NEW-SORTKEY.
           05 WS-NS-PCODE PIC 9(6).
           05 WS-NS-REGION PIC 9(2).
           05 WS-NS-BCODE PIC 9(3).
       01 WS-POSITION PIC 9(8).
       01 WS-MOVE-QTY PIC 9(7).
       01 WS-MOVE-VALUE PIC 9(9)V99.
       01 WS-LAST-PCODE PIC 9(6).
       01 WS-FIRST-LINE PIC X(1) VALUE 'Y'.

       01 WS-STAT-MOVES PIC 9(5) VALUE ZERO.
       01 WS-STAT-MOVE-QTY PIC 9(9) VALUE ZERO.
       01 WS-STAT-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-STAT-SHORT PIC 9(5) VALUE ZERO.
       01 WS-STAT-COVER PIC 9(5) VALUE ZERO.
       01 WS-STAT-ITR-UNUSED PIC 9(5) VALUE ZERO.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(44)
               VALUE "INTER-BRANCH REBALANCING SUGGESTIONS - RUN ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(48) VALUE SPACES.

       01 WS-COL-LINE.
           05 FILLER PIC X(32) VALUE "PRODUCT".
           05 FILLER PIC X(8) VALUE "REGION".
           05 FILLER PIC X(7) VALUE "FROM".
           05 FILLER PIC X(7) VALUE "TO".
           05 FILLER PIC X(10) VALUE "QUANTITY".
           05 FILLER PIC X(13) VALUE "UNIT PRICE".
           05 FILLER PIC X(23) VALUE "VALUE AVOIDED".

       01 WS-PRODUCT-LINE.
           05 WS-PL-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PL-DESC PIC X(20).
           05 FILLER PIC X(73) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(32) VALUE SPACES.
           05 WS-DL-REGION PIC 9(2).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DL-FROM PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-TO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-SHORT-LINE.
           05 FILLER PIC X(32) VALUE SPACES.
           05 WS-SL-REGION PIC 9(2).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "STILL SHORT - ".
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-SL-BCODE PIC 9(3).
           05 FILLER PIC X(7) VALUE " NEEDS ".
           05 WS-SL-NEED PIC ZZZZZZ9.
           05 FILLER PIC X(22) VALUE " - LEFT TO THE REORDER".

       01 WS-TOTAL-LINE.
           05 WS-TL-MOVES PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE " TRANSFERS PROPOSED, ".
           05 WS-TL-QTY PIC ZZZZZZZZ9.
           05 FILLER PIC X(25) VALUE " UNITS, PURCHASE AVOIDED ".
           05 WS-TL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(23) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 NOTHING TO MOVE, 4 TRANSFERS
      * PROPOSED FOR APPROVAL, 16 TABLE CAPACITY.
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
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-SUPPPROD-PARA.
            PERFORM LOAD-NEWBALANCE-PARA.
            PERFORM LOAD-PROFILE-PARA.
            PERFORM LOAD-INTRANSIT-PARA.
            OPEN OUTPUT SUGGEST-FILE.
            OPEN OUTPUT COVER-FILE.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM PAIR-ONE-PARA
                VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CAND-COUNT.
            IF WS-STAT-MOVES = ZERO AND WS-STAT-SHORT = ZERO
                MOVE "NO BRANCH BELOW ITS MINIMUM - NOTHING TO MOVE"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-STAT-MOVES TO WS-TL-MOVES.
            MOVE WS-STAT-MOVE-QTY TO WS-TL-QTY.
            MOVE WS-STAT-VALUE TO WS-TL-VALUE.
            MOVE WS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-COVER-PARA
                VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CAND-COUNT.
            CLOSE SUGGEST-FILE COVER-FILE REPORT-FILE.
            IF WS-STAT-MOVES > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "REBALANCING COMPLETE - " WS-STAT-MOVES
                " TRANSFERS, " WS-STAT-SHORT " STILL SHORT, "
                WS-STAT-COVER " COVER ROWS WRITTEN".
            IF WS-STAT-ITR-UNUSED > ZERO
                DISPLAY WS-STAT-ITR-UNUSED
                    " IN-TRANSIT LINES HAVE NO PROFILE ROW AT THE"
                    " RECEIVING BRANCH - NOT COUNTED"
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       PAIR-ONE-PARA.
      *     A BRANCH BELOW ITS MINIMUM DRAWS ON THE SAME PRODUCT'S
      *     SURPLUSES IN ITS OWN REGION, LARGEST FIRST, UNTIL IT IS
      *     BACK AT ITS TARGET OR THE REGION HAS NOTHING LEFT TO GIVE.
            IF WS-CD-NEED(WS-CD-IDX) > ZERO
                PERFORM FIND-DONOR-PARA
                PERFORM UNTIL WS-CD-DONOR = ZERO OR
                    WS-CD-NEED(WS-CD-IDX) = ZERO
                    IF WS-CD-SURPLUS(WS-CD-DONOR) <
                        WS-CD-NEED(WS-CD-IDX)
                        MOVE WS-CD-SURPLUS(WS-CD-DONOR) TO WS-MOVE-QTY
                    ELSE
                        MOVE WS-CD-NEED(WS-CD-IDX) TO WS-MOVE-QTY
                    END-IF
                    PERFORM WRITE-MOVE-PARA
                    SUBTRACT WS-MOVE-QTY FROM WS-CD-SURPLUS(WS-CD-DONOR)
                    SUBTRACT WS-MOVE-QTY FROM WS-CD-NEED(WS-CD-IDX)
                    ADD WS-MOVE-QTY TO WS-CD-PROPOSED(WS-CD-IDX)
                    PERFORM FIND-DONOR-PARA
                END-PERFORM
                IF WS-CD-NEED(WS-CD-IDX) > ZERO
                    PERFORM PRODUCT-HEAD-PARA
                    MOVE WS-CD-REGION(WS-CD-IDX) TO WS-SL-REGION
                    MOVE WS-CD-BCODE(WS-CD-IDX) TO WS-SL-BCODE
                    MOVE WS-CD-NEED(WS-CD-IDX) TO WS-SL-NEED
                    MOVE WS-SHORT-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                    ADD 1 TO WS-STAT-SHORT
                END-IF
            END-IF.

       FIND-DONOR-PARA.
            MOVE ZERO TO WS-CD-DONOR.
            PERFORM VARYING WS-CD-SCAN FROM 1 BY 1
                UNTIL WS-CD-SCAN > WS-CAND-COUNT
                IF WS-CD-PCODE(WS-CD-SCAN) = WS-CD-PCODE(WS-CD-IDX) AND
                    WS-CD-REGION(WS-CD-SCAN) =
                        WS-CD-REGION(WS-CD-IDX) AND
                    WS-CD-SURPLUS(WS-CD-SCAN) > ZERO
                    IF WS-CD-DONOR = ZERO
                        MOVE WS-CD-SCAN TO WS-CD-DONOR
                    ELSE
                        IF WS-CD-SURPLUS(WS-CD-SCAN) >
                            WS-CD-SURPLUS(WS-CD-DONOR)
                            MOVE WS-CD-SCAN TO WS-CD-DONOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       WRITE-MOVE-PARA.
            PERFORM PRODUCT-HEAD-PARA.
            MOVE WS-CD-BCODE(WS-CD-DONOR) TO SUG-BCODE.
            MOVE WS-CD-PCODE(WS-CD-IDX) TO SUG-PCODE.
            MOVE 4 TO SUG-OPTION.
            MOVE WS-MOVE-QTY TO SUG-QTY.
            MOVE WS-CD-BCODE(WS-CD-IDX) TO SUG-TOBR.
            MOVE SPACES TO SUG-REASON.
            MOVE SPACES TO SUG-LOT.
            MOVE SPACES TO SUG-UNIT.
            MOVE ZERO TO SUG-EXPIRY.
            WRITE SUGGEST-REC.
            COMPUTE WS-MOVE-VALUE ROUNDED =
                WS-MOVE-QTY * WS-UNIT-PRICE.
            MOVE WS-CD-REGION(WS-CD-IDX) TO WS-DL-REGION.
            MOVE WS-CD-BCODE(WS-CD-DONOR) TO WS-DL-FROM.
            MOVE WS-CD-BCODE(WS-CD-IDX) TO WS-DL-TO.
            MOVE WS-MOVE-QTY TO WS-DL-QTY.
            MOVE WS-UNIT-PRICE TO WS-DL-PRICE.
            MOVE WS-MOVE-VALUE TO WS-DL-VALUE.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-STAT-MOVES.
            ADD WS-MOVE-QTY TO WS-STAT-MOVE-QTY.
            ADD WS-MOVE-VALUE TO WS-STAT-VALUE.
            DISPLAY "REBALANCE - PRODUCT " WS-CD-PCODE(WS-CD-IDX)
                " QTY " WS-MOVE-QTY
                " FROM BRANCH " WS-CD-BCODE(WS-CD-DONOR)
                " TO BRANCH " WS-CD-BCODE(WS-CD-IDX).

       PRODUCT-HEAD-PARA.
      *     ONE HEADING PER PRODUCT, ON ITS FIRST MOVE OR SHORTAGE,
      *     WHICH ALSO SETS THE UNIT PRICE ITS MOVES ARE VALUED AT.
            IF WS-FIRST-LINE = 'Y' OR
                WS-CD-PCODE(WS-CD-IDX) NOT = WS-LAST-PCODE
                MOVE 'N' TO WS-FIRST-LINE
                MOVE WS-CD-PCODE(WS-CD-IDX) TO WS-LAST-PCODE
                PERFORM FIND-PRODUCT-PARA
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-CD-PCODE(WS-CD-IDX) TO WS-PL-PCODE
                MOVE WS-PRODUCT-DESC TO WS-PL-DESC
                MOVE WS-PRODUCT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE ZERO TO WS-UNIT-PRICE.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-LAST-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX) TO WS-PRODUCT-DESC
                        MOVE WS-PR-COST(WS-PR-INX) TO WS-UNIT-PRICE
                END-SEARCH
            END-IF.
            MOVE 'N' TO WS-SUPP-FOUND.
            PERFORM VARYING WS-SPP-IDX FROM 1 BY 1
                UNTIL WS-SPP-IDX > WS-SPP-COUNT
                    OR WS-SUPP-FOUND = 'Y'
                IF WS-SPP-T-PCODE(WS-SPP-IDX) = WS-LAST-PCODE
                    MOVE 'Y' TO WS-SUPP-FOUND
                    IF WS-SPP-T-PRICE(WS-SPP-IDX) > ZERO
                        MOVE WS-SPP-T-PRICE(WS-SPP-IDX)
                            TO WS-UNIT-PRICE
                    END-IF
                END-IF
            END-PERFORM.

       WRITE-COVER-PARA.
            IF WS-CD-PROPOSED(WS-CD-IDX) > ZERO OR
                WS-CD-INBOUND(WS-CD-IDX) > ZERO
                MOVE WS-CD-BCODE(WS-CD-IDX) TO CVR-BCODE
                MOVE WS-CD-PCODE(WS-CD-IDX) TO CVR-PCODE
                COMPUTE CVR-QTY = WS-CD-PROPOSED(WS-CD-IDX)
                    + WS-CD-INBOUND(WS-CD-IDX)
                WRITE COVER-REC
                ADD 1 TO WS-STAT-COVER
            END-IF.

       LOAD-PROFILE-PARA.
      *     EVERY PROFILE ROW BECOMES A CANDIDATE. THE TARGET IS THE
      *     MAXIMUM (OR THE MINIMUM WHEN THE MAXIMUM IS NOT ABOVE IT),
      *     AS IN THE REORDER CHECK; A LINE NOT STOCKED HAS A ZERO
      *     BAND, SO ALL OF IT IS SURPLUS AND IT IS NEVER SHORT.
            MOVE 'N' TO WS-SPF-EOF.
            OPEN INPUT PROFILE-MASTER.
            IF WS-SPF-STATUS NOT = '00'
                DISPLAY "STOCKING PROFILE NOT AVAILABLE - STATUS "
                    WS-SPF-STATUS " - NOTHING TO REBALANCE"
                MOVE 'Y' TO WS-SPF-EOF
            END-IF.
            PERFORM UNTIL WS-SPF-EOF = 'Y'
                READ PROFILE-MASTER
                    AT END MOVE 'Y' TO WS-SPF-EOF
                    NOT AT END
                        IF SPF-BCODE IS NUMERIC AND
                            SPF-PCODE IS NUMERIC
                            PERFORM ADD-CANDIDATE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SPF-STATUS = '00' OR WS-SPF-STATUS = '10'
                CLOSE PROFILE-MASTER
            END-IF.

       ADD-CANDIDATE-PARA.
            IF WS-CAND-COUNT >= MAX-CAND-COUNT
                DISPLAY "STOCKING PROFILE EXCEEDS TABLE CAPACITY OF "
                    MAX-CAND-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPF-BCODE TO WS-WORK-BCODE.
            PERFORM FIND-REGION-PARA.
            MOVE SPF-PCODE TO WS-NS-PCODE.
            MOVE WS-WORK-REGION TO WS-NS-REGION.
            MOVE SPF-BCODE TO WS-NS-BCODE.
            MOVE WS-CAND-COUNT TO WS-CD-INS.
            MOVE 'N' TO WS-SLOT-FOUND.
            PERFORM UNTIL WS-SLOT-FOUND = 'Y'
                IF WS-CD-INS = ZERO
                    MOVE 'Y' TO WS-SLOT-FOUND
                ELSE
                    IF WS-CD-SORTKEY(WS-CD-INS) NOT > WS-NEW-SORTKEY
                        MOVE 'Y' TO WS-SLOT-FOUND
                    ELSE
                        MOVE WS-CAND-ENTRY(WS-CD-INS)
                            TO WS-CAND-ENTRY(WS-CD-INS + 1)
                        SUBTRACT 1 FROM WS-CD-INS
                    END-IF
                END-IF
            END-PERFORM.
            ADD 1 TO WS-CD-INS.
            ADD 1 TO WS-CAND-COUNT.
            MOVE WS-NEW-SORTKEY TO WS-CD-SORTKEY(WS-CD-INS).
            MOVE SPF-BCODE TO WS-NK-BCODE.
            MOVE SPF-PCODE TO WS-NK-PCODE.
            MOVE ZERO TO WS-CD-ONHAND(WS-CD-INS).
            IF WS-BAL-COUNT > ZERO
                SEARCH ALL WS-BAL-ENTRY
                    AT END CONTINUE
                    WHEN WS-BL-KEY(WS-BL-INX) = WS-NEW-KEY
                        MOVE WS-BL-QTY(WS-BL-INX)
                            TO WS-CD-ONHAND(WS-CD-INS)
                END-SEARCH
            END-IF.
            MOVE ZERO TO WS-CD-INBOUND(WS-CD-INS).
            MOVE ZERO TO WS-CD-NEED(WS-CD-INS).
            MOVE ZERO TO WS-CD-SURPLUS(WS-CD-INS).
            MOVE ZERO TO WS-CD-PROPOSED(WS-CD-INS).
            IF SPF-STOCKED = 'N' OR SPF-MIN IS NOT NUMERIC
                MOVE ZERO TO WS-CD-MIN(WS-CD-INS)
            ELSE
                MOVE SPF-MIN TO WS-CD-MIN(WS-CD-INS)
            END-IF.
            MOVE WS-CD-MIN(WS-CD-INS) TO WS-CD-TARGET(WS-CD-INS).
            IF SPF-STOCKED NOT = 'N' AND SPF-MAX IS NUMERIC
                IF SPF-MAX > WS-CD-MIN(WS-CD-INS)
                    MOVE SPF-MAX TO WS-CD-TARGET(WS-CD-INS)
                END-IF
            END-IF.
            IF WS-CD-ONHAND(WS-CD-INS) > WS-CD-TARGET(WS-CD-INS)
                COMPUTE WS-CD-SURPLUS(WS-CD-INS) =
                    WS-CD-ONHAND(WS-CD-INS) - WS-CD-TARGET(WS-CD-INS)
            END-IF.

       LOAD-INTRANSIT-PARA.
      *     GOODS ALREADY SHIPPED TO A BRANCH ARE PART OF ITS
      *     POSITION; ONLY THEN IS ITS NEED (IF ANY) WORKED OUT.
            MOVE 'N' TO WS-ITR-EOF.
            OPEN INPUT INTRANSIT-FILE.
            IF WS-ITR-STATUS NOT = '00'
                MOVE 'Y' TO WS-ITR-EOF
            END-IF.
            PERFORM UNTIL WS-ITR-EOF = 'Y'
                READ INTRANSIT-FILE
                    AT END MOVE 'Y' TO WS-ITR-EOF
                    NOT AT END
                        IF ITR-TO-BCODE IS NUMERIC AND
                            ITR-PCODE IS NUMERIC AND
                            ITR-QTY IS NUMERIC
                            PERFORM POST-INTRANSIT-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ITR-STATUS = '00' OR WS-ITR-STATUS = '10'
                CLOSE INTRANSIT-FILE
            END-IF.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CAND-COUNT
                COMPUTE WS-POSITION = WS-CD-ONHAND(WS-CD-IDX)
                    + WS-CD-INBOUND(WS-CD-IDX)
                IF WS-POSITION < WS-CD-MIN(WS-CD-IDX)
                    COMPUTE WS-CD-NEED(WS-CD-IDX) =
                        WS-CD-TARGET(WS-CD-IDX) - WS-POSITION
                END-IF
            END-PERFORM.

       POST-INTRANSIT-PARA.
            MOVE ZERO TO WS-CD-SCAN.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CAND-COUNT
                    OR WS-CD-SCAN > ZERO
                IF WS-CD-BCODE(WS-CD-IDX) = ITR-TO-BCODE AND
                    WS-CD-PCODE(WS-CD-IDX) = ITR-PCODE
                    MOVE WS-CD-IDX TO WS-CD-SCAN
                END-IF
            END-PERFORM.
            IF WS-CD-SCAN > ZERO
                ADD ITR-QTY TO WS-CD-INBOUND(WS-CD-SCAN)
            ELSE
                ADD 1 TO WS-STAT-ITR-UNUSED
            END-IF.

       LOAD-NEWBALANCE-PARA.
            MOVE 'N' TO WS-NEW-EOF.
            OPEN INPUT NEWBALANCE.
            IF WS-NEW-STATUS NOT = '00'
                DISPLAY "NEWBALANCE SNAPSHOT NOT AVAILABLE - STATUS "
                    WS-NEW-STATUS " - EVERY BRANCH READS AS EMPTY"
                MOVE 'Y' TO WS-NEW-EOF
            END-IF.
            PERFORM UNTIL WS-NEW-EOF = 'Y'
                READ NEWBALANCE
                    AT END MOVE 'Y' TO WS-NEW-EOF
                    NOT AT END
                        IF NEW-BCODE IS NUMERIC AND
                            NEW-PCODE IS NUMERIC AND
                            NEW-QUANTITY IS NUMERIC
                            PERFORM ADD-BALANCE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-NEW-STATUS = '00' OR WS-NEW-STATUS = '10'
                CLOSE NEWBALANCE
            END-IF.

       ADD-BALANCE-ENTRY.
            IF WS-BAL-COUNT >= MAX-BAL-COUNT
                DISPLAY "NEWBALANCE EXCEEDS TABLE CAPACITY OF "
                    MAX-BAL-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE NEW-BCODE TO WS-NK-BCODE.
            MOVE NEW-PCODE TO WS-NK-PCODE.
            MOVE WS-BAL-COUNT TO WS-BL-MOVE.
            ADD 1 TO WS-BAL-COUNT.
            PERFORM UNTIL WS-BL-MOVE < 1 OR
                WS-BL-KEY(WS-BL-MOVE) < WS-NEW-KEY
                COMPUTE WS-BL-SUB = WS-BL-MOVE + 1
                MOVE WS-BAL-ENTRY(WS-BL-MOVE)
                    TO WS-BAL-ENTRY(WS-BL-SUB)
                SUBTRACT 1 FROM WS-BL-MOVE
            END-PERFORM.
            COMPUTE WS-BL-SUB = WS-BL-MOVE + 1.
            MOVE WS-NEW-KEY TO WS-BL-KEY(WS-BL-SUB).
            MOVE NEW-QUANTITY TO WS-BL-QTY(WS-BL-SUB).

       FIND-REGION-PARA.
      *     REGION FROM THE MASTER'S EXPLICIT ASSIGNMENT; A BRANCH NOT
      *     ON THE MASTER FALLS BACK TO THE HUNDREDS-DIGIT RULE.
            COMPUTE WS-WORK-REGION = WS-WORK-BCODE / 100.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-WORK-BCODE
                        MOVE WS-BR-REGION(WS-BR-INX) TO WS-WORK-REGION
                END-SEARCH
            END-IF.

       LOAD-SUPPPROD-PARA.
            MOVE ZERO TO WS-SPP-COUNT.
            MOVE 'N' TO WS-SPP-EOF.
            OPEN INPUT SUPPPROD-FILE.
            IF WS-SPP-STATUS NOT = '00'
                DISPLAY "SUPPLIER ASSIGNMENTS NOT AVAILABLE - STATUS "
                    WS-SPP-STATUS " - MOVES VALUED AT STANDARD COST"
                MOVE 'Y' TO WS-SPP-EOF
            END-IF.
            PERFORM UNTIL WS-SPP-EOF = 'Y'
                OR WS-SPP-COUNT = MAX-SPP-COUNT
                READ SUPPPROD-FILE
                    AT END MOVE 'Y' TO WS-SPP-EOF
                    NOT AT END
                        ADD 1 TO WS-SPP-COUNT
                        MOVE SPP-PCODE TO WS-SPP-T-PCODE(WS-SPP-COUNT)
                        IF SPP-PRICE IS NUMERIC
                            MOVE SPP-PRICE
                                TO WS-SPP-T-PRICE(WS-SPP-COUNT)
                        ELSE
                            MOVE ZERO TO WS-SPP-T-PRICE(WS-SPP-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SPP-STATUS = '00' OR WS-SPP-STATUS = '10'
                CLOSE SUPPPROD-FILE
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END
                        IF BM-BRANCH-STAT NOT = 'I'
                            PERFORM ADD-BRANCH-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BRANCH-MASTER.

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

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        PERFORM ADD-PRODUCT-ENTRY
                END-READ
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

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
            IF PM-PRODUCT-COST IS NUMERIC
                MOVE PM-PRODUCT-COST TO WS-PR-COST(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-COST(WS-PR-SUB)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\NewBalance.txt'
                TO WS-NEWBALANCE-PATH
            ACCEPT WS-NEWBALANCE-PATH FROM ENVIRONMENT 'NEWBALANCE_FILE'
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
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-FILE-PATH
            ACCEPT WS-INTRANSIT-FILE-PATH
                FROM ENVIRONMENT 'INTRANSIT_FILE'
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
            MOVE 'D:\cOBOLTRAINING\SupplierProduct.txt'
                TO WS-SUPPPROD-PATH
            ACCEPT WS-SUPPPROD-PATH FROM ENVIRONMENT 'SUPPLIER_PRODUCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RebalanceTran.txt'
                TO WS-SUGGEST-FILE-PATH
            ACCEPT WS-SUGGEST-FILE-PATH
                FROM ENVIRONMENT 'REBALANCE_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RebalanceCover.txt'
                TO WS-COVER-FILE-PATH
            ACCEPT WS-COVER-FILE-PATH
                FROM ENVIRONMENT 'REBALANCE_COVER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RebalanceReport.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'REBALANCE_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REBALANCE.
