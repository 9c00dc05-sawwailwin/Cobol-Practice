      *                match the profile minimum's width, so a
      *                regional-hub minimum past 9,999 triggers at
      *                the level keyed instead of truncating.
      * 10/15/2026 SWL Every PO line raised now carries the supplier
      *                the product is bought from, looked up on the
      *                new SupplierProduct.txt assignment file
      *                (SUPPPROD), so the supplier scorecard and the
      *                recall trace know who each order went to. A
      *                product with no assignment is raised with a
      *                blank supplier and a console warning. The
      *                last-receipt date starts at zero.
      * 10/15/2026 SWL New PO lines are raised not yet printed (flag
      *                'N', document number zero) for the PO print to
      *                pick up.
      * 10/15/2026 SWL New PO lines also carry the unit price agreed
      *                with the supplier (SupplierProduct.txt, zero
      *                when none is held) and start with nothing
      *                invoiced, for the supplier invoice match.
      * 10/15/2026 SWL The suggestion records written in the
      *                TDYTRAN layout carry a blank unit code
      *                (eaches) and a zero lot expiry date, now
      *                that the shared layout includes both.
      * 10/15/2026 SWL A low line now nets off what is already on its
      *                way from another branch before ordering: the
      *                rebalancing run that precedes this check writes
      *                RebalanceCover.txt (BRPRDQTY layout) with each
      *                branch/product's proposed inbound transfers
      *                plus goods in transit to it, and the line is
      *                ordered only if on-hand plus that cover is
      *                still below the reorder level, and then only
      *                up to the target less the cover. A line fully
      *                covered is still reported (SUGGESTED zero) but
      *                no PO is raised. The cover is printed in a new
      *                COVERED column. No cover file means no cover.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDERCHK.
           WS-PROFILE-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPF-STATUS.
           SELECT SUPPPROD-FILE ASSIGN TO DYNAMIC WS-SUPPPROD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPP-STATUS.
           SELECT COVER-FILE ASSIGN TO DYNAMIC WS-COVER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                   TDN-QTY-NAME BY SUG-QTY
                                   TDN-TOBR-NAME BY SUG-TOBR
                                   TDN-REASON-NAME BY SUG-REASON
                                   TDN-LOT-NAME BY SUG-LOT
                                   TDN-UNIT-NAME BY SUG-UNIT
                                   TDN-EXPIRY-NAME BY SUG-EXPIRY.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                  OPO-ORDQTY-NAME BY OPO-ORDQTY
                                  OPO-RCVQTY-NAME BY OPO-RCVQTY
                                  OPO-DATE-NAME BY OPO-DATE
                                  OPO-STATUS-NAME BY OPO-STATUS
                                  OPO-SUPP-NAME BY OPO-SUPP
                                  OPO-RCVDATE-NAME BY OPO-RCVDATE
                                  OPO-PRINTED-NAME BY OPO-PRINTED
                                  OPO-DOCNUM-NAME BY OPO-DOCNUM
                                  OPO-PRICE-NAME BY OPO-PRICE
                                  OPO-INVQTY-NAME BY OPO-INVQTY.

       FD PROFILE-MASTER.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROFILE-MASTER-REC
                                     SPF-MAX-NAME BY SPF-MAX
                                     SPF-STOCKED-NAME BY SPF-STOCKED.

       FD SUPPPROD-FILE.
           COPY SUPPPROD REPLACING SPP-REC-NAME BY SUPPPROD-REC
                                    SPP-PCODE-NAME BY SPP-PCODE
                                    SPP-SUPP-NAME BY SPP-SUPP
                                    SPP-PRICE-NAME BY SPP-PRICE.

       FD COVER-FILE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY COVER-REC
                                    BPQ-BCODE-NAME BY CVR-BCODE
                                    BPQ-PCODE-NAME BY CVR-PCODE
                                    BPQ-QTY-NAME BY CVR-QTY.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-NEW-STATUS PIC X(2).
       01 WS-OPENKEY-TABLE.
           05 WS-OPENKEY-ENTRY OCCURS 500 TIMES.
               10 WS-OK-BCODE PIC 9(3).
               10 WS-OK-PCODE PIC 9(6).
       01 WS-OPENKEY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OK-IDX PIC 9(3).
       01 WS-PO-ALREADY PIC X(1).
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-REORD PIC 9(4).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-SPF-TABLE.
           05 WS-SPF-ENTRY OCCURS 2000 TIMES.
               10 WS-SPF-T-BCODE PIC 9(3).
               10 WS-SPF-T-PCODE PIC 9(6).
               10 WS-SPF-T-MIN PIC 9(7).
               10 WS-SPF-T-MAX PIC 9(7).
               10 WS-SPF-T-STOCKED PIC X(1).
       01 WS-SPFMST-EOF PIC A(1) VALUE 'N'.
       01 WS-TARGET-LEVEL PIC 9(7).

      * PRODUCT-TO-SUPPLIER ASSIGNMENTS -- THE SUPPLIER CODE STAMPED
      * ON EVERY PO LINE RAISED FOR THE PRODUCT. THE FIRST ROW FOR A
      * PRODUCT WINS.
       01 WS-SPP-STATUS PIC X(2).
       01 WS-SUPPPROD-PATH PIC X(60).
       01 WS-SPP-TABLE.
           05 WS-SPP-ENTRY OCCURS 500 TIMES.
               10 WS-SPP-T-PCODE PIC 9(6).
               10 WS-SPP-T-SUPP PIC X(5).
               10 WS-SPP-T-PRICE PIC 9(5)V99.
       01 WS-SPP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SPP-COUNT PIC 9(3) VALUE 500.
       01 WS-SPP-IDX PIC 9(3).
       01 WS-SPP-EOF PIC A(1) VALUE 'N'.
       01 WS-SUPPLIER-CODE PIC X(5).
       01 WS-SUPPLIER-PRICE PIC 9(5)V99.
       01 WS-SUPP-FOUND PIC X(1).

      * REBALANCING COVER -- QUANTITY ALREADY ON ITS WAY TO A BRANCH
      * FROM ANOTHER BRANCH (PROPOSED TONIGHT OR IN TRANSIT), WHICH
      * A PURCHASE DOES NOT NEED TO REPLACE.
       01 WS-CVR-STATUS PIC X(2).
       01 WS-COVER-FILE-PATH PIC X(60).
       01 WS-CVR-TABLE.
           05 WS-CVR-ENTRY OCCURS 2000 TIMES.
               10 WS-CVR-T-BCODE PIC 9(3).
               10 WS-CVR-T-PCODE PIC 9(6).
               10 WS-CVR-T-QTY PIC 9(7).
       01 WS-CVR-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CVR-COUNT PIC 9(4) VALUE 2000.
       01 WS-CVR-IDX PIC 9(4).
       01 WS-CVR-EOF PIC A(1) VALUE 'N'.
       01 WS-COVER-QTY PIC 9(7).
       01 WS-COVER-FOUND PIC X(1).
       01 WS-EFFECTIVE-QTY PIC 9(8).

       01 WS-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "BRANCH                     PRODUCT                          
      -    "ON HAND  REORDER  SUGGESTED   COVERED".

       01 WS-BRANCH-LINE.
           05 FILLER PIC X(7) VALUE "BRANCH ".

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(27) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-REORD PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DET-SUGGEST PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-COVER PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN (NOTHING LOW), 4 AT
      * LEAST ONE BALANCE BELOW ITS REORDER LEVEL (SUGGESTED ORDERS
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-PROFILE-MASTER.
            PERFORM LOAD-SUPPPROD-PARA.
            PERFORM LOAD-COVER-PARA.
            PERFORM SCAN-OPENPO-PARA.
            OPEN EXTEND OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
            ELSE
                MOVE WS-REORDER-LEVEL TO WS-TARGET-LEVEL
            END-IF.
      *     STOCK ALREADY COMING FROM ANOTHER BRANCH IS NETTED OFF --
      *     ONLY WHAT REBALANCING CANNOT COVER IS ORDERED.
            PERFORM FIND-COVER-PARA.
            COMPUTE WS-EFFECTIVE-QTY = NEW-QUANTITY + WS-COVER-QTY.
            IF WS-REORDER-LEVEL > ZERO AND
                NEW-QUANTITY < WS-REORDER-LEVEL
                IF WS-EFFECTIVE-QTY < WS-REORDER-LEVEL
                    COMPUTE WS-SHORTFALL =
                        WS-TARGET-LEVEL - WS-EFFECTIVE-QTY
                ELSE
                    MOVE ZERO TO WS-SHORTFALL
                END-IF
                ADD 1 TO WS-LOW-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                MOVE NEW-QUANTITY TO WS-DET-ONHAND
                MOVE WS-REORDER-LEVEL TO WS-DET-REORD
                MOVE WS-SHORTFALL TO WS-DET-SUGGEST
                MOVE WS-COVER-QTY TO WS-DET-COVER
                MOVE WS-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "LOW STOCK - BRANCH " NEW-BCODE
                    " ON HAND " NEW-QUANTITY
                    " REORDER " WS-REORDER-LEVEL
                PERFORM CHECK-OPENPO-KEY-PARA
                IF WS-SHORTFALL = ZERO
                    DISPLAY "COVERED BY INTER-BRANCH TRANSFER "
                        WS-COVER-QTY " - NOT ORDERED"
                ELSE
                    IF WS-PO-ALREADY = 'Y'
      *                 THE SHORTAGE IS ALREADY ON ORDER -- REPORT IT
      *                 BUT DO NOT RAISE A SECOND PO FOR THE SAME LINE.
                        DISPLAY "ALREADY ON ORDER - NOT SUGGESTED AGAIN"
                    ELSE
                        MOVE NEW-BCODE TO SUG-BCODE
                        MOVE NEW-PCODE TO SUG-PCODE
                        MOVE 2 TO SUG-OPTION
                        MOVE WS-SHORTFALL TO SUG-QTY
                        MOVE ZERO TO SUG-TOBR
                        MOVE SPACES TO SUG-REASON
                        MOVE SPACES TO SUG-LOT
                        MOVE SPACES TO SUG-UNIT
                        MOVE ZERO TO SUG-EXPIRY
                        WRITE SUGGEST-REC
                        PERFORM WRITE-OPENPO-PARA
                    END-IF
                END-IF
            END-IF.

       FIND-COVER-PARA.
            MOVE ZERO TO WS-COVER-QTY.
            MOVE 'N' TO WS-COVER-FOUND.
            PERFORM VARYING WS-CVR-IDX FROM 1 BY 1
                UNTIL WS-CVR-IDX > WS-CVR-COUNT
                    OR WS-COVER-FOUND = 'Y'
                IF WS-CVR-T-BCODE(WS-CVR-IDX) = NEW-BCODE AND
                    WS-CVR-T-PCODE(WS-CVR-IDX) = NEW-PCODE
                    MOVE WS-CVR-T-QTY(WS-CVR-IDX) TO WS-COVER-QTY
                    MOVE 'Y' TO WS-COVER-FOUND
                END-IF
            END-PERFORM.

       LOAD-COVER-PARA.
            MOVE ZERO TO WS-CVR-COUNT.
            MOVE 'N' TO WS-CVR-EOF.
            OPEN INPUT COVER-FILE.
            IF WS-CVR-STATUS NOT = '00'
                DISPLAY "REBALANCING COVER NOT AVAILABLE - STATUS "
                    WS-CVR-STATUS " - NOTHING NETTED OFF"
                MOVE 'Y' TO WS-CVR-EOF
            END-IF.
            PERFORM UNTIL WS-CVR-EOF = 'Y'
                OR WS-CVR-COUNT = MAX-CVR-COUNT
                READ COVER-FILE
                    AT END MOVE 'Y' TO WS-CVR-EOF
                    NOT AT END
                        IF CVR-BCODE IS NUMERIC AND
                            CVR-PCODE IS NUMERIC AND
                            CVR-QTY IS NUMERIC
                            ADD 1 TO WS-CVR-COUNT
                            MOVE CVR-BCODE
                                TO WS-CVR-T-BCODE(WS-CVR-COUNT)
                            MOVE CVR-PCODE
                                TO WS-CVR-T-PCODE(WS-CVR-COUNT)
                            MOVE CVR-QTY
                                TO WS-CVR-T-QTY(WS-CVR-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CVR-STATUS = '00' OR WS-CVR-STATUS = '10'
                CLOSE COVER-FILE
            END-IF.

       FIND-PROFILE-PARA.
            MOVE ZERO TO WS-SPF-HIT.
            PERFORM VARYING WS-SPF-IDX FROM 1 BY 1
                END-IF
            END-PERFORM.

       LOAD-SUPPPROD-PARA.
            MOVE ZERO TO WS-SPP-COUNT.
            MOVE 'N' TO WS-SPP-EOF.
            OPEN INPUT SUPPPROD-FILE.
            IF WS-SPP-STATUS NOT = '00'
                DISPLAY "SUPPLIER ASSIGNMENTS NOT AVAILABLE - STATUS "
                    WS-SPP-STATUS " - PO LINES RAISED UNASSIGNED"
                MOVE 'Y' TO WS-SPP-EOF
            END-IF.
            PERFORM UNTIL WS-SPP-EOF = 'Y'
                OR WS-SPP-COUNT = MAX-SPP-COUNT
                READ SUPPPROD-FILE
                    AT END MOVE 'Y' TO WS-SPP-EOF
                    NOT AT END
                        ADD 1 TO WS-SPP-COUNT
                        MOVE SPP-PCODE TO WS-SPP-T-PCODE(WS-SPP-COUNT)
                        MOVE SPP-SUPP TO WS-SPP-T-SUPP(WS-SPP-COUNT)
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

       FIND-SUPPLIER-PARA.
            MOVE SPACES TO WS-SUPPLIER-CODE.
            MOVE ZERO TO WS-SUPPLIER-PRICE.
            MOVE 'N' TO WS-SUPP-FOUND.
            PERFORM VARYING WS-SPP-IDX FROM 1 BY 1
                UNTIL WS-SPP-IDX > WS-SPP-COUNT
                    OR WS-SUPP-FOUND = 'Y'
                IF WS-SPP-T-PCODE(WS-SPP-IDX) = NEW-PCODE
                    MOVE WS-SPP-T-SUPP(WS-SPP-IDX) TO WS-SUPPLIER-CODE
                    MOVE WS-SPP-T-PRICE(WS-SPP-IDX) TO WS-SUPPLIER-PRICE
                    MOVE 'Y' TO WS-SUPP-FOUND
                END-IF
            END-PERFORM.
            IF WS-SUPP-FOUND = 'N'
                DISPLAY "NO SUPPLIER ASSIGNED - PRODUCT " NEW-PCODE
                    " ORDERED UNASSIGNED"
            END-IF.

       WRITE-OPENPO-PARA.
            PERFORM FIND-SUPPLIER-PARA.
            MOVE WS-NEXT-PONUM TO OPO-PONUM.
            MOVE NEW-BCODE TO OPO-BCODE.
            MOVE NEW-PCODE TO OPO-PCODE.
            MOVE ZERO TO OPO-RCVQTY.
            MOVE WS-RUN-DATE TO OPO-DATE.
            MOVE 'O' TO OPO-STATUS.
            MOVE WS-SUPPLIER-CODE TO OPO-SUPP.
            MOVE ZERO TO OPO-RCVDATE.
            MOVE 'N' TO OPO-PRINTED.
            MOVE ZERO TO OPO-DOCNUM.
            MOVE WS-SUPPLIER-PRICE TO OPO-PRICE.
            MOVE ZERO TO OPO-INVQTY.
            WRITE OPENPO-REC.
            ADD 1 TO WS-NEXT-PONUM.
            ADD 1 TO WS-PO-RAISED.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupplierProduct.txt'
                TO WS-SUPPPROD-PATH
            ACCEPT WS-SUPPPROD-PATH FROM ENVIRONMENT 'SUPPLIER_PRODUCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RebalanceCover.txt'
                TO WS-COVER-FILE-PATH
            ACCEPT WS-COVER-FILE-PATH FROM ENVIRONMENT 'REBALANCE_COVER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REORDERCHK.
