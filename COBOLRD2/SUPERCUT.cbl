      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: PRODUCT SUPERSESSION CUTOVER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the week of hand clean-up
      *                after a product is replaced becomes one nightly
      *                step, run before the roll-forward. Every code
      *                on Supersession.txt whose effective date has
      *                come is followed down its chain (the shared
      *                SUPERSEDE lookup) to the live replacement, and
      *                everything still sitting on the old code is
      *                moved across:
      *                  - each branch's balance on the balance
      *                    master is added to the branch's balance of
      *                    the new code and the old balance zeroed,
      *                    with a reason-'SUP' history line for both
      *                    so the stock card explains the jump;
      *                  - lot and quarantine balances, merged into
      *                    the new code's row where one exists;
      *                  - open backorders and goods in transit;
      *                  - open OpenPO lines (closed lines keep the
      *                    code they were received under);
      *                  - open customer orders, so the reservation
      *                    follows the stock.
      *                Every move is listed on SupersessionCutover.txt.
      *                A code with nothing left on it costs nothing, so
      *                the step can run every night and a rerun moves
      *                nothing twice. RETURN-CODE 0 clean (or nothing
      *                to do), 4 a balance could not be moved (the
      *                new code's balance would pass the field width)
      *                and stays on the old code, 12 the balance master
      *                is locked or not available (nothing moved), 16 a
      *                file is larger than its table (nothing moved).
      * 10/15/2026 SWL Lot lines carry their expiry date across; a
      *                lot merged into one already on the new code
      *                keeps the earlier of the two dates.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as do the open order, backorder,
      *                in-transit and purchase order work records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERCUT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SUPERSEDE-MASTER ASSIGN TO DYNAMIC
           WS-SUPERSEDE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.
           SELECT BALHISTORY ASSIGN TO DYNAMIC WS-BALHISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BHI-STATUS.
           SELECT LOTBALANCE-FILE ASSIGN TO DYNAMIC WS-LOTBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBL-STATUS.
           SELECT QUARBAL-FILE ASSIGN TO DYNAMIC WS-QUARBAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QBL-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.
           SELECT OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPO-STATUS.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITR-STATUS.
           SELECT CUSTORDER-FILE ASSIGN TO DYNAMIC WS-CUSTORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUPERSEDE-MASTER.
           COPY SUPERSEDE REPLACING SUP-REC-NAME BY SUPERSEDE-REC
                                     SUP-OLD-NAME BY SM-OLD-PCODE
                                     SUP-NEW-NAME BY SM-NEW-PCODE
                                     SUP-EFFDATE-NAME BY SM-EFFDATE.

       FD BALMASTER.
      * SAME FIELD WIDTHS AS THE SHARED BRPRDQTY LAYOUT, BUT DECLARED
      * IN LINE BECAUSE THE RECORD KEY NEEDS BRANCH+PRODUCT AS ONE
      * GROUP FIELD, WHICH THE FLAT COPYBOOK CANNOT EXPRESS. KEEP IN
      * STEP WITH THE BALMASTER FD IN COBOLRD02 AND BALMSTLOAD.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

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

       FD LOTBALANCE-FILE.
           COPY LOTBAL REPLACING LBL-REC-NAME BY LOTBALANCE-REC
                                  LBL-BCODE-NAME BY LBL-BCODE
                                  LBL-PCODE-NAME BY LBL-PCODE
                                  LBL-LOT-NAME BY LBL-LOT
                                  LBL-QTY-NAME BY LBL-QTY
                                  LBL-EXPIRY-NAME BY LBL-EXPIRY.

       FD QUARBAL-FILE.
           COPY QUARBAL REPLACING QBL-REC-NAME BY QUARBAL-REC
                                   QBL-BCODE-NAME BY QBL-BCODE
                                   QBL-PCODE-NAME BY QBL-PCODE
                                   QBL-QTY-NAME BY QBL-QTY.

      * SAME LAYOUT AS THE BACKORDER-FILE FD IN COBOLRD02.
       FD BACKORDER-FILE.
       01 BACKORDER-REC.
           05 BO-BCODE PIC 9(3).
           05 BO-PCODE PIC 9(6).
           05 BO-QTY PIC 9(7).
           05 BO-DATE PIC 9(8).
           05 BO-AGE PIC 9(2).

       FD OPENPO-FILE.
           COPY OPENPO REPLACING OPO-REC-NAME BY OPENPO-REC
                                  OPO-PONUM-NAME BY OPO-PONUM
                                  OPO-BCODE-NAME BY OPO-BCODE
                                  OPO-PCODE-NAME BY OPO-PCODE
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

      * SAME LAYOUT AS THE INTRANSIT-FILE FD IN COBOLRD02.
       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

       FD CUSTORDER-FILE.
           COPY CUSTORD REPLACING COR-REC-NAME BY CUSTORDER-REC
                                   COR-ORDNUM-NAME BY COR-ORDNUM
                                   COR-BCODE-NAME BY COR-BCODE
                                   COR-PCODE-NAME BY COR-PCODE
                                   COR-QTY-NAME BY COR-QTY
                                   COR-PROMDATE-NAME BY COR-PROMDATE
                                   COR-STATUS-NAME BY COR-STATUS
                                   COR-CUSTREF-NAME BY COR-CUSTREF
                                   COR-ENTDATE-NAME BY COR-ENTDATE
                                   COR-CLOSEDATE-NAME BY COR-CLOSEDATE.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SUP-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-BHI-STATUS PIC X(2).
       01 WS-LBL-STATUS PIC X(2).
       01 WS-QBL-STATUS PIC X(2).
       01 WS-BO-STATUS PIC X(2).
       01 WS-OPO-STATUS PIC X(2).
       01 WS-ITR-STATUS PIC X(2).
       01 WS-COR-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-SUPERSEDE-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-BACKORDER-FILE-PATH PIC X(60).
       01 WS-OPENPO-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-CUSTORDER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

      * THE CODES TO CUT OVER TONIGHT -- EVERY OLD CODE WHOSE
      * SUPERSESSION HAS TAKEN EFFECT, WITH THE LIVE CODE AT THE END
      * OF ITS CHAIN.
       01 WS-CUT-TABLE.
           05 WS-CUT-ENTRY OCCURS 100 TIMES.
               10 WS-CUT-OLD PIC 9(6).
               10 WS-CUT-NEW PIC 9(6).
       01 WS-CUT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CUT-IDX PIC 9(3).
       01 WS-CUT-HIT PIC 9(3).
       01 WS-MAP-PCODE PIC 9(6).

       01 WS-SUPERSEDE-REQUEST.
           05 WS-SUP-DATE PIC 9(8).
           05 WS-SUP-PCODE PIC 9(6).
           05 WS-SUP-NEW-PCODE PIC 9(6).
           05 WS-SUP-RESULT PIC X(1).

       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'SUPERCUT'.
           05 WS-FL-RESULT PIC X(1).

      * ONE OLD CODE'S BRANCH BALANCES, GATHERED OFF THE PRODUCT-CODE
      * INDEX BEFORE ANY OF THEM IS TOUCHED -- REWRITING THE MASTER
      * MID-WALK WOULD LOSE THE WALK'S POSITION.
       01 WS-MV-TABLE.
           05 WS-MV-ENTRY OCCURS 2000 TIMES.
               10 WS-MV-BCODE PIC 9(3).
               10 WS-MV-QTY PIC 9(7).
       01 WS-MV-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-MV-COUNT PIC 9(4) VALUE 2000.
       01 WS-MV-IDX PIC 9(4).
       01 WS-BAL-EOF PIC A(1).
       01 WS-NEW-FOUND PIC X(1).
       01 WS-NEW-QTY PIC 9(9).
       01 WS-BHI-WRITTEN PIC X(1).
       01 WS-BHI-BUMP PIC 9(3).

      * EVERY CARRY-FORWARD FILE IN STORAGE -- EACH IS REWRITTEN FROM
      * ITS TABLE, SO ALL OF THEM ARE LOADED BEFORE ANYTHING MOVES AND
      * A FILE LARGER THAN ITS TABLE STOPS THE RUN UNTOUCHED. THE
      * TABLES ARE SIZED TO THE ROLL-FORWARD'S OWN.
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 1000 TIMES.
               10 WS-LOT-T-BCODE PIC 9(3).
               10 WS-LOT-T-PCODE PIC 9(6).
               10 WS-LOT-T-LOT PIC X(6).
               10 WS-LOT-T-QTY PIC 9(7).
               10 WS-LOT-T-EXPIRY PIC 9(8).
       01 WS-LOT-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LOT-COUNT PIC 9(4) VALUE 1000.
       01 WS-LOT-IDX PIC 9(4).
       01 WS-LOT-HIT PIC 9(4).

       01 WS-QUAR-TABLE.
           05 WS-QUAR-ENTRY OCCURS 1000 TIMES.
               10 WS-QR-T-BCODE PIC 9(3).
               10 WS-QR-T-PCODE PIC 9(6).
               10 WS-QR-T-QTY PIC 9(7).
       01 WS-QUAR-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-QUAR-COUNT PIC 9(4) VALUE 1000.
       01 WS-QUAR-IDX PIC 9(4).
       01 WS-QUAR-HIT PIC 9(4).

       01 WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 200 TIMES.
               10 WS-BO-T-REC PIC X(26).
       01 WS-BO-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-BO-COUNT PIC 9(3) VALUE 200.
       01 WS-BO-IDX PIC 9(3).

       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 500 TIMES.
               10 WS-PO-T-REC PIC X(72).
       01 WS-PO-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PO-COUNT PIC 9(3) VALUE 500.
       01 WS-PO-IDX PIC 9(3).

       01 WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 500 TIMES.
               10 WS-IT-T-REC PIC X(27).
       01 WS-IT-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-IT-COUNT PIC 9(3) VALUE 500.
       01 WS-IT-IDX PIC 9(3).

       01 WS-OR-TABLE.
           05 WS-OR-ENTRY OCCURS 5000 TIMES.
               10 WS-OR-T-REC PIC X(59).
       01 WS-OR-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-OR-COUNT PIC 9(4) VALUE 5000.
       01 WS-OR-IDX PIC 9(4).

       01 WS-CNT-BAL PIC 9(5) VALUE ZERO.
       01 WS-CNT-LOT PIC 9(5) VALUE ZERO.
       01 WS-CNT-QUAR PIC 9(5) VALUE ZERO.
       01 WS-CNT-BO PIC 9(5) VALUE ZERO.
       01 WS-CNT-PO PIC 9(5) VALUE ZERO.
       01 WS-CNT-IT PIC 9(5) VALUE ZERO.
       01 WS-CNT-OR PIC 9(5) VALUE ZERO.
       01 WS-CNT-LEFT PIC 9(5) VALUE ZERO.

       01 WS-HEAD-LINE-1.
           05 FILLER PIC X(40) VALUE
           "PRODUCT SUPERSESSION CUTOVER".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-CODE-LINE.
           05 FILLER PIC X(8) VALUE "PRODUCT ".
           05 WS-CL-OLD PIC 9(6).
           05 FILLER PIC X(18) VALUE " SUPERSEDED - NOW ".
           05 WS-CL-NEW PIC 9(6).
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-WHAT PIC X(12).
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-DET-OLD PIC 9(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-DET-NEW PIC 9(6).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-DET-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-NOTE PIC X(43).

       01 WS-COUNT-LINE.
           05 WS-CT-TEXT PIC X(30).
           05 WS-CT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(65) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A BALANCE STAYED ON
      * THE OLD CODE, 12 BALANCE MASTER LOCKED OR NOT AVAILABLE, 16
      * TABLE CAPACITY.
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
            PERFORM LOAD-SUPERSEDE-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CUT-COUNT = ZERO
                MOVE "NO SUPERSESSION IN EFFECT - NOTHING TO CUT OVER"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE REPORT-FILE
                DISPLAY "NO SUPERSESSION IN EFFECT FOR " WS-RUN-DATE
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-LOTBAL-PARA.
            PERFORM LOAD-QUARBAL-PARA.
            PERFORM LOAD-BACKORDER-PARA.
            PERFORM LOAD-OPENPO-PARA.
            PERFORM LOAD-INTRANSIT-PARA.
            PERFORM LOAD-CUSTORDER-PARA.
            IF WS-RETURN-CODE = 16
                MOVE "A FILE EXCEEDS ITS TABLE - NOTHING MOVED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE REPORT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'SET  ' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "BALANCE MASTER IS LOCKED - RUN REFUSED"
                MOVE "BALANCE MASTER IS LOCKED - NOTHING MOVED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE REPORT-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - NOTHING MOVED"
                MOVE "BALANCE MASTER NOT AVAILABLE - NOTHING MOVED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE REPORT-FILE
                MOVE 'CLEAR' TO WS-FL-FUNC
                CALL 'FILELOCK' USING WS-FILELOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
      *     THE HISTORY IS INDEXED -- I-O EXTENDS IT IN PLACE, AND A
      *     MISSING FILE IS CREATED FRESH, AS THE ROLL-FORWARD DOES.
            OPEN I-O BALHISTORY.
            IF WS-BHI-STATUS NOT = '00'
                OPEN OUTPUT BALHISTORY
            END-IF.
            PERFORM CUT-ONE-CODE-PARA
                VARYING WS-CUT-IDX FROM 1 BY 1
                UNTIL WS-CUT-IDX > WS-CUT-COUNT.
            CLOSE BALMASTER.
            CLOSE BALHISTORY.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            CALL 'FILELOCK' USING WS-FILELOCK.
            PERFORM CUT-LOTBAL-PARA.
            PERFORM CUT-QUARBAL-PARA.
            PERFORM CUT-BACKORDER-PARA.
            PERFORM CUT-OPENPO-PARA.
            PERFORM CUT-INTRANSIT-PARA.
            PERFORM CUT-CUSTORDER-PARA.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE REPORT-FILE.
            IF WS-CNT-LEFT > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "SUPERSESSION CUTOVER FOR " WS-RUN-DATE " - "
                WS-CUT-COUNT " CODES, " WS-CNT-BAL " BALANCES MOVED".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       CUT-ONE-CODE-PARA.
      *     GATHER THE OLD CODE'S NON-ZERO BRANCH BALANCES OFF THE
      *     ALTERNATE INDEX, THEN MOVE THEM ONE BRANCH AT A TIME.
            MOVE WS-CUT-OLD(WS-CUT-IDX) TO WS-CL-OLD.
            MOVE WS-CUT-NEW(WS-CUT-IDX) TO WS-CL-NEW.
            MOVE WS-CODE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-CUT-HIT.
            MOVE ZERO TO WS-MV-COUNT.
            MOVE 'N' TO WS-BAL-EOF.
            MOVE WS-CUT-OLD(WS-CUT-IDX) TO BAL-PCODE.
            START BALMASTER KEY IS EQUAL TO BAL-PCODE
                INVALID KEY MOVE 'Y' TO WS-BAL-EOF
            END-START.
            PERFORM UNTIL WS-BAL-EOF = 'Y'
                READ BALMASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BAL-EOF
                    NOT AT END
                        IF BAL-PCODE NOT = WS-CUT-OLD(WS-CUT-IDX)
                            MOVE 'Y' TO WS-BAL-EOF
                        ELSE
                            IF BAL-QUANTITY > ZERO AND
                                WS-MV-COUNT < MAX-MV-COUNT
                                ADD 1 TO WS-MV-COUNT
                                MOVE BAL-BCODE
                                    TO WS-MV-BCODE(WS-MV-COUNT)
                                MOVE BAL-QUANTITY
                                    TO WS-MV-QTY(WS-MV-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM MOVE-BALANCE-PARA THRU MOVE-BALANCE-EXIT
                VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT.

       MOVE-BALANCE-PARA.
            MOVE WS-MV-BCODE(WS-MV-IDX) TO BAL-BCODE.
            MOVE WS-CUT-NEW(WS-CUT-IDX) TO BAL-PCODE.
            MOVE 'Y' TO WS-NEW-FOUND.
            READ BALMASTER KEY IS BAL-KEY
                INVALID KEY MOVE 'N' TO WS-NEW-FOUND
            END-READ.
            IF WS-NEW-FOUND = 'N'
                MOVE ZERO TO BAL-QUANTITY
            END-IF.
            COMPUTE WS-NEW-QTY = BAL-QUANTITY + WS-MV-QTY(WS-MV-IDX).
            IF WS-NEW-QTY > 9999999
                MOVE "BALANCE" TO WS-DET-WHAT
                MOVE WS-MV-BCODE(WS-MV-IDX) TO WS-DET-BCODE
                MOVE WS-MV-QTY(WS-MV-IDX) TO WS-DET-QTY
                MOVE "NOT MOVED - NEW BALANCE PAST FIELD WIDTH"
                    TO WS-DET-NOTE
                PERFORM WRITE-DETAIL-PARA
                ADD 1 TO WS-CNT-LEFT
                GO TO MOVE-BALANCE-EXIT
            END-IF.
            MOVE WS-MV-BCODE(WS-MV-IDX) TO BAL-BCODE.
            MOVE WS-CUT-NEW(WS-CUT-IDX) TO BAL-PCODE.
            MOVE WS-NEW-QTY TO BAL-QUANTITY.
            IF WS-NEW-FOUND = 'Y'
                REWRITE BALMASTER-REC
            ELSE
                WRITE BALMASTER-REC
            END-IF.
            PERFORM WRITE-SUP-HISTORY-PARA.
            MOVE WS-MV-BCODE(WS-MV-IDX) TO BAL-BCODE.
            MOVE WS-CUT-OLD(WS-CUT-IDX) TO BAL-PCODE.
            READ BALMASTER KEY IS BAL-KEY
                INVALID KEY CONTINUE
            END-READ.
            MOVE ZERO TO BAL-QUANTITY.
            REWRITE BALMASTER-REC.
            PERFORM WRITE-SUP-HISTORY-PARA.
            MOVE "BALANCE" TO WS-DET-WHAT.
            MOVE WS-MV-BCODE(WS-MV-IDX) TO WS-DET-BCODE.
            MOVE WS-MV-QTY(WS-MV-IDX) TO WS-DET-QTY.
            MOVE SPACES TO WS-DET-NOTE.
            STRING 'NEW BALANCE ' DELIMITED BY SIZE
                WS-NEW-QTY DELIMITED BY SIZE
                INTO WS-DET-NOTE
            END-STRING.
            PERFORM WRITE-DETAIL-PARA.
            ADD 1 TO WS-CNT-BAL.
       MOVE-BALANCE-EXIT.
            EXIT.

       WRITE-SUP-HISTORY-PARA.
      *     ONE HISTORY LINE PER BALANCE COMMITTED, REASON 'SUP', SO
      *     THE STOCK CARD AND THE HISTORY READERS CAN TELL A CUTOVER
      *     FROM A SALE. THE KEY IS BRANCH+PRODUCT+DATE+REFERENCE; A
      *     COLLIDING KEY BUMPS THE REFERENCE FORWARD UNTIL IT LANDS,
      *     THE SAME WAY THE ROLL-FORWARD PLACES ITS OWN LINES.
            MOVE BAL-BCODE TO BH-BCODE.
            MOVE BAL-PCODE TO BH-PCODE.
            MOVE BAL-QUANTITY TO BH-QUANTITY.
            MOVE WS-RUN-DATE TO BH-RUNDATE.
            MOVE 5 TO BH-OPTION.
            MOVE 'SUP' TO BH-REASON.
            MOVE ZERO TO BH-REF.
            MOVE 'N' TO WS-BHI-WRITTEN.
            MOVE ZERO TO WS-BHI-BUMP.
            PERFORM WRITE-BALHIST-TRY-PARA
                UNTIL WS-BHI-WRITTEN = 'Y' OR WS-BHI-BUMP > 99.
            IF WS-BHI-WRITTEN NOT = 'Y'
                DISPLAY "HISTORY LINE COULD NOT BE PLACED - KEY "
                    BH-KEY
            END-IF.

       WRITE-BALHIST-TRY-PARA.
            WRITE BALHISTORY-REC
                INVALID KEY
                    ADD 1 TO BH-REF
                    ADD 1 TO WS-BHI-BUMP
                NOT INVALID KEY
                    MOVE 'Y' TO WS-BHI-WRITTEN
            END-WRITE.

       FIND-CUT-PARA.
      *     WS-MAP-PCODE IN, WS-CUT-HIT OUT (ZERO = NOT CUT OVER).
            MOVE ZERO TO WS-CUT-HIT.
            PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                UNTIL WS-CUT-IDX > WS-CUT-COUNT OR WS-CUT-HIT > ZERO
                IF WS-CUT-OLD(WS-CUT-IDX) = WS-MAP-PCODE
                    MOVE WS-CUT-IDX TO WS-CUT-HIT
                END-IF
            END-PERFORM.

       CUT-LOTBAL-PARA.
      *     A LOT ALREADY HELD UNDER THE NEW CODE AT THE BRANCH TAKES
      *     THE OLD CODE'S QUANTITY; OTHERWISE THE ROW IS RENAMED. A
      *     ZEROED ROW DROPS OFF ON THE REWRITE, AS IN THE
      *     ROLL-FORWARD.
            MOVE ZERO TO WS-CNT-LOT.
            PERFORM CUT-ONE-LOT-PARA THRU CUT-ONE-LOT-EXIT
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT.
            IF WS-CNT-LOT > ZERO
                OPEN OUTPUT LOTBALANCE-FILE
                PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-COUNT
                    IF WS-LOT-T-QTY(WS-LOT-IDX) > ZERO
                        MOVE WS-LOT-T-BCODE(WS-LOT-IDX) TO LBL-BCODE
                        MOVE WS-LOT-T-PCODE(WS-LOT-IDX) TO LBL-PCODE
                        MOVE WS-LOT-T-LOT(WS-LOT-IDX) TO LBL-LOT
                        MOVE WS-LOT-T-QTY(WS-LOT-IDX) TO LBL-QTY
                       MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX) TO LBL-EXPIRY
                        WRITE LOTBALANCE-REC
                    END-IF
                END-PERFORM
                CLOSE LOTBALANCE-FILE
            END-IF.

       CUT-ONE-LOT-PARA.
            IF WS-LOT-T-QTY(WS-LOT-IDX) = ZERO
                GO TO CUT-ONE-LOT-EXIT
            END-IF.
            MOVE WS-LOT-T-PCODE(WS-LOT-IDX) TO WS-MAP-PCODE.
            PERFORM FIND-CUT-PARA.
            IF WS-CUT-HIT = ZERO
                GO TO CUT-ONE-LOT-EXIT
            END-IF.
            MOVE ZERO TO WS-LOT-HIT.
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-LOT-COUNT OR WS-LOT-HIT > ZERO
                IF WS-LOT-T-BCODE(WS-MV-IDX) =
                    WS-LOT-T-BCODE(WS-LOT-IDX) AND
                    WS-LOT-T-PCODE(WS-MV-IDX) = WS-CUT-NEW(WS-CUT-HIT)
                    AND WS-LOT-T-LOT(WS-MV-IDX) =
                    WS-LOT-T-LOT(WS-LOT-IDX)
                    MOVE WS-MV-IDX TO WS-LOT-HIT
                END-IF
            END-PERFORM.
            MOVE "LOT" TO WS-DET-WHAT.
            MOVE WS-LOT-T-BCODE(WS-LOT-IDX) TO WS-DET-BCODE.
            MOVE WS-LOT-T-QTY(WS-LOT-IDX) TO WS-DET-QTY.
            MOVE SPACES TO WS-DET-NOTE.
            STRING 'LOT ' DELIMITED BY SIZE
                WS-LOT-T-LOT(WS-LOT-IDX) DELIMITED BY SIZE
                INTO WS-DET-NOTE
            END-STRING.
            IF WS-LOT-HIT > ZERO
                COMPUTE WS-NEW-QTY = WS-LOT-T-QTY(WS-LOT-HIT)
                    + WS-LOT-T-QTY(WS-LOT-IDX)
                IF WS-NEW-QTY > 9999999
                    MOVE "NOT MOVED - LOT PAST FIELD WIDTH"
                        TO WS-DET-NOTE
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-LEFT
                    GO TO CUT-ONE-LOT-EXIT
                END-IF
                MOVE WS-NEW-QTY TO WS-LOT-T-QTY(WS-LOT-HIT)
                MOVE ZERO TO WS-LOT-T-QTY(WS-LOT-IDX)
                IF WS-LOT-T-EXPIRY(WS-LOT-IDX) NOT = ZERO AND
                    (WS-LOT-T-EXPIRY(WS-LOT-HIT) = ZERO OR
                     WS-LOT-T-EXPIRY(WS-LOT-IDX) <
                     WS-LOT-T-EXPIRY(WS-LOT-HIT))
                    MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX)
                        TO WS-LOT-T-EXPIRY(WS-LOT-HIT)
                END-IF
            ELSE
                MOVE WS-CUT-NEW(WS-CUT-HIT)
                    TO WS-LOT-T-PCODE(WS-LOT-IDX)
            END-IF.
            PERFORM WRITE-DETAIL-PARA.
            ADD 1 TO WS-CNT-LOT.
       CUT-ONE-LOT-EXIT.
            EXIT.

       CUT-QUARBAL-PARA.
            MOVE ZERO TO WS-CNT-QUAR.
            PERFORM CUT-ONE-QUAR-PARA THRU CUT-ONE-QUAR-EXIT
                VARYING WS-QUAR-IDX FROM 1 BY 1
                UNTIL WS-QUAR-IDX > WS-QUAR-COUNT.
            IF WS-CNT-QUAR > ZERO
                OPEN OUTPUT QUARBAL-FILE
                PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                    UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                    IF WS-QR-T-QTY(WS-QUAR-IDX) > ZERO
                        MOVE WS-QR-T-BCODE(WS-QUAR-IDX) TO QBL-BCODE
                        MOVE WS-QR-T-PCODE(WS-QUAR-IDX) TO QBL-PCODE
                        MOVE WS-QR-T-QTY(WS-QUAR-IDX) TO QBL-QTY
                        WRITE QUARBAL-REC
                    END-IF
                END-PERFORM
                CLOSE QUARBAL-FILE
            END-IF.

       CUT-ONE-QUAR-PARA.
            IF WS-QR-T-QTY(WS-QUAR-IDX) = ZERO
                GO TO CUT-ONE-QUAR-EXIT
            END-IF.
            MOVE WS-QR-T-PCODE(WS-QUAR-IDX) TO WS-MAP-PCODE.
            PERFORM FIND-CUT-PARA.
            IF WS-CUT-HIT = ZERO
                GO TO CUT-ONE-QUAR-EXIT
            END-IF.
            MOVE ZERO TO WS-QUAR-HIT.
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-QUAR-COUNT OR WS-QUAR-HIT > ZERO
                IF WS-QR-T-BCODE(WS-MV-IDX) =
                    WS-QR-T-BCODE(WS-QUAR-IDX) AND
                    WS-QR-T-PCODE(WS-MV-IDX) = WS-CUT-NEW(WS-CUT-HIT)
                    MOVE WS-MV-IDX TO WS-QUAR-HIT
                END-IF
            END-PERFORM.
            MOVE "QUARANTINE" TO WS-DET-WHAT.
            MOVE WS-QR-T-BCODE(WS-QUAR-IDX) TO WS-DET-BCODE.
            MOVE WS-QR-T-QTY(WS-QUAR-IDX) TO WS-DET-QTY.
            MOVE SPACES TO WS-DET-NOTE.
            IF WS-QUAR-HIT > ZERO
                COMPUTE WS-NEW-QTY = WS-QR-T-QTY(WS-QUAR-HIT)
                    + WS-QR-T-QTY(WS-QUAR-IDX)
                IF WS-NEW-QTY > 9999999
                    MOVE "NOT MOVED - QUARANTINE PAST FIELD WIDTH"
                        TO WS-DET-NOTE
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-LEFT
                    GO TO CUT-ONE-QUAR-EXIT
                END-IF
                MOVE WS-NEW-QTY TO WS-QR-T-QTY(WS-QUAR-HIT)
                MOVE ZERO TO WS-QR-T-QTY(WS-QUAR-IDX)
            ELSE
                MOVE WS-CUT-NEW(WS-CUT-HIT)
                    TO WS-QR-T-PCODE(WS-QUAR-IDX)
            END-IF.
            PERFORM WRITE-DETAIL-PARA.
            ADD 1 TO WS-CNT-QUAR.
       CUT-ONE-QUAR-EXIT.
            EXIT.

       CUT-BACKORDER-PARA.
      *     EVERY ROW ON THE BACKORDER FILE IS OPEN DEMAND; IT FOLLOWS
      *     THE CODE SO TONIGHT'S RECEIPTS OF THE NEW CODE FILL IT.
            PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                UNTIL WS-BO-IDX > WS-BO-COUNT
                MOVE WS-BO-T-REC(WS-BO-IDX) TO BACKORDER-REC
                MOVE BO-PCODE TO WS-MAP-PCODE
                PERFORM FIND-CUT-PARA
                IF WS-CUT-HIT > ZERO
                    MOVE WS-CUT-NEW(WS-CUT-HIT) TO BO-PCODE
                    MOVE BACKORDER-REC TO WS-BO-T-REC(WS-BO-IDX)
                    MOVE "BACKORDER" TO WS-DET-WHAT
                    MOVE BO-BCODE TO WS-DET-BCODE
                    MOVE BO-QTY TO WS-DET-QTY
                    MOVE SPACES TO WS-DET-NOTE
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-BO
                END-IF
            END-PERFORM.
            IF WS-CNT-BO > ZERO
                OPEN OUTPUT BACKORDER-FILE
                PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                    UNTIL WS-BO-IDX > WS-BO-COUNT
                    MOVE WS-BO-T-REC(WS-BO-IDX) TO BACKORDER-REC
                    WRITE BACKORDER-REC
                END-PERFORM
                CLOSE BACKORDER-FILE
            END-IF.

       CUT-OPENPO-PARA.
      *     ONLY OPEN LINES MOVE -- A CLOSED LINE WAS RECEIVED UNDER
      *     THE OLD CODE AND ITS OVER/SHORT HISTORY STAYS THERE.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC
                MOVE OPO-PCODE TO WS-MAP-PCODE
                PERFORM FIND-CUT-PARA
                IF WS-CUT-HIT > ZERO AND OPO-STATUS = 'O'
                    MOVE WS-CUT-NEW(WS-CUT-HIT) TO OPO-PCODE
                    MOVE OPENPO-REC TO WS-PO-T-REC(WS-PO-IDX)
                    MOVE "PO LINE" TO WS-DET-WHAT
                    MOVE OPO-BCODE TO WS-DET-BCODE
                    MOVE OPO-ORDQTY TO WS-DET-QTY
                    MOVE SPACES TO WS-DET-NOTE
                    STRING 'PO ' DELIMITED BY SIZE
                        OPO-PONUM DELIMITED BY SIZE
                        INTO WS-DET-NOTE
                    END-STRING
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-PO
                END-IF
            END-PERFORM.
            IF WS-CNT-PO > ZERO
                OPEN OUTPUT OPENPO-FILE
                PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                    MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC
                    WRITE OPENPO-REC
                END-PERFORM
                CLOSE OPENPO-FILE
            END-IF.

       CUT-INTRANSIT-PARA.
      *     STOCK ON THE ROAD ARRIVES AS THE NEW CODE -- THE RECEIVING
      *     CONFIRMATION IS REDIRECTED BY THE PRE-EDIT, SO THE
      *     IN-TRANSIT ROW MUST BE WAITING UNDER THE SAME CODE.
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-COUNT
                MOVE WS-IT-T-REC(WS-IT-IDX) TO INTRANSIT-REC
                MOVE ITR-PCODE TO WS-MAP-PCODE
                PERFORM FIND-CUT-PARA
                IF WS-CUT-HIT > ZERO
                    MOVE WS-CUT-NEW(WS-CUT-HIT) TO ITR-PCODE
                    MOVE INTRANSIT-REC TO WS-IT-T-REC(WS-IT-IDX)
                    MOVE "IN TRANSIT" TO WS-DET-WHAT
                    MOVE ITR-FROM-BCODE TO WS-DET-BCODE
                    MOVE ITR-QTY TO WS-DET-QTY
                    MOVE SPACES TO WS-DET-NOTE
                    STRING 'TO BRANCH ' DELIMITED BY SIZE
                        ITR-TO-BCODE DELIMITED BY SIZE
                        INTO WS-DET-NOTE
                    END-STRING
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-IT
                END-IF
            END-PERFORM.
            IF WS-CNT-IT > ZERO
                OPEN OUTPUT INTRANSIT-FILE
                PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                    UNTIL WS-IT-IDX > WS-IT-COUNT
                    MOVE WS-IT-T-REC(WS-IT-IDX) TO INTRANSIT-REC
                    WRITE INTRANSIT-REC
                END-PERFORM
                CLOSE INTRANSIT-FILE
            END-IF.

       CUT-CUSTORDER-PARA.
      *     AN OPEN ORDER'S RESERVATION FOLLOWS THE STOCK TO THE NEW
      *     CODE; CLOSED ORDERS KEEP THE CODE THEY WERE TAKEN UNDER.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-OR-COUNT
                MOVE WS-OR-T-REC(WS-OR-IDX) TO CUSTORDER-REC
                MOVE COR-PCODE TO WS-MAP-PCODE
                PERFORM FIND-CUT-PARA
                IF WS-CUT-HIT > ZERO AND COR-STATUS = 'O'
                    MOVE WS-CUT-NEW(WS-CUT-HIT) TO COR-PCODE
                    MOVE CUSTORDER-REC TO WS-OR-T-REC(WS-OR-IDX)
                    MOVE "ORDER" TO WS-DET-WHAT
                    MOVE COR-BCODE TO WS-DET-BCODE
                    MOVE COR-QTY TO WS-DET-QTY
                    MOVE SPACES TO WS-DET-NOTE
                    STRING 'ORDER ' DELIMITED BY SIZE
                        COR-ORDNUM DELIMITED BY SIZE
                        INTO WS-DET-NOTE
                    END-STRING
                    PERFORM WRITE-DETAIL-PARA
                    ADD 1 TO WS-CNT-OR
                END-IF
            END-PERFORM.
            IF WS-CNT-OR > ZERO
                OPEN OUTPUT CUSTORDER-FILE
                PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                    UNTIL WS-OR-IDX > WS-OR-COUNT
                    MOVE WS-OR-T-REC(WS-OR-IDX) TO CUSTORDER-REC
                    WRITE CUSTORDER-REC
                END-PERFORM
                CLOSE CUSTORDER-FILE
            END-IF.

       WRITE-DETAIL-PARA.
      *     THE OLD AND NEW CODES COME FROM THE CUT-TABLE ROW IN HAND
      *     -- WS-CUT-IDX DURING THE BALANCE PASS, WS-CUT-HIT AFTER.
            IF WS-CUT-HIT > ZERO
                MOVE WS-CUT-OLD(WS-CUT-HIT) TO WS-DET-OLD
                MOVE WS-CUT-NEW(WS-CUT-HIT) TO WS-DET-NEW
            ELSE
                MOVE WS-CUT-OLD(WS-CUT-IDX) TO WS-DET-OLD
                MOVE WS-CUT-NEW(WS-CUT-IDX) TO WS-DET-NEW
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-TOTALS-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "BALANCES MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-BAL TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "LOT BALANCES MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-LOT TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "QUARANTINE BALANCES MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-QUAR TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "BACKORDERS MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-BO TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "OPEN PO LINES MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-PO TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "IN-TRANSIT LINES MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-IT TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "OPEN ORDERS MOVED" TO WS-CT-TEXT.
            MOVE WS-CNT-OR TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CNT-LEFT > ZERO
                MOVE "LEFT ON THE OLD CODE" TO WS-CT-TEXT
                MOVE WS-CNT-LEFT TO WS-CT-COUNT
                MOVE WS-COUNT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       LOAD-SUPERSEDE-PARA.
      *     EVERY ROW WHOSE EFFECTIVE DATE HAS COME, RESOLVED THROUGH
      *     THE SHARED LOOKUP TO THE END OF ITS CHAIN. A LOOPING CHAIN
      *     RESOLVES TO NOTHING AND IS LEFT ALONE.
            MOVE ZERO TO WS-CUT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SUPERSEDE-MASTER.
            IF WS-SUP-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SUPERSEDE-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SM-OLD-PCODE IS NUMERIC AND
                            SM-EFFDATE IS NUMERIC AND
                            SM-EFFDATE <= WS-RUN-DATE
                            PERFORM ADD-CUT-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
                CLOSE SUPERSEDE-MASTER
            END-IF.

       ADD-CUT-PARA.
            MOVE SM-OLD-PCODE TO WS-MAP-PCODE.
            PERFORM FIND-CUT-PARA.
            IF WS-CUT-HIT = ZERO AND WS-CUT-COUNT < 100
                MOVE WS-RUN-DATE TO WS-SUP-DATE
                MOVE SM-OLD-PCODE TO WS-SUP-PCODE
                CALL 'SUPERSEDE' USING WS-SUPERSEDE-REQUEST
                IF WS-SUP-RESULT = '1'
                    ADD 1 TO WS-CUT-COUNT
                    MOVE SM-OLD-PCODE TO WS-CUT-OLD(WS-CUT-COUNT)
                    MOVE WS-SUP-NEW-PCODE TO WS-CUT-NEW(WS-CUT-COUNT)
                END-IF
            END-IF.

       LOAD-LOTBAL-PARA.
            MOVE ZERO TO WS-LOT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT LOTBALANCE-FILE.
            IF WS-LBL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ LOTBALANCE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-LOT-COUNT >= MAX-LOT-COUNT
                            DISPLAY "LOT BALANCE FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-LOT-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-LOT-COUNT
                            MOVE LBL-BCODE
                                TO WS-LOT-T-BCODE(WS-LOT-COUNT)
                            MOVE LBL-PCODE
                                TO WS-LOT-T-PCODE(WS-LOT-COUNT)
                            MOVE LBL-LOT TO WS-LOT-T-LOT(WS-LOT-COUNT)
                            IF LBL-QTY IS NUMERIC
                                MOVE LBL-QTY
                                    TO WS-LOT-T-QTY(WS-LOT-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO WS-LOT-T-QTY(WS-LOT-COUNT)
                            END-IF
                            IF LBL-EXPIRY IS NUMERIC
                                MOVE LBL-EXPIRY
                                    TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LBL-STATUS = '00' OR WS-LBL-STATUS = '10'
                CLOSE LOTBALANCE-FILE
            END-IF.

       LOAD-QUARBAL-PARA.
            MOVE ZERO TO WS-QUAR-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT QUARBAL-FILE.
            IF WS-QBL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ QUARBAL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-QUAR-COUNT >= MAX-QUAR-COUNT
                            DISPLAY "QUARANTINE FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-QUAR-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-QUAR-COUNT
                            MOVE QBL-BCODE
                                TO WS-QR-T-BCODE(WS-QUAR-COUNT)
                            MOVE QBL-PCODE
                                TO WS-QR-T-PCODE(WS-QUAR-COUNT)
                            IF QBL-QTY IS NUMERIC
                                MOVE QBL-QTY
                                    TO WS-QR-T-QTY(WS-QUAR-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO WS-QR-T-QTY(WS-QUAR-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-QBL-STATUS = '00' OR WS-QBL-STATUS = '10'
                CLOSE QUARBAL-FILE
            END-IF.

       LOAD-BACKORDER-PARA.
            MOVE ZERO TO WS-BO-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BACKORDER-FILE.
            IF WS-BO-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BACKORDER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-BO-COUNT >= MAX-BO-COUNT
                            DISPLAY "BACKORDER FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-BO-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-BO-COUNT
                            MOVE BACKORDER-REC
                                TO WS-BO-T-REC(WS-BO-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BO-STATUS = '00' OR WS-BO-STATUS = '10'
                CLOSE BACKORDER-FILE
            END-IF.

       LOAD-OPENPO-PARA.
            MOVE ZERO TO WS-PO-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPENPO-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-PO-COUNT >= MAX-PO-COUNT
                            DISPLAY "OPEN PO FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-PO-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-PO-COUNT
                            MOVE OPENPO-REC
                                TO WS-PO-T-REC(WS-PO-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
                CLOSE OPENPO-FILE
            END-IF.

       LOAD-INTRANSIT-PARA.
            MOVE ZERO TO WS-IT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT INTRANSIT-FILE.
            IF WS-ITR-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ INTRANSIT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-IT-COUNT >= MAX-IT-COUNT
                            DISPLAY "IN-TRANSIT FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-IT-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-IT-COUNT
                            MOVE INTRANSIT-REC
                                TO WS-IT-T-REC(WS-IT-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ITR-STATUS = '00' OR WS-ITR-STATUS = '10'
                CLOSE INTRANSIT-FILE
            END-IF.

       LOAD-CUSTORDER-PARA.
            MOVE ZERO TO WS-OR-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CUSTORDER-FILE.
            IF WS-COR-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CUSTORDER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-OR-COUNT >= MAX-OR-COUNT
                            DISPLAY "CUSTOMER ORDER FILE EXCEEDS "
                                "TABLE CAPACITY OF " MAX-OR-COUNT
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-OR-COUNT
                            MOVE CUSTORDER-REC
                                TO WS-OR-T-REC(WS-OR-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '10'
                CLOSE CUSTORDER-FILE
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\Supersession.txt'
                TO WS-SUPERSEDE-PATH
            ACCEPT WS-SUPERSEDE-PATH
                FROM ENVIRONMENT 'SUPERSESSION_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                TO WS-BALHISTORY-PATH
            ACCEPT WS-BALHISTORY-PATH FROM ENVIRONMENT 'BALANCE_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LotBalance.txt'
                TO WS-LOTBALANCE-PATH
            ACCEPT WS-LOTBALANCE-PATH FROM ENVIRONMENT 'LOT_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\QuarBalance.txt'
                TO WS-QUARBAL-PATH
            ACCEPT WS-QUARBAL-PATH FROM ENVIRONMENT 'QUAR_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\Backorders.txt'
                TO WS-BACKORDER-FILE-PATH
            ACCEPT WS-BACKORDER-FILE-PATH
                FROM ENVIRONMENT 'BACKORDER_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
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
            MOVE 'D:\cOBOLTRAINING\CustomerOrders.txt'
                TO WS-CUSTORDER-PATH
            ACCEPT WS-CUSTORDER-PATH
                FROM ENVIRONMENT 'CUSTOMER_ORDERS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupersessionCutover.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'SUPERSESSION_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SUPERCUT.
