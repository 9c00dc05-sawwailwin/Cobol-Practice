      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: CONSIGNMENT STOCK POSTING AFTER THE ROLL-FORWARD
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- keeps the partner-owned part
      *                of every branch's balance. The balance master
      *                holds the whole on-hand quantity; this run walks
      *                the movement register COBOLRD2 printed tonight
      *                and moves the consigned buckets on
      *                ConsignBalance.txt (CONSBAL layout) in step:
      *                - an option-2 receipt that matches a line
      *                  PARTNERCONV listed on ConsignReceipts.txt
      *                  (same branch, product and quantity) is booked
      *                  to that partner;
      *                - an option-1 issue draws consigned stock
      *                  first, partner by partner in partner-id
      *                  order, and what it draws is consumption owed
      *                  to the partner;
      *                - any other movement that leaves less on hand
      *                  than the partners own draws the difference
      *                  the same way -- the stock was in our custody,
      *                  so it is owed as well;
      *                - a reversal (option 0) of a movement that
      *                  touched consigned stock puts it back (or
      *                  takes a consigned receipt back out).
      *                Each consigned movement goes on the cumulative
      *                ConsignLedger.txt (CONSLEDG layout) under the
      *                business date and register reference, priced
      *                at the product master's unit cost; GLJOURNAL
      *                leaves those units out of the journal and
      *                CONSIGNSET settles the consumption monthly. A
      *                listed receipt the register does not show is
      *                carried on the list to the next night and
      *                reported. A rerun for the same business date
      *                starts again from the opening buckets and
      *                receipt list kept on ConsignBalancePrev.txt and
      *                replaces that date's ledger lines. RETURN-CODE
      *                0 clean, 4 a receipt was left unmatched or
      *                consigned stock left by a movement other than
      *                an issue, 8 no movement register (nothing
      *                posted), 16 a table overflowed.
      * 10/15/2026 SWL Product code widened to six digits: the
      *                movement register is read at its new columns
      *                (everything after the product code four to the
      *                right, 110 wide) and the ledger work buffer
      *                follows the 48-byte CONSLEDG record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNPOST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVEMENT-REGISTER ASSIGN TO DYNAMIC
           WS-MOVEMENT-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MVR-STATUS.
           SELECT CONSIGN-RECEIPTS ASSIGN TO DYNAMIC
           WS-CONSIGN-RECEIPTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSR-STATUS.
           SELECT CONSIGN-BALANCE ASSIGN TO DYNAMIC
           WS-CONSIGN-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSB-STATUS.
           SELECT BALANCE-PREV ASSIGN TO DYNAMIC WS-BALANCE-PREV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSP-STATUS.
           SELECT CONSIGN-LEDGER ASSIGN TO DYNAMIC
           WS-CONSIGN-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSL-STATUS.
           SELECT LEDGER-TEMP ASSIGN TO DYNAMIC WS-LEDGER-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CST-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-REGISTER.
       01 MOVEMENT-LINE PIC X(110).

       FD CONSIGN-RECEIPTS.
           COPY CONSRCPT REPLACING CSR-REC-NAME BY CONSIGN-RECEIPT-REC
                                    CSR-DATE-NAME BY CSR-DATE
                                    CSR-BCODE-NAME BY CSR-BCODE
                                    CSR-PCODE-NAME BY CSR-PCODE
                                    CSR-PARTNER-NAME BY CSR-PARTNER
                                    CSR-QTY-NAME BY CSR-QTY.

       FD CONSIGN-BALANCE.
           COPY CONSBAL REPLACING CSB-REC-NAME BY CONSIGN-BALANCE-REC
                                   CSB-BCODE-NAME BY CSB-BCODE
                                   CSB-PCODE-NAME BY CSB-PCODE
                                   CSB-PARTNER-NAME BY CSB-PARTNER
                                   CSB-QTY-NAME BY CSB-QTY.

      * THE OPENING SNAPSHOT -- A 'D' LINE WITH THE BUSINESS DATE IT
      * WAS TAKEN FOR, THEN A 'B' LINE PER BUCKET (CONSBAL IMAGE) AND
      * AN 'R' LINE PER LISTED RECEIPT (CONSRCPT IMAGE).
       FD BALANCE-PREV.
       01 BALANCE-PREV-REC.
           05 CSP-TYPE PIC X(1).
           05 CSP-DATA PIC X(32).

       FD CONSIGN-LEDGER.
           COPY CONSLEDG REPLACING CSL-REC-NAME BY CONSIGN-LEDGER-REC
                                    CSL-DATE-NAME BY CSL-DATE
                                    CSL-BCODE-NAME BY CSL-BCODE
                                    CSL-PCODE-NAME BY CSL-PCODE
                                    CSL-PARTNER-NAME BY CSL-PARTNER
                                    CSL-TYPE-NAME BY CSL-TYPE
                                    CSL-OPTION-NAME BY CSL-OPTION
                                    CSL-REF-NAME BY CSL-REF
                                    CSL-QTY-NAME BY CSL-QTY
                                    CSL-COST-NAME BY CSL-COST.

       FD LEDGER-TEMP.
       01 LEDGER-TEMP-REC PIC X(48).

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME BY PM-PRODUCT-COST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MVR-STATUS PIC X(2).
       01 WS-CSR-STATUS PIC X(2).
       01 WS-CSB-STATUS PIC X(2).
       01 WS-CSP-STATUS PIC X(2).
       01 WS-CSL-STATUS PIC X(2).
       01 WS-CST-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-MOVEMENT-REGISTER-PATH PIC X(60).
       01 WS-CONSIGN-RECEIPTS-PATH PIC X(60).
       01 WS-CONSIGN-BALANCE-PATH PIC X(60).
       01 WS-BALANCE-PREV-PATH PIC X(60).
       01 WS-CONSIGN-LEDGER-PATH PIC X(60).
       01 WS-LEDGER-TEMP-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-RERUN PIC X(1) VALUE 'N'.
       01 WS-PREV-DATE-X PIC X(8).
       01 WS-LEDGER-DROPPED PIC 9(7) VALUE ZERO.

      * CONSIGNED BUCKETS, KEPT IN BRANCH/PRODUCT/PARTNER ORDER SO
      * A DRAW TAKES THE PARTNERS IN ID ORDER AND THE REWRITTEN FILE
      * COMES OUT SORTED.
       01 WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 2000 TIMES.
               10 WS-CB-KEY.
                   15 WS-CB-BCODE PIC 9(3).
                   15 WS-CB-PCODE PIC 9(6).
                   15 WS-CB-PARTNER PIC X(8).
               10 WS-CB-QTY PIC 9(7).
       01 WS-CB-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CB-COUNT PIC 9(4) VALUE 2000.
       01 WS-CB-IDX PIC 9(4).
       01 WS-CB-HIT PIC 9(4).
       01 WS-CB-MOVE PIC 9(4).
       01 WS-CB-SUB PIC 9(4).
       01 WS-NEW-KEY.
           05 WS-NEW-BCODE PIC 9(3).
           05 WS-NEW-PCODE PIC 9(6).
           05 WS-NEW-PARTNER PIC X(8).

      * THE RECEIPTS PARTNERCONV LISTED, EACH MATCHED AT MOST ONCE.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 1000 TIMES.
               10 WS-RC-IMAGE.
                   15 WS-RC-DATE PIC 9(8).
                   15 WS-RC-BCODE PIC 9(3).
                   15 WS-RC-PCODE PIC 9(6).
                   15 WS-RC-PARTNER PIC X(8).
                   15 WS-RC-QTY PIC 9(7).
               10 WS-RC-USED PIC X(1).
       01 WS-RC-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-RC-COUNT PIC 9(4) VALUE 1000.
       01 WS-RC-IDX PIC 9(4).
       01 WS-RC-HIT PIC 9(4).
       01 WS-RC-OPEN PIC 9(4) VALUE ZERO.

      * TONIGHT'S LEDGER LINES -- HELD UNTIL THE REGISTER HAS BEEN
      * WALKED SO A REVERSAL OF A MOVEMENT POSTED EARLIER TONIGHT
      * CAN FIND WHAT IT DID, THEN APPENDED TO THE LEDGER.
       01 WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 5000 TIMES.
               10 WS-LG-BCODE PIC 9(3).
               10 WS-LG-PCODE PIC 9(6).
               10 WS-LG-PARTNER PIC X(8).
               10 WS-LG-TYPE PIC X(1).
               10 WS-LG-OPTION PIC 9(1).
               10 WS-LG-REF PIC 9(7).
               10 WS-LG-QTY PIC 9(7).
               10 WS-LG-COST PIC 9(5)V99.
       01 WS-LG-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LG-COUNT PIC 9(4) VALUE 5000.
       01 WS-LG-IDX PIC 9(4).

      * WHAT THE MOVEMENT A REVERSAL BACKS OUT DID TO CONSIGNED
      * STOCK -- ONE ROW PER PARTNER IT TOUCHED.
       01 WS-OR-TABLE.
           05 WS-OR-ENTRY OCCURS 20 TIMES.
               10 WS-OR-PARTNER PIC X(8).
               10 WS-OR-TYPE PIC X(1).
               10 WS-OR-QTY PIC 9(7).
               10 WS-OR-COST PIC 9(5)V99.
       01 WS-OR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OR-IDX PIC 9(2).
       01 WS-OR-DATE PIC 9(8).

      * THE REGISTER DETAIL COLUMNS, PICKED OUT OF THE PRINT LINE
      * (THE SAME COLUMNS GLJOURNAL READS). THE QUANTITY COLUMNS ARE
      * Z-EDITED, SO LEADING SPACES ARE ZEROED BEFORE THE TEST.
       01 WS-MV-BCODE-X PIC X(3).
       01 WS-MV-PCODE-X PIC X(6).
       01 WS-MV-OPTION-X PIC X(1).
       01 WS-MV-BEFORE-X PIC X(7).
       01 WS-MV-AFTER-X PIC X(7).
       01 WS-MV-REF-X PIC X(7).
       01 WS-MV-LINK-X PIC X(7).
       01 WS-MV-BCODE PIC 9(3).
       01 WS-MV-PCODE PIC 9(6).
       01 WS-MV-OPTION PIC 9(1).
       01 WS-MV-BEFORE PIC 9(7).
       01 WS-MV-AFTER PIC 9(7).
       01 WS-MV-REF PIC 9(7).
       01 WS-MV-LINK PIC 9(7).
       01 WS-MV-QTY PIC 9(7).

       01 WS-HELD PIC 9(9).
       01 WS-DRAW-LEFT PIC 9(9).
       01 WS-DRAW-QTY PIC 9(7).
       01 WS-DRAW-TYPE PIC X(1).
       01 WS-PRODUCT-COST PIC 9(5)V99.
       01 WS-ENTRY-COST PIC 9(5)V99.

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).

       01 WS-LINES-READ PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ISSUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OTHER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVERSE-COUNT PIC 9(5) VALUE ZERO.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "BRANCH PRODUCT PARTNER  TYPE OPTION REFERENCE  QUANTITY UNIT
      -    " COST".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DET-PARTNER PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-TYPE PIC X(1).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DET-OPTION PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-REF PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-COST PIC ZZZZ9.99.
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-OPEN-LINE.
           05 FILLER PIC X(22) VALUE "RECEIPT NOT POSTED -  ".
           05 WS-OL-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE " BRANCH ".
           05 WS-OL-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-OL-PCODE PIC 9(6).
           05 FILLER PIC X(9) VALUE " PARTNER ".
           05 WS-OL-PARTNER PIC X(8).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-OL-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(19) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 SOMETHING TO LOOK
      * AT, 8 NO REGISTER (NOTHING POSTED), 16 TABLE OVERFLOW.
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
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-OPENING-PARA.
            OPEN INPUT MOVEMENT-REGISTER.
            IF WS-MVR-STATUS NOT = '00'
                DISPLAY "MOVEMENT REGISTER NOT AVAILABLE - STATUS "
                    WS-MVR-STATUS " - NOTHING POSTED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONSIGNMENT POSTING FOR " DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF WS-RERUN = 'Y'
                MOVE "RERUN - STARTED FROM THE OPENING SNAPSHOT"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-REGISTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-LINE-PARA
                END-READ
            END-PERFORM.
            CLOSE MOVEMENT-REGISTER.
            PERFORM PURGE-LEDGER-DAY-PARA.
            PERFORM WRITE-LEDGER-PARA.
            PERFORM REWRITE-BALANCE-PARA.
            PERFORM REWRITE-RECEIPTS-PARA.
            PERFORM WRITE-SUMMARY-PARA.
            CLOSE REPORT-FILE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-OPENING-PARA.
      *     A SNAPSHOT TAKEN FOR TONIGHT'S DATE MEANS THIS IS A RERUN
      *     -- THE BUCKETS AND RECEIPT LIST ON THE LIVE FILES HAVE
      *     ALREADY BEEN MOVED, SO START FROM THE SNAPSHOT. OTHERWISE
      *     LOAD THE LIVE FILES AND SNAPSHOT THEM.
            MOVE SPACES TO WS-PREV-DATE-X.
            OPEN INPUT BALANCE-PREV.
            IF WS-CSP-STATUS = '00'
                READ BALANCE-PREV
                    AT END CONTINUE
                    NOT AT END
                        IF CSP-TYPE = 'D'
                            MOVE CSP-DATA(1:8) TO WS-PREV-DATE-X
                        END-IF
                END-READ
                IF WS-PREV-DATE-X = WS-RUN-DATE
                    MOVE 'Y' TO WS-RERUN
                    PERFORM LOAD-FROM-SNAPSHOT-PARA
                END-IF
                CLOSE BALANCE-PREV
            END-IF.
            IF WS-RERUN = 'Y'
                DISPLAY "RERUN FOR " WS-RUN-DATE
                    " - STARTING FROM THE OPENING SNAPSHOT"
            ELSE
                PERFORM LOAD-LIVE-PARA
                PERFORM WRITE-SNAPSHOT-PARA
            END-IF.

       LOAD-FROM-SNAPSHOT-PARA.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BALANCE-PREV
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CSP-TYPE = 'B'
                            MOVE CSP-DATA(1:24) TO CONSIGN-BALANCE-REC
                            PERFORM TAKE-BUCKET-PARA
                        END-IF
                        IF CSP-TYPE = 'R'
                            MOVE CSP-DATA TO CONSIGN-RECEIPT-REC
                            PERFORM TAKE-RECEIPT-PARA
                        END-IF
                END-READ
            END-PERFORM.

       LOAD-LIVE-PARA.
      *     NO BALANCE FILE YET MEANS NOTHING IS CONSIGNED; NO
      *     RECEIPT LIST MEANS NO CONSIGNED RECEIPTS TONIGHT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONSIGN-BALANCE.
            IF WS-CSB-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSIGN-BALANCE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM TAKE-BUCKET-PARA
                END-READ
            END-PERFORM.
            IF WS-CSB-STATUS = '00' OR WS-CSB-STATUS = '10'
                CLOSE CONSIGN-BALANCE
            END-IF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONSIGN-RECEIPTS.
            IF WS-CSR-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSIGN-RECEIPTS
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM TAKE-RECEIPT-PARA
                END-READ
            END-PERFORM.
            IF WS-CSR-STATUS = '00' OR WS-CSR-STATUS = '10'
                CLOSE CONSIGN-RECEIPTS
            END-IF.

       TAKE-BUCKET-PARA.
            IF CSB-BCODE IS NUMERIC AND CSB-PCODE IS NUMERIC AND
                CSB-QTY IS NUMERIC AND CSB-PARTNER NOT = SPACES
                MOVE CSB-BCODE TO WS-NEW-BCODE
                MOVE CSB-PCODE TO WS-NEW-PCODE
                MOVE CSB-PARTNER TO WS-NEW-PARTNER
                PERFORM FIND-OR-ADD-BUCKET-PARA
                ADD CSB-QTY TO WS-CB-QTY(WS-CB-HIT)
            ELSE
                DISPLAY "CONSIGNED BALANCE LINE IGNORED - "
                    CONSIGN-BALANCE-REC
            END-IF.

       TAKE-RECEIPT-PARA.
            IF CSR-BCODE IS NUMERIC AND CSR-PCODE IS NUMERIC AND
                CSR-QTY IS NUMERIC AND CSR-PARTNER NOT = SPACES
                IF WS-RC-COUNT >= MAX-RC-COUNT
                    DISPLAY "CONSIGNED RECEIPTS EXCEED TABLE CAPACITY "
                        "OF " MAX-RC-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RC-COUNT
                MOVE CONSIGN-RECEIPT-REC TO WS-RC-IMAGE(WS-RC-COUNT)
                MOVE 'N' TO WS-RC-USED(WS-RC-COUNT)
            ELSE
                DISPLAY "CONSIGNED RECEIPT LINE IGNORED - "
                    CONSIGN-RECEIPT-REC
            END-IF.

       WRITE-SNAPSHOT-PARA.
            OPEN OUTPUT BALANCE-PREV.
            MOVE SPACES TO BALANCE-PREV-REC.
            MOVE 'D' TO CSP-TYPE.
            MOVE WS-RUN-DATE TO CSP-DATA(1:8).
            WRITE BALANCE-PREV-REC.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE SPACES TO BALANCE-PREV-REC
                MOVE 'B' TO CSP-TYPE
                MOVE WS-CB-BCODE(WS-CB-IDX) TO CSB-BCODE
                MOVE WS-CB-PCODE(WS-CB-IDX) TO CSB-PCODE
                MOVE WS-CB-PARTNER(WS-CB-IDX) TO CSB-PARTNER
                MOVE WS-CB-QTY(WS-CB-IDX) TO CSB-QTY
                MOVE CONSIGN-BALANCE-REC TO CSP-DATA
                WRITE BALANCE-PREV-REC
            END-PERFORM.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT
                MOVE 'R' TO CSP-TYPE
                MOVE WS-RC-IMAGE(WS-RC-IDX) TO CSP-DATA
                WRITE BALANCE-PREV-REC
            END-PERFORM.
            CLOSE BALANCE-PREV.

       POST-LINE-PARA.
      *     ONLY DETAIL LINES CARRY A NUMERIC BRANCH IN COLUMNS 1-3;
      *     PAGE LINES, HEADINGS AND SUBTOTALS DO NOT.
            MOVE MOVEMENT-LINE(1:3) TO WS-MV-BCODE-X.
            MOVE MOVEMENT-LINE(8:6) TO WS-MV-PCODE-X.
            MOVE MOVEMENT-LINE(39:1) TO WS-MV-OPTION-X.
            MOVE MOVEMENT-LINE(57:7) TO WS-MV-BEFORE-X.
            MOVE MOVEMENT-LINE(69:7) TO WS-MV-AFTER-X.
            MOVE MOVEMENT-LINE(78:7) TO WS-MV-REF-X.
            MOVE MOVEMENT-LINE(87:7) TO WS-MV-LINK-X.
            INSPECT WS-MV-BEFORE-X REPLACING LEADING SPACE BY '0'.
            INSPECT WS-MV-AFTER-X REPLACING LEADING SPACE BY '0'.
            INSPECT WS-MV-REF-X REPLACING LEADING SPACE BY '0'.
            INSPECT WS-MV-LINK-X REPLACING LEADING SPACE BY '0'.
            IF WS-MV-BCODE-X IS NUMERIC AND
                WS-MV-PCODE-X IS NUMERIC AND
                WS-MV-OPTION-X IS NUMERIC AND
                WS-MV-BEFORE-X IS NUMERIC AND
                WS-MV-AFTER-X IS NUMERIC
                ADD 1 TO WS-LINES-READ
                MOVE WS-MV-BCODE-X TO WS-MV-BCODE
                MOVE WS-MV-PCODE-X TO WS-MV-PCODE
                MOVE WS-MV-OPTION-X TO WS-MV-OPTION
                MOVE WS-MV-BEFORE-X TO WS-MV-BEFORE
                MOVE WS-MV-AFTER-X TO WS-MV-AFTER
                IF WS-MV-REF-X IS NUMERIC
                    MOVE WS-MV-REF-X TO WS-MV-REF
                ELSE
                    MOVE ZERO TO WS-MV-REF
                END-IF
                PERFORM FIND-PRODUCT-COST
                IF WS-MV-OPTION = 0 AND WS-MV-LINK-X IS NUMERIC
                    MOVE WS-MV-LINK-X TO WS-MV-LINK
                    PERFORM REVERSE-CONSIGNED-PARA
                END-IF
                IF WS-MV-OPTION = 2 AND WS-MV-AFTER > WS-MV-BEFORE
                    PERFORM MATCH-RECEIPT-PARA
                END-IF
                PERFORM SUM-HELD-PARA
                IF WS-MV-OPTION = 1 AND WS-MV-BEFORE > WS-MV-AFTER
                    AND WS-HELD > ZERO
                    COMPUTE WS-DRAW-LEFT = WS-MV-BEFORE - WS-MV-AFTER
                    IF WS-DRAW-LEFT > WS-HELD
                        MOVE WS-HELD TO WS-DRAW-LEFT
                    END-IF
                    MOVE 'I' TO WS-DRAW-TYPE
                    PERFORM DRAW-CONSIGNED-PARA
                    ADD 1 TO WS-ISSUE-COUNT
                    PERFORM SUM-HELD-PARA
                END-IF
      *         WHATEVER THE MOVEMENT, THE PARTNERS CANNOT OWN MORE
      *         THAN IS LEFT ON HAND -- OUR OWN STOCK WENT FIRST.
                IF WS-MV-AFTER < WS-HELD
                    COMPUTE WS-DRAW-LEFT = WS-HELD - WS-MV-AFTER
                    MOVE 'L' TO WS-DRAW-TYPE
                    PERFORM DRAW-CONSIGNED-PARA
                    ADD 1 TO WS-OTHER-COUNT
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-IF.

       MATCH-RECEIPT-PARA.
      *     THE FIRST LISTED RECEIPT FOR THE BRANCH AND PRODUCT WITH
      *     THE SAME QUANTITY THAT HAS NOT ALREADY BEEN MATCHED.
            COMPUTE WS-MV-QTY = WS-MV-AFTER - WS-MV-BEFORE.
            MOVE ZERO TO WS-RC-HIT.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-HIT > ZERO
                IF WS-RC-USED(WS-RC-IDX) = 'N' AND
                    WS-RC-BCODE(WS-RC-IDX) = WS-MV-BCODE AND
                    WS-RC-PCODE(WS-RC-IDX) = WS-MV-PCODE AND
                    WS-RC-QTY(WS-RC-IDX) = WS-MV-QTY
                    MOVE WS-RC-IDX TO WS-RC-HIT
                END-IF
            END-PERFORM.
            IF WS-RC-HIT > ZERO
                MOVE 'Y' TO WS-RC-USED(WS-RC-HIT)
                MOVE WS-MV-BCODE TO WS-NEW-BCODE
                MOVE WS-MV-PCODE TO WS-NEW-PCODE
                MOVE WS-RC-PARTNER(WS-RC-HIT) TO WS-NEW-PARTNER
                PERFORM FIND-OR-ADD-BUCKET-PARA
                ADD WS-MV-QTY TO WS-CB-QTY(WS-CB-HIT)
                MOVE WS-PRODUCT-COST TO WS-ENTRY-COST
                MOVE WS-MV-QTY TO WS-DRAW-QTY
                MOVE 'R' TO WS-DRAW-TYPE
                PERFORM ADD-LEDGER-PARA
                ADD 1 TO WS-RECEIPT-COUNT
            END-IF.

       DRAW-CONSIGNED-PARA.
      *     TAKES WS-DRAW-LEFT UNITS FROM THE BRANCH/PRODUCT'S
      *     BUCKETS IN PARTNER ORDER, ONE LEDGER LINE PER PARTNER.
            MOVE WS-PRODUCT-COST TO WS-ENTRY-COST.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT OR WS-DRAW-LEFT = ZERO
                IF WS-CB-BCODE(WS-CB-IDX) = WS-MV-BCODE AND
                    WS-CB-PCODE(WS-CB-IDX) = WS-MV-PCODE AND
                    WS-CB-QTY(WS-CB-IDX) > ZERO
                    IF WS-CB-QTY(WS-CB-IDX) < WS-DRAW-LEFT
                        MOVE WS-CB-QTY(WS-CB-IDX) TO WS-DRAW-QTY
                    ELSE
                        MOVE WS-DRAW-LEFT TO WS-DRAW-QTY
                    END-IF
                    SUBTRACT WS-DRAW-QTY FROM WS-CB-QTY(WS-CB-IDX)
                    SUBTRACT WS-DRAW-QTY FROM WS-DRAW-LEFT
                    MOVE WS-CB-PARTNER(WS-CB-IDX) TO WS-NEW-PARTNER
                    PERFORM ADD-LEDGER-PARA
                END-IF
            END-PERFORM.

       REVERSE-CONSIGNED-PARA.
      *     FIND WHAT THE BACKED-OUT MOVEMENT DID TO CONSIGNED STOCK
      *     -- TONIGHT'S LINES FIRST, THEN THE LATEST DATE ON THE
      *     LEDGER UNDER THE SAME BRANCH, PRODUCT AND REFERENCE -- AND
      *     UNDO IT PARTNER BY PARTNER.
            MOVE ZERO TO WS-OR-COUNT.
            PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                UNTIL WS-LG-IDX > WS-LG-COUNT
                IF WS-LG-BCODE(WS-LG-IDX) = WS-MV-BCODE AND
                    WS-LG-PCODE(WS-LG-IDX) = WS-MV-PCODE AND
                    WS-LG-REF(WS-LG-IDX) = WS-MV-LINK AND
                    (WS-LG-TYPE(WS-LG-IDX) = 'R' OR
                     WS-LG-TYPE(WS-LG-IDX) = 'I' OR
                     WS-LG-TYPE(WS-LG-IDX) = 'L') AND
                    WS-OR-COUNT < 20
                    ADD 1 TO WS-OR-COUNT
                    MOVE WS-LG-PARTNER(WS-LG-IDX)
                        TO WS-OR-PARTNER(WS-OR-COUNT)
                    MOVE WS-LG-TYPE(WS-LG-IDX)
                        TO WS-OR-TYPE(WS-OR-COUNT)
                    MOVE WS-LG-QTY(WS-LG-IDX)
                        TO WS-OR-QTY(WS-OR-COUNT)
                    MOVE WS-LG-COST(WS-LG-IDX)
                        TO WS-OR-COST(WS-OR-COUNT)
                END-IF
            END-PERFORM.
            IF WS-OR-COUNT = ZERO
                PERFORM SCAN-LEDGER-ORIGINAL-PARA
            END-IF.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-OR-COUNT
                MOVE WS-MV-BCODE TO WS-NEW-BCODE
                MOVE WS-MV-PCODE TO WS-NEW-PCODE
                MOVE WS-OR-PARTNER(WS-OR-IDX) TO WS-NEW-PARTNER
                MOVE WS-OR-COST(WS-OR-IDX) TO WS-ENTRY-COST
                PERFORM FIND-OR-ADD-BUCKET-PARA
                IF WS-OR-TYPE(WS-OR-IDX) = 'R'
                    IF WS-CB-QTY(WS-CB-HIT) < WS-OR-QTY(WS-OR-IDX)
                        MOVE WS-CB-QTY(WS-CB-HIT) TO WS-DRAW-QTY
                    ELSE
                        MOVE WS-OR-QTY(WS-OR-IDX) TO WS-DRAW-QTY
                    END-IF
                    SUBTRACT WS-DRAW-QTY FROM WS-CB-QTY(WS-CB-HIT)
                    MOVE 'Y' TO WS-DRAW-TYPE
                ELSE
                    MOVE WS-OR-QTY(WS-OR-IDX) TO WS-DRAW-QTY
                    ADD WS-DRAW-QTY TO WS-CB-QTY(WS-CB-HIT)
                    MOVE 'X' TO WS-DRAW-TYPE
                END-IF
                IF WS-DRAW-QTY > ZERO
                    PERFORM ADD-LEDGER-PARA
                END-IF
            END-PERFORM.
            IF WS-OR-COUNT > ZERO
                ADD 1 TO WS-REVERSE-COUNT
            END-IF.

       SCAN-LEDGER-ORIGINAL-PARA.
      *     TONIGHT'S DATE HAS NOT BEEN WRITTEN TO THE LEDGER YET, SO
      *     EVERYTHING FOUND HERE IS FROM AN EARLIER NIGHT. A LATER
      *     DATE UNDER THE SAME REFERENCE REPLACES AN EARLIER ONE.
            MOVE ZERO TO WS-OR-DATE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONSIGN-LEDGER.
            IF WS-CSL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSIGN-LEDGER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CSL-BCODE = WS-MV-BCODE AND
                            CSL-PCODE = WS-MV-PCODE AND
                            CSL-REF = WS-MV-LINK AND
                            CSL-DATE NOT = WS-RUN-DATE AND
                            (CSL-TYPE = 'R' OR CSL-TYPE = 'I' OR
                             CSL-TYPE = 'L')
                            PERFORM TAKE-ORIGINAL-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CSL-STATUS = '00' OR WS-CSL-STATUS = '10'
                CLOSE CONSIGN-LEDGER
            END-IF.
            MOVE 'N' TO WS-EOF.

       TAKE-ORIGINAL-PARA.
            IF CSL-DATE > WS-OR-DATE
                MOVE ZERO TO WS-OR-COUNT
                MOVE CSL-DATE TO WS-OR-DATE
            END-IF.
            IF CSL-DATE = WS-OR-DATE AND WS-OR-COUNT < 20
                ADD 1 TO WS-OR-COUNT
                MOVE CSL-PARTNER TO WS-OR-PARTNER(WS-OR-COUNT)
                MOVE CSL-TYPE TO WS-OR-TYPE(WS-OR-COUNT)
                MOVE CSL-QTY TO WS-OR-QTY(WS-OR-COUNT)
                MOVE CSL-COST TO WS-OR-COST(WS-OR-COUNT)
            END-IF.

       SUM-HELD-PARA.
            MOVE ZERO TO WS-HELD.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT
                IF WS-CB-BCODE(WS-CB-IDX) = WS-MV-BCODE AND
                    WS-CB-PCODE(WS-CB-IDX) = WS-MV-PCODE
                    ADD WS-CB-QTY(WS-CB-IDX) TO WS-HELD
                END-IF
            END-PERFORM.

       FIND-OR-ADD-BUCKET-PARA.
      *     WS-CB-HIT ENDS POINTING AT THE BUCKET FOR WS-NEW-KEY,
      *     INSERTED IN KEY ORDER WITH A ZERO QUANTITY IF NEW.
            MOVE ZERO TO WS-CB-HIT.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT OR WS-CB-HIT > ZERO
                IF WS-CB-KEY(WS-CB-IDX) = WS-NEW-KEY
                    MOVE WS-CB-IDX TO WS-CB-HIT
                END-IF
            END-PERFORM.
            IF WS-CB-HIT = ZERO
                IF WS-CB-COUNT >= MAX-CB-COUNT
                    DISPLAY "CONSIGNED BUCKETS EXCEED TABLE CAPACITY "
                        "OF " MAX-CB-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-CB-COUNT TO WS-CB-MOVE
                ADD 1 TO WS-CB-COUNT
                PERFORM UNTIL WS-CB-MOVE < 1 OR
                    WS-CB-KEY(WS-CB-MOVE) < WS-NEW-KEY
                    COMPUTE WS-CB-SUB = WS-CB-MOVE + 1
                    MOVE WS-CB-ENTRY(WS-CB-MOVE)
                        TO WS-CB-ENTRY(WS-CB-SUB)
                    SUBTRACT 1 FROM WS-CB-MOVE
                END-PERFORM
                COMPUTE WS-CB-HIT = WS-CB-MOVE + 1
                MOVE WS-NEW-KEY TO WS-CB-KEY(WS-CB-HIT)
                MOVE ZERO TO WS-CB-QTY(WS-CB-HIT)
            END-IF.

       ADD-LEDGER-PARA.
            IF WS-LG-COUNT >= MAX-LG-COUNT
                DISPLAY "CONSIGNED MOVEMENTS EXCEED TABLE CAPACITY OF "
                    MAX-LG-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LG-COUNT.
            MOVE WS-MV-BCODE TO WS-LG-BCODE(WS-LG-COUNT).
            MOVE WS-MV-PCODE TO WS-LG-PCODE(WS-LG-COUNT).
            MOVE WS-NEW-PARTNER TO WS-LG-PARTNER(WS-LG-COUNT).
            MOVE WS-DRAW-TYPE TO WS-LG-TYPE(WS-LG-COUNT).
            MOVE WS-MV-OPTION TO WS-LG-OPTION(WS-LG-COUNT).
            MOVE WS-MV-REF TO WS-LG-REF(WS-LG-COUNT).
            MOVE WS-DRAW-QTY TO WS-LG-QTY(WS-LG-COUNT).
            MOVE WS-ENTRY-COST TO WS-LG-COST(WS-LG-COUNT).
            MOVE WS-MV-BCODE TO WS-DET-BCODE.
            MOVE WS-MV-PCODE TO WS-DET-PCODE.
            MOVE WS-NEW-PARTNER TO WS-DET-PARTNER.
            MOVE WS-DRAW-TYPE TO WS-DET-TYPE.
            MOVE WS-MV-OPTION TO WS-DET-OPTION.
            MOVE WS-MV-REF TO WS-DET-REF.
            MOVE WS-DRAW-QTY TO WS-DET-QTY.
            MOVE WS-ENTRY-COST TO WS-DET-COST.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       PURGE-LEDGER-DAY-PARA.
      *     A RERUN FOR A DATE REPLACES THAT DATE'S LINES ON THE
      *     LEDGER: EVERY OTHER DATE'S LINES ARE COPIED ASIDE, AND
      *     ONLY IF SOMETHING WAS DROPPED IS THE COPY PUT BACK OVER
      *     THE LIVE FILE. NO LEDGER YET IS NOT AN ERROR.
            MOVE ZERO TO WS-LEDGER-DROPPED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONSIGN-LEDGER.
            IF WS-CSL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                OPEN OUTPUT LEDGER-TEMP
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSIGN-LEDGER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CSL-DATE = WS-RUN-DATE
                            ADD 1 TO WS-LEDGER-DROPPED
                        ELSE
                            MOVE CONSIGN-LEDGER-REC TO LEDGER-TEMP-REC
                            WRITE LEDGER-TEMP-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CSL-STATUS = '00' OR WS-CSL-STATUS = '10'
                CLOSE CONSIGN-LEDGER LEDGER-TEMP
                IF WS-LEDGER-DROPPED > ZERO
                    DISPLAY "RERUN FOR " WS-RUN-DATE " - "
                        WS-LEDGER-DROPPED
                        " EARLIER LEDGER LINES REPLACED"
                    PERFORM RESTORE-LEDGER-PARA
                END-IF
            END-IF.

       RESTORE-LEDGER-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT LEDGER-TEMP.
            OPEN OUTPUT CONSIGN-LEDGER.
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEDGER-TEMP
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE LEDGER-TEMP-REC TO CONSIGN-LEDGER-REC
                        WRITE CONSIGN-LEDGER-REC
                END-READ
            END-PERFORM.
            CLOSE LEDGER-TEMP CONSIGN-LEDGER.

       WRITE-LEDGER-PARA.
            OPEN EXTEND CONSIGN-LEDGER.
            IF WS-CSL-STATUS NOT = '00'
                OPEN OUTPUT CONSIGN-LEDGER
            END-IF.
            PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                UNTIL WS-LG-IDX > WS-LG-COUNT
                MOVE WS-RUN-DATE TO CSL-DATE
                MOVE WS-LG-BCODE(WS-LG-IDX) TO CSL-BCODE
                MOVE WS-LG-PCODE(WS-LG-IDX) TO CSL-PCODE
                MOVE WS-LG-PARTNER(WS-LG-IDX) TO CSL-PARTNER
                MOVE WS-LG-TYPE(WS-LG-IDX) TO CSL-TYPE
                MOVE WS-LG-OPTION(WS-LG-IDX) TO CSL-OPTION
                MOVE WS-LG-REF(WS-LG-IDX) TO CSL-REF
                MOVE WS-LG-QTY(WS-LG-IDX) TO CSL-QTY
                MOVE WS-LG-COST(WS-LG-IDX) TO CSL-COST
                WRITE CONSIGN-LEDGER-REC
            END-PERFORM.
            CLOSE CONSIGN-LEDGER.

       REWRITE-BALANCE-PARA.
      *     AN EMPTIED BUCKET IS DROPPED -- NO LINE MEANS OWN STOCK.
            OPEN OUTPUT CONSIGN-BALANCE.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT
                IF WS-CB-QTY(WS-CB-IDX) > ZERO
                    MOVE WS-CB-BCODE(WS-CB-IDX) TO CSB-BCODE
                    MOVE WS-CB-PCODE(WS-CB-IDX) TO CSB-PCODE
                    MOVE WS-CB-PARTNER(WS-CB-IDX) TO CSB-PARTNER
                    MOVE WS-CB-QTY(WS-CB-IDX) TO CSB-QTY
                    WRITE CONSIGN-BALANCE-REC
                END-IF
            END-PERFORM.
            CLOSE CONSIGN-BALANCE.

       REWRITE-RECEIPTS-PARA.
      *     MATCHED RECEIPTS COME OFF THE LIST; ONE THE REGISTER DID
      *     NOT SHOW (HELD BY THE PRE-EDIT, OR STILL UNMATCHED) STAYS
      *     ON IT FOR TOMORROW AND IS REPORTED.
            MOVE ZERO TO WS-RC-OPEN.
            OPEN OUTPUT CONSIGN-RECEIPTS.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT
                IF WS-RC-USED(WS-RC-IDX) = 'N'
                    ADD 1 TO WS-RC-OPEN
                    MOVE WS-RC-IMAGE(WS-RC-IDX) TO CONSIGN-RECEIPT-REC
                    WRITE CONSIGN-RECEIPT-REC
                    MOVE WS-RC-DATE(WS-RC-IDX) TO WS-OL-DATE
                    MOVE WS-RC-BCODE(WS-RC-IDX) TO WS-OL-BCODE
                    MOVE WS-RC-PCODE(WS-RC-IDX) TO WS-OL-PCODE
                    MOVE WS-RC-PARTNER(WS-RC-IDX) TO WS-OL-PARTNER
                    MOVE WS-RC-QTY(WS-RC-IDX) TO WS-OL-QTY
                    MOVE WS-OPEN-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.
            CLOSE CONSIGN-RECEIPTS.
            IF WS-RC-OPEN > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       WRITE-SUMMARY-PARA.
            MOVE SPACES TO REPORT-LINE.
            STRING 'REGISTER LINES ' DELIMITED BY SIZE
                WS-LINES-READ DELIMITED BY SIZE
                ' RECEIPTS ' DELIMITED BY SIZE
                WS-RECEIPT-COUNT DELIMITED BY SIZE
                ' ISSUES ' DELIMITED BY SIZE
                WS-ISSUE-COUNT DELIMITED BY SIZE
                ' OTHER ' DELIMITED BY SIZE
                WS-OTHER-COUNT DELIMITED BY SIZE
                ' REVERSALS ' DELIMITED BY SIZE
                WS-REVERSE-COUNT DELIMITED BY SIZE
                ' OPEN ' DELIMITED BY SIZE
                WS-RC-OPEN DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.

       FIND-PRODUCT-COST.
            MOVE ZERO TO WS-PRODUCT-COST.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-MV-PCODE
                        MOVE WS-PR-COST(WS-PR-INX)
                            TO WS-PRODUCT-COST
                END-SEARCH
            END-IF.

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END PERFORM ADD-PRODUCT-ENTRY
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
            IF PM-PRODUCT-COST IS NUMERIC
                MOVE PM-PRODUCT-COST TO WS-PR-COST(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-COST(WS-PR-SUB)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\MovementRegister.txt'
                TO WS-MOVEMENT-REGISTER-PATH
            ACCEPT WS-MOVEMENT-REGISTER-PATH
                FROM ENVIRONMENT 'MOVEMENT_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignReceipts.txt'
                TO WS-CONSIGN-RECEIPTS-PATH
            ACCEPT WS-CONSIGN-RECEIPTS-PATH
                FROM ENVIRONMENT 'CONSIGN_RECEIPTS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignBalance.txt'
                TO WS-CONSIGN-BALANCE-PATH
            ACCEPT WS-CONSIGN-BALANCE-PATH
                FROM ENVIRONMENT 'CONSIGN_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignBalancePrev.txt'
                TO WS-BALANCE-PREV-PATH
            ACCEPT WS-BALANCE-PREV-PATH
                FROM ENVIRONMENT 'CONSIGN_BALANCE_PREV'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignLedger.txt'
                TO WS-CONSIGN-LEDGER-PATH
            ACCEPT WS-CONSIGN-LEDGER-PATH
                FROM ENVIRONMENT 'CONSIGN_LEDGER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignLedger.tmp'
                TO WS-LEDGER-TEMP-PATH
            ACCEPT WS-LEDGER-TEMP-PATH
                FROM ENVIRONMENT 'CONSIGN_LEDGER_TEMP'
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
            MOVE 'D:\cOBOLTRAINING\ConsignPostReport.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'CONSIGN_POST_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CONSIGNPOST.
