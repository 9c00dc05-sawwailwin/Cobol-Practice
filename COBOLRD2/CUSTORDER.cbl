      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: CUSTOMER ORDER ENTRY WITH STOCK RESERVATION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- a branch promising stock to
      *                a customer had nothing to stop the same units
      *                being issued to someone else before collection.
      *                The counter session now keeps the promise on
      *                CustomerOrders.txt (CUSTORD layout):
      *                1 ENTER  - branch, product, quantity, promised
      *                           date and customer reference. The
      *                           order is taken only when the
      *                           quantity fits the available-to-
      *                           promise figure (on-hand from the
      *                           balance master less every open
      *                           order already reserved against the
      *                           branch/product); it is saved open
      *                           ('O') and holds that reservation.
      *                2 FULFIL - the customer collects: an option-1
      *                           issue for the order's branch,
      *                           product and quantity, reason 'ORD',
      *                           goes to OrderIssueTran.txt for the
      *                           next nightly run (the same way
      *                           BRANCHLIFE hands its close-out
      *                           transfers over) and the order is
      *                           closed 'F', releasing the
      *                           reservation.
      *                3 CANCEL - the order is closed 'C' and the
      *                           reservation released.
      *                4 LIST   - every open order for a branch.
      *                Expired orders are released by the nightly
      *                ORDERSWEEP. The session checks the shared
      *                FILELOCK registry at startup and refuses while
      *                the roll-forward holds the balance master, the
      *                same as BALINQUIRY. RETURN-CODE 12 refused, 16
      *                the order file is larger than its table.
      * 10/15/2026 SWL The order-issue records written in the
      *                TDYTRAN layout carry a blank unit code
      *                (eaches) and a zero lot expiry date, now
      *                that the shared layout includes both.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; the product is now keyed as six
      *                digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTORDER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
           SELECT ORDER-ISSUE ASSIGN TO DYNAMIC WS-ORDER-ISSUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OIS-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
           COPY CUSTORD REPLACING COR-REC-NAME BY ORDER-REC
                                   COR-ORDNUM-NAME BY COR-ORDNUM
                                   COR-BCODE-NAME BY COR-BCODE
                                   COR-PCODE-NAME BY COR-PCODE
                                   COR-QTY-NAME BY COR-QTY
                                   COR-PROMDATE-NAME BY COR-PROMDATE
                                   COR-STATUS-NAME BY COR-STATUS
                                   COR-CUSTREF-NAME BY COR-CUSTREF
                                   COR-ENTDATE-NAME BY COR-ENTDATE
                                   COR-CLOSEDATE-NAME BY COR-CLOSEDATE.

       FD ORDER-ISSUE.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY ORDER-ISSUE-REC
                                   TDN-BCODE-NAME BY OIS-BCODE
                                   TDN-PCODE-NAME BY OIS-PCODE
                                   TDN-OPTION-NAME BY OIS-OPTION
                                   TDN-QTY-NAME BY OIS-QTY
                                   TDN-TOBR-NAME BY OIS-TOBR
                                   TDN-REASON-NAME BY OIS-REASON
                                   TDN-LOT-NAME BY OIS-LOT
                                   TDN-UNIT-NAME BY OIS-UNIT
                                   TDN-EXPIRY-NAME BY OIS-EXPIRY.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT.

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

       WORKING-STORAGE SECTION.
       01 WS-COR-STATUS PIC X(2).
       01 WS-OIS-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-ORDER-PATH PIC X(60).
       01 WS-ORDER-ISSUE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).

       01 WS-AGAIN PIC A(3) VALUE 'YES'.
       01 WS-MENU-CHOICE PIC X(1).
       01 WS-IN-BCODE-X PIC X(3).
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-PCODE-X PIC X(6).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-IN-QTY PIC 9(7).
       01 WS-IN-DATE-X PIC X(8).
       01 WS-IN-DATE PIC 9(8).
       01 WS-IN-CUSTREF PIC X(12).
       01 WS-IN-ORDNUM PIC 9(6).
       01 WS-CONFIRM PIC X(1).

      * FILE-LOCK CHECK PASSED TO THE SHARED FILELOCK SUBPROGRAM --
      * WHILE THE ROLL-FORWARD HOLDS THE BALANCE MASTER, NO ORDER CAN
      * BE PROMISED AGAINST A BALANCE BEING REWRITTEN.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'CUSTORD'.
           05 WS-FL-RESULT PIC X(1).

      * THE WHOLE ORDER FILE IN STORAGE -- IT IS REWRITTEN AFTER
      * EVERY CHANGE, SO AN OVERFLOWING LOAD MUST NEVER SAVE.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 5000 TIMES.
               10 WS-OR-ORDNUM PIC 9(6).
               10 WS-OR-BCODE PIC 9(3).
               10 WS-OR-PCODE PIC 9(6).
               10 WS-OR-QTY PIC 9(7).
               10 WS-OR-PROMDATE PIC 9(8).
               10 WS-OR-STATUS PIC X(1).
               10 WS-OR-CUSTREF PIC X(12).
               10 WS-OR-ENTDATE PIC 9(8).
               10 WS-OR-CLOSEDATE PIC 9(8).
       01 WS-ORDER-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-ORDER-COUNT PIC 9(4) VALUE 5000.
       01 WS-OR-IDX PIC 9(4).
       01 WS-OR-HIT PIC 9(4).
       01 WS-ORDER-EOF PIC A(1) VALUE 'N'.
       01 WS-NEXT-ORDNUM PIC 9(6) VALUE ZERO.

       01 WS-ON-HAND PIC 9(7).
       01 WS-RESERVED PIC 9(9).
       01 WS-ATP PIC S9(9).
       01 WS-LIST-COUNT PIC 9(4).

      * LOOKUP TABLES KEPT IN CODE ORDER BY SORTED INSERTION AND
      * SEARCHED WITH A BINARY SEARCH, THE SAME AS BALINQUIRY.
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
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-BRANCH-NAME PIC X(20).
       01 WS-BRANCH-FOUND PIC X(1).

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
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRODUCT-DESC PIC X(20).
       01 WS-PRODUCT-FOUND PIC X(1).

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
            MOVE 'CHECK' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "NIGHTLY RUN IN PROGRESS - TRY AGAIN WHEN "
                    "THE ROLL-FORWARD HAS FINISHED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-ORDERS-PARA.
            PERFORM MENU-PARA UNTIL WS-AGAIN NOT = 'YES'.
            STOP RUN.

       MENU-PARA.
            DISPLAY "CUSTOMER ORDERS - BUSINESS DATE " WS-RUN-DATE.
            DISPLAY "  1 ENTER ORDER".
            DISPLAY "  2 FULFIL ORDER".
            DISPLAY "  3 CANCEL ORDER".
            DISPLAY "  4 LIST OPEN ORDERS FOR A BRANCH".
            DISPLAY "  9 EXIT".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN '1'
                    PERFORM ENTER-ORDER-PARA THRU ENTER-ORDER-EXIT
                WHEN '2'
                    PERFORM FULFIL-ORDER-PARA THRU FULFIL-ORDER-EXIT
                WHEN '3'
                    PERFORM CANCEL-ORDER-PARA THRU CANCEL-ORDER-EXIT
                WHEN '4'
                    PERFORM LIST-ORDERS-PARA THRU LIST-ORDERS-EXIT
                WHEN '9'
                    MOVE 'NO' TO WS-AGAIN
                WHEN OTHER
                    DISPLAY "INVALID CHOICE - ENTER 1, 2, 3, 4 OR 9"
            END-EVALUATE.

       ENTER-ORDER-PARA.
            DISPLAY "ENTER BRANCH CODE".
            ACCEPT WS-IN-BCODE-X.
            IF WS-IN-BCODE-X IS NOT NUMERIC
                DISPLAY "INVALID BRANCH - ENTER A 3-DIGIT CODE"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            MOVE WS-IN-BCODE-X TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            IF WS-BRANCH-FOUND NOT = 'Y'
                DISPLAY "BRANCH " WS-IN-BCODE " NOT ON THE BRANCH "
                    "MASTER OR INACTIVE"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            DISPLAY "ENTER PRODUCT CODE".
            ACCEPT WS-IN-PCODE-X.
            IF WS-IN-PCODE-X IS NOT NUMERIC
                DISPLAY "INVALID PRODUCT - ENTER A 6-DIGIT CODE"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            MOVE WS-IN-PCODE-X TO WS-IN-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            IF WS-PRODUCT-FOUND NOT = 'Y'
                DISPLAY "PRODUCT " WS-IN-PCODE " NOT ON THE PRODUCT "
                    "MASTER OR INACTIVE"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            DISPLAY "ENTER QUANTITY".
            ACCEPT WS-IN-QTY.
            IF WS-IN-QTY = ZERO
                DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            DISPLAY "ENTER PROMISED DATE YYYYMMDD".
            ACCEPT WS-IN-DATE-X.
            IF WS-IN-DATE-X IS NOT NUMERIC
                DISPLAY "INVALID DATE - ENTER YYYYMMDD"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            MOVE WS-IN-DATE-X TO WS-IN-DATE.
            IF WS-IN-DATE < WS-RUN-DATE
                DISPLAY "PROMISED DATE IS BEFORE THE BUSINESS DATE "
                    WS-RUN-DATE
                GO TO ENTER-ORDER-EXIT
            END-IF.
            DISPLAY "ENTER CUSTOMER REFERENCE".
            ACCEPT WS-IN-CUSTREF.
            PERFORM COMPUTE-ATP-PARA.
            DISPLAY "  BRANCH  " WS-IN-BCODE " " WS-BRANCH-NAME.
            DISPLAY "  PRODUCT " WS-IN-PCODE "  " WS-PRODUCT-DESC.
            DISPLAY "  ON HAND " WS-ON-HAND "  RESERVED " WS-RESERVED
                "  AVAILABLE TO PROMISE " WS-ATP.
            IF WS-IN-QTY > WS-ATP
                DISPLAY "ORDER REFUSED - QUANTITY " WS-IN-QTY
                    " EXCEEDS AVAILABLE TO PROMISE"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            IF WS-ORDER-COUNT >= MAX-ORDER-COUNT
                DISPLAY "ORDER FILE IS FULL AT " MAX-ORDER-COUNT
                    " ORDERS - RUN ORDERSWEEP AND HOUSEKEEPING"
                GO TO ENTER-ORDER-EXIT
            END-IF.
            ADD 1 TO WS-NEXT-ORDNUM.
            ADD 1 TO WS-ORDER-COUNT.
            MOVE WS-NEXT-ORDNUM TO WS-OR-ORDNUM(WS-ORDER-COUNT).
            MOVE WS-IN-BCODE TO WS-OR-BCODE(WS-ORDER-COUNT).
            MOVE WS-IN-PCODE TO WS-OR-PCODE(WS-ORDER-COUNT).
            MOVE WS-IN-QTY TO WS-OR-QTY(WS-ORDER-COUNT).
            MOVE WS-IN-DATE TO WS-OR-PROMDATE(WS-ORDER-COUNT).
            MOVE 'O' TO WS-OR-STATUS(WS-ORDER-COUNT).
            MOVE WS-IN-CUSTREF TO WS-OR-CUSTREF(WS-ORDER-COUNT).
            MOVE WS-RUN-DATE TO WS-OR-ENTDATE(WS-ORDER-COUNT).
            MOVE ZERO TO WS-OR-CLOSEDATE(WS-ORDER-COUNT).
            PERFORM SAVE-ORDERS-PARA.
            DISPLAY "ORDER " WS-NEXT-ORDNUM " TAKEN - " WS-IN-QTY
                " RESERVED FOR " WS-IN-DATE.
       ENTER-ORDER-EXIT.
            EXIT.

       FULFIL-ORDER-PARA.
            PERFORM FIND-ORDER-PARA THRU FIND-ORDER-EXIT.
            IF WS-OR-HIT = ZERO
                GO TO FULFIL-ORDER-EXIT
            END-IF.
            DISPLAY "FULFIL ORDER " WS-IN-ORDNUM " (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "ORDER " WS-IN-ORDNUM " NOT CHANGED"
                GO TO FULFIL-ORDER-EXIT
            END-IF.
      *     THE ISSUE IS APPENDED FOR THE NEXT NIGHTLY RUN; REASON
      *     'ORD' TELLS THE ROLL-FORWARD THE UNITS WERE THE ORDER'S
      *     OWN RESERVATION, NOT FREE STOCK.
            OPEN EXTEND ORDER-ISSUE.
            IF WS-OIS-STATUS = '35'
                OPEN OUTPUT ORDER-ISSUE
            END-IF.
            IF WS-OIS-STATUS NOT = '00'
                DISPLAY "ORDER ISSUE FILE NOT AVAILABLE - STATUS "
                    WS-OIS-STATUS " - ORDER NOT FULFILLED"
                GO TO FULFIL-ORDER-EXIT
            END-IF.
            MOVE WS-OR-BCODE(WS-OR-HIT) TO OIS-BCODE.
            MOVE WS-OR-PCODE(WS-OR-HIT) TO OIS-PCODE.
            MOVE 1 TO OIS-OPTION.
            MOVE WS-OR-QTY(WS-OR-HIT) TO OIS-QTY.
            MOVE ZERO TO OIS-TOBR.
            MOVE 'ORD' TO OIS-REASON.
            MOVE SPACES TO OIS-LOT.
            MOVE SPACES TO OIS-UNIT.
            MOVE ZERO TO OIS-EXPIRY.
            WRITE ORDER-ISSUE-REC.
            CLOSE ORDER-ISSUE.
            MOVE 'F' TO WS-OR-STATUS(WS-OR-HIT).
            MOVE WS-RUN-DATE TO WS-OR-CLOSEDATE(WS-OR-HIT).
            PERFORM SAVE-ORDERS-PARA.
            DISPLAY "ORDER " WS-IN-ORDNUM " FULFILLED - ISSUE OF "
                WS-OR-QTY(WS-OR-HIT) " WRITTEN, RESERVATION RELEASED".
       FULFIL-ORDER-EXIT.
            EXIT.

       CANCEL-ORDER-PARA.
            PERFORM FIND-ORDER-PARA THRU FIND-ORDER-EXIT.
            IF WS-OR-HIT = ZERO
                GO TO CANCEL-ORDER-EXIT
            END-IF.
            DISPLAY "CANCEL ORDER " WS-IN-ORDNUM " (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "ORDER " WS-IN-ORDNUM " NOT CHANGED"
                GO TO CANCEL-ORDER-EXIT
            END-IF.
            MOVE 'C' TO WS-OR-STATUS(WS-OR-HIT).
            MOVE WS-RUN-DATE TO WS-OR-CLOSEDATE(WS-OR-HIT).
            PERFORM SAVE-ORDERS-PARA.
            DISPLAY "ORDER " WS-IN-ORDNUM
                " CANCELLED - RESERVATION RELEASED".
       CANCEL-ORDER-EXIT.
            EXIT.

       FIND-ORDER-PARA.
      *     ONLY AN OPEN ORDER CAN BE FULFILLED OR CANCELLED -- A
      *     CLOSED ONE IS SHOWN WITH ITS STATUS AND LEFT ALONE.
            MOVE ZERO TO WS-OR-HIT.
            DISPLAY "ENTER ORDER NUMBER".
            ACCEPT WS-IN-ORDNUM.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT OR WS-OR-HIT > ZERO
                IF WS-OR-ORDNUM(WS-OR-IDX) = WS-IN-ORDNUM
                    MOVE WS-OR-IDX TO WS-OR-HIT
                END-IF
            END-PERFORM.
            IF WS-OR-HIT = ZERO
                DISPLAY "ORDER " WS-IN-ORDNUM " NOT ON FILE"
                GO TO FIND-ORDER-EXIT
            END-IF.
            MOVE WS-OR-BCODE(WS-OR-HIT) TO WS-IN-BCODE.
            MOVE WS-OR-PCODE(WS-OR-HIT) TO WS-IN-PCODE.
            PERFORM FIND-BRANCH-NAME.
            PERFORM FIND-PRODUCT-DESC.
            DISPLAY "  ORDER   " WS-OR-ORDNUM(WS-OR-HIT) "  "
                WS-OR-CUSTREF(WS-OR-HIT) "  STATUS "
                WS-OR-STATUS(WS-OR-HIT).
            DISPLAY "  BRANCH  " WS-IN-BCODE " " WS-BRANCH-NAME.
            DISPLAY "  PRODUCT " WS-IN-PCODE "  " WS-PRODUCT-DESC.
            DISPLAY "  QUANTITY " WS-OR-QTY(WS-OR-HIT)
                "  PROMISED " WS-OR-PROMDATE(WS-OR-HIT).
            IF WS-OR-STATUS(WS-OR-HIT) NOT = 'O'
                DISPLAY "ORDER " WS-IN-ORDNUM " IS NOT OPEN - "
                    "NOTHING TO CHANGE"
                MOVE ZERO TO WS-OR-HIT
            END-IF.
       FIND-ORDER-EXIT.
            EXIT.

       LIST-ORDERS-PARA.
            DISPLAY "ENTER BRANCH CODE".
            ACCEPT WS-IN-BCODE-X.
            IF WS-IN-BCODE-X IS NOT NUMERIC
                DISPLAY "INVALID BRANCH - ENTER A 3-DIGIT CODE"
                GO TO LIST-ORDERS-EXIT
            END-IF.
            MOVE WS-IN-BCODE-X TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            DISPLAY "OPEN ORDERS FOR BRANCH " WS-IN-BCODE " "
                WS-BRANCH-NAME.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT
                IF WS-OR-STATUS(WS-OR-IDX) = 'O' AND
                    WS-OR-BCODE(WS-OR-IDX) = WS-IN-BCODE
                    MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-IN-PCODE
                    PERFORM FIND-PRODUCT-DESC
                    DISPLAY "  " WS-OR-ORDNUM(WS-OR-IDX) "  "
                        WS-OR-PCODE(WS-OR-IDX) " " WS-PRODUCT-DESC
                        " QTY " WS-OR-QTY(WS-OR-IDX)
                        " PROMISED " WS-OR-PROMDATE(WS-OR-IDX) "  "
                        WS-OR-CUSTREF(WS-OR-IDX)
                    ADD 1 TO WS-LIST-COUNT
                END-IF
            END-PERFORM.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "  NO OPEN ORDERS"
            ELSE
                DISPLAY "  " WS-LIST-COUNT " OPEN ORDERS"
            END-IF.
       LIST-ORDERS-EXIT.
            EXIT.

       COMPUTE-ATP-PARA.
      *     AVAILABLE TO PROMISE = ON-HAND ON THE BALANCE MASTER LESS
      *     EVERY OPEN ORDER ALREADY RESERVED AGAINST THE SAME BRANCH
      *     AND PRODUCT. NO MASTER ROW MEANS NOTHING ON HAND.
            MOVE ZERO TO WS-ON-HAND.
            MOVE ZERO TO WS-RESERVED.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - ON HAND TAKEN AS ZERO"
            ELSE
                MOVE WS-IN-BCODE TO BAL-BCODE
                MOVE WS-IN-PCODE TO BAL-PCODE
                READ BALMASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE BAL-QUANTITY TO WS-ON-HAND
                END-READ
                CLOSE BALMASTER
            END-IF.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT
                IF WS-OR-STATUS(WS-OR-IDX) = 'O' AND
                    WS-OR-BCODE(WS-OR-IDX) = WS-IN-BCODE AND
                    WS-OR-PCODE(WS-OR-IDX) = WS-IN-PCODE
                    ADD WS-OR-QTY(WS-OR-IDX) TO WS-RESERVED
                END-IF
            END-PERFORM.
            COMPUTE WS-ATP = WS-ON-HAND - WS-RESERVED.
            IF WS-ATP < ZERO
                MOVE ZERO TO WS-ATP
            END-IF.

       LOAD-ORDERS-PARA.
            MOVE ZERO TO WS-ORDER-COUNT.
            MOVE ZERO TO WS-NEXT-ORDNUM.
            MOVE 'N' TO WS-ORDER-EOF.
            OPEN INPUT ORDER-FILE.
            IF WS-COR-STATUS NOT = '00'
                DISPLAY "NO CUSTOMER ORDERS ON FILE - STATUS "
                    WS-COR-STATUS
                MOVE 'Y' TO WS-ORDER-EOF
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF = 'Y'
                READ ORDER-FILE
                    AT END MOVE 'Y' TO WS-ORDER-EOF
                    NOT AT END
                        IF WS-ORDER-COUNT >= MAX-ORDER-COUNT
                            DISPLAY "ORDER FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-ORDER-COUNT
                                " - RUN STOPPED"
                            CLOSE ORDER-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-ORDER-COUNT
                        PERFORM LOAD-ONE-ORDER
                END-READ
            END-PERFORM.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '10'
                CLOSE ORDER-FILE
            END-IF.

       LOAD-ONE-ORDER.
      *     A ROW THAT WILL NOT READ AS NUMBERS CANNOT HOLD A
      *     RESERVATION -- IT IS CARRIED AS A ZERO-QUANTITY ROW AND
      *     LEFT FOR ORDERSWEEP TO CLOSE AND REPORT.
            MOVE COR-STATUS TO WS-OR-STATUS(WS-ORDER-COUNT).
            MOVE COR-CUSTREF TO WS-OR-CUSTREF(WS-ORDER-COUNT).
            IF COR-ORDNUM IS NUMERIC
                MOVE COR-ORDNUM TO WS-OR-ORDNUM(WS-ORDER-COUNT)
                IF COR-ORDNUM > WS-NEXT-ORDNUM
                    MOVE COR-ORDNUM TO WS-NEXT-ORDNUM
                END-IF
            ELSE
                MOVE ZERO TO WS-OR-ORDNUM(WS-ORDER-COUNT)
            END-IF.
            IF COR-BCODE IS NUMERIC AND COR-PCODE IS NUMERIC
                AND COR-QTY IS NUMERIC
                MOVE COR-BCODE TO WS-OR-BCODE(WS-ORDER-COUNT)
                MOVE COR-PCODE TO WS-OR-PCODE(WS-ORDER-COUNT)
                MOVE COR-QTY TO WS-OR-QTY(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-BCODE(WS-ORDER-COUNT)
                MOVE ZERO TO WS-OR-PCODE(WS-ORDER-COUNT)
                MOVE ZERO TO WS-OR-QTY(WS-ORDER-COUNT)
            END-IF.
            IF COR-PROMDATE IS NUMERIC
                MOVE COR-PROMDATE TO WS-OR-PROMDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-PROMDATE(WS-ORDER-COUNT)
            END-IF.
            IF COR-ENTDATE IS NUMERIC
                MOVE COR-ENTDATE TO WS-OR-ENTDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-ENTDATE(WS-ORDER-COUNT)
            END-IF.
            IF COR-CLOSEDATE IS NUMERIC
                MOVE COR-CLOSEDATE TO WS-OR-CLOSEDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-CLOSEDATE(WS-ORDER-COUNT)
            END-IF.

       SAVE-ORDERS-PARA.
            OPEN OUTPUT ORDER-FILE.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT
                MOVE WS-OR-ORDNUM(WS-OR-IDX) TO COR-ORDNUM
                MOVE WS-OR-BCODE(WS-OR-IDX) TO COR-BCODE
                MOVE WS-OR-PCODE(WS-OR-IDX) TO COR-PCODE
                MOVE WS-OR-QTY(WS-OR-IDX) TO COR-QTY
                MOVE WS-OR-PROMDATE(WS-OR-IDX) TO COR-PROMDATE
                MOVE WS-OR-STATUS(WS-OR-IDX) TO COR-STATUS
                MOVE WS-OR-CUSTREF(WS-OR-IDX) TO COR-CUSTREF
                MOVE WS-OR-ENTDATE(WS-OR-IDX) TO COR-ENTDATE
                MOVE WS-OR-CLOSEDATE(WS-OR-IDX) TO COR-CLOSEDATE
                WRITE ORDER-REC
            END-PERFORM.
            CLOSE ORDER-FILE.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE 'N' TO WS-BRANCH-FOUND.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-IN-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE 'Y' TO WS-BRANCH-FOUND
                END-SEARCH
            END-IF.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE 'N' TO WS-PRODUCT-FOUND.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-IN-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                        MOVE 'Y' TO WS-PRODUCT-FOUND
                END-SEARCH
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

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        IF PM-PRODUCT-STAT NOT = 'I'
                            PERFORM ADD-PRODUCT-ENTRY
                        END-IF
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

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\CustomerOrders.txt'
                TO WS-ORDER-PATH
            ACCEPT WS-ORDER-PATH FROM ENVIRONMENT 'CUSTOMER_ORDERS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OrderIssueTran.txt'
                TO WS-ORDER-ISSUE-PATH
            ACCEPT WS-ORDER-ISSUE-PATH
                FROM ENVIRONMENT 'ORDER_ISSUE_TRAN'
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
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CUSTORDER.
