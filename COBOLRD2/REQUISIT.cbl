      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: INTER-BRANCH REQUISITION SESSION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- a branch short of a line
      *                had no way to ask another branch for it except
      *                by telephone, and nothing tied the transfer
      *                that followed back to the request. The session
      *                keeps requisitions on Requisitions.txt (REQUISN
      *                layout) and signs the operator on through the
      *                shared SIGNON subprogram first, so every line
      *                carries a validated id:
      *                1 RAISE   - requesting branch, supplying
      *                            branch, product and quantity; the
      *                            line is saved open ('O').
      *                2 DECIDE  - the supplying branch's supervisor
      *                            walks its open lines with its
      *                            on-hand figure shown, and approves
      *                            each in full, cuts it to a smaller
      *                            quantity with a reason, refuses it
      *                            with a reason, or skips it.
      *                            Approved lines ('A') go on the
      *                            branch's next pick list (REQPICK).
      *                3 CONFIRM - once picked, the quantity actually
      *                            picked is confirmed: an option-4
      *                            transfer from the supplying to the
      *                            requesting branch, reason 'REQ',
      *                            goes to ReqTransferTran.txt for the
      *                            next nightly run (the same way
      *                            CUSTORDER hands its issues over),
      *                            an 'X' pick goes to LocTran.txt for
      *                            each bin picked, the pick lines
      *                            come off ReqPickLines.txt, and the
      *                            line is closed filled ('F'), part-
      *                            filled ('P') or, when nothing could
      *                            be picked, refused ('R').
      *                4 LIST    - every requisition raised by or on a
      *                            branch, with its status.
      *                A 'V' view-only sign-on may only list.
      *                RETURN-CODE 12 sign-on failed, 16 the
      *                requisition or pick-line file is larger than
      *                its table.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; the product is now keyed as six
      *                digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO DYNAMIC
           WS-REQUISITION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.
           SELECT PICKLINE-FILE ASSIGN TO DYNAMIC WS-PICKLINE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PKL-STATUS.
           SELECT REQ-TRANSFER ASSIGN TO DYNAMIC WS-REQ-TRANSFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTR-STATUS.
           SELECT LOCTRAN-FILE ASSIGN TO DYNAMIC WS-LOCTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCT-STATUS.
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
       FD REQUISITION-FILE.
           COPY REQUISN REPLACING REQ-REC-NAME BY REQUISITION-REC
                                   REQ-REQNUM-NAME BY REQ-REQNUM
                                   REQ-BCODE-NAME BY REQ-BCODE
                                   REQ-FROMBR-NAME BY REQ-FROMBR
                                   REQ-PCODE-NAME BY REQ-PCODE
                                   REQ-QTY-NAME BY REQ-QTY
                                   REQ-APPQTY-NAME BY REQ-APPQTY
                                   REQ-SHIPQTY-NAME BY REQ-SHIPQTY
                                   REQ-STATUS-NAME BY REQ-STATUS
                                   REQ-REQDATE-NAME BY REQ-REQDATE
                                   REQ-DECDATE-NAME BY REQ-DECDATE
                                   REQ-SHIPDATE-NAME BY REQ-SHIPDATE
                                   REQ-REASON-NAME BY REQ-REASON
                                   REQ-RAISEDBY-NAME BY REQ-RAISEDBY
                                   REQ-DECIDEDBY-NAME
                                       BY REQ-DECIDEDBY.

       FD PICKLINE-FILE.
           COPY PICKLN REPLACING PKL-REC-NAME BY PICKLINE-REC
                                  PKL-BCODE-NAME BY PKL-BCODE
                                  PKL-LOC-NAME BY PKL-LOC
                                  PKL-PCODE-NAME BY PKL-PCODE
                                  PKL-QTY-NAME BY PKL-QTY
                                  PKL-REQNUM-NAME BY PKL-REQNUM
                                  PKL-TOBR-NAME BY PKL-TOBR.

       FD REQ-TRANSFER.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY REQ-TRANSFER-REC
                                   TDN-BCODE-NAME BY RTR-BCODE
                                   TDN-PCODE-NAME BY RTR-PCODE
                                   TDN-OPTION-NAME BY RTR-OPTION
                                   TDN-QTY-NAME BY RTR-QTY
                                   TDN-TOBR-NAME BY RTR-TOBR
                                   TDN-REASON-NAME BY RTR-REASON
                                   TDN-LOT-NAME BY RTR-LOT
                                   TDN-UNIT-NAME BY RTR-UNIT
                                   TDN-EXPIRY-NAME BY RTR-EXPIRY.

       FD LOCTRAN-FILE.
           COPY LOCTRAN REPLACING LCT-REC-NAME BY LOCTRAN-REC
                                   LCT-BCODE-NAME BY LCT-BCODE
                                   LCT-PCODE-NAME BY LCT-PCODE
                                   LCT-ACTION-NAME BY LCT-ACTION
                                   LCT-FROMLOC-NAME BY LCT-FROMLOC
                                   LCT-TOLOC-NAME BY LCT-TOLOC
                                   LCT-QTY-NAME BY LCT-QTY.

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
       01 WS-REQ-STATUS PIC X(2).
       01 WS-PKL-STATUS PIC X(2).
       01 WS-RTR-STATUS PIC X(2).
       01 WS-LCT-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-REQUISITION-PATH PIC X(60).
       01 WS-PICKLINE-PATH PIC X(60).
       01 WS-REQ-TRANSFER-PATH PIC X(60).
       01 WS-LOCTRAN-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).

       01 WS-AGAIN PIC A(3) VALUE 'YES'.
       01 WS-MENU-CHOICE PIC X(1).
       01 WS-IN-BCODE-X PIC X(3).
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-FROMBR PIC 9(3).
       01 WS-IN-REQBR PIC 9(3).
       01 WS-IN-PCODE-X PIC X(6).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-IN-QTY PIC 9(7).
       01 WS-IN-REQNUM PIC 9(6).
       01 WS-IN-REASON PIC X(3).
       01 WS-ANSWER PIC X(1).
       01 WS-CONFIRM PIC X(1).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM --
      * EVERY RAISE, DECISION AND CONFIRMATION CARRIES A VALIDATED
      * OPERATOR ID.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * THE WHOLE REQUISITION FILE IN STORAGE, ONE ENTRY PER RECORD
      * IN THE REQUISN LAYOUT -- IT IS REWRITTEN AFTER EVERY CHANGE,
      * SO AN OVERFLOWING LOAD MUST NEVER SAVE.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 5000 TIMES.
               10 WS-RQ-REQNUM PIC 9(6).
               10 WS-RQ-BCODE PIC 9(3).
               10 WS-RQ-FROMBR PIC 9(3).
               10 WS-RQ-PCODE PIC 9(6).
               10 WS-RQ-QTY PIC 9(7).
               10 WS-RQ-APPQTY PIC 9(7).
               10 WS-RQ-SHIPQTY PIC 9(7).
               10 WS-RQ-STATUS PIC X(1).
               10 WS-RQ-REQDATE PIC 9(8).
               10 WS-RQ-DECDATE PIC 9(8).
               10 WS-RQ-SHIPDATE PIC 9(8).
               10 WS-RQ-REASON PIC X(3).
               10 WS-RQ-RAISEDBY PIC X(10).
               10 WS-RQ-DECIDEDBY PIC X(10).
       01 WS-REQ-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-REQ-COUNT PIC 9(4) VALUE 5000.
       01 WS-RQ-IDX PIC 9(4).
       01 WS-RQ-HIT PIC 9(4).
       01 WS-REQ-EOF PIC A(1) VALUE 'N'.
       01 WS-NEXT-REQNUM PIC 9(6) VALUE ZERO.
       01 WS-DECIDED-COUNT PIC 9(4).
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-STATUS-TEXT PIC X(11).

      * OUTSTANDING PICK LINES, IN THE PICKLN LAYOUT AND IN THE
      * SUPPLYING-BRANCH / LOCATION ORDER REQPICK WROTE THEM.
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 5000 TIMES.
               10 WS-PK-BCODE PIC 9(3).
               10 WS-PK-LOC PIC X(4).
               10 WS-PK-PCODE PIC 9(6).
               10 WS-PK-QTY PIC 9(7).
               10 WS-PK-REQNUM PIC 9(6).
               10 WS-PK-TOBR PIC 9(3).
       01 WS-PICK-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-PICK-COUNT PIC 9(4) VALUE 5000.
       01 WS-PK-IDX PIC 9(4).
       01 WS-PICK-EOF PIC A(1) VALUE 'N'.
       01 WS-PICK-REMAIN PIC 9(7).
       01 WS-PICK-THIS PIC 9(7).

       01 WS-ON-HAND PIC 9(7).

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
       01 WS-FROM-NAME PIC X(20).
       01 WS-REQBR-NAME PIC X(20).

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
            CALL 'SIGNON' USING WS-SIGNON.
            IF WS-SO-RESULT NOT = '0'
                DISPLAY "SIGN-ON FAILED - REQUISITIONS NOT STARTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REQUISITIONS-PARA.
            PERFORM LOAD-PICKLINES-PARA.
            PERFORM MENU-PARA UNTIL WS-AGAIN NOT = 'YES'.
            STOP RUN.

       MENU-PARA.
            DISPLAY "BRANCH REQUISITIONS - BUSINESS DATE " WS-RUN-DATE.
            DISPLAY "  1 RAISE REQUISITION".
            DISPLAY "  2 DECIDE OPEN REQUISITIONS ON A BRANCH".
            DISPLAY "  3 CONFIRM PICK".
            DISPLAY "  4 LIST REQUISITIONS FOR A BRANCH".
            DISPLAY "  9 EXIT".
            ACCEPT WS-MENU-CHOICE.
            IF WS-SO-PERM = 'V' AND
                (WS-MENU-CHOICE = '1' OR WS-MENU-CHOICE = '2' OR
                 WS-MENU-CHOICE = '3')
                DISPLAY "VIEW-ONLY SIGN-ON - LIST (4) OR EXIT (9) ONLY"
                MOVE SPACE TO WS-MENU-CHOICE
            END-IF.
            EVALUATE WS-MENU-CHOICE
                WHEN '1'
                    PERFORM RAISE-REQ-PARA THRU RAISE-REQ-EXIT
                WHEN '2'
                    PERFORM DECIDE-REQ-PARA THRU DECIDE-REQ-EXIT
                WHEN '3'
                    PERFORM CONFIRM-PICK-PARA THRU CONFIRM-PICK-EXIT
                WHEN '4'
                    PERFORM LIST-REQ-PARA THRU LIST-REQ-EXIT
                WHEN '9'
                    MOVE 'NO' TO WS-AGAIN
                WHEN SPACE
                    CONTINUE
                WHEN OTHER
                    DISPLAY "INVALID CHOICE - ENTER 1, 2, 3, 4 OR 9"
            END-EVALUATE.

       RAISE-REQ-PARA.
            DISPLAY "ENTER REQUESTING BRANCH CODE".
            PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT.
            IF WS-BRANCH-FOUND NOT = 'Y'
                GO TO RAISE-REQ-EXIT
            END-IF.
            MOVE WS-IN-BCODE TO WS-IN-REQBR.
            MOVE WS-BRANCH-NAME TO WS-REQBR-NAME.
            DISPLAY "ENTER SUPPLYING BRANCH CODE".
            PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT.
            IF WS-BRANCH-FOUND NOT = 'Y'
                GO TO RAISE-REQ-EXIT
            END-IF.
            MOVE WS-IN-BCODE TO WS-IN-FROMBR.
            MOVE WS-BRANCH-NAME TO WS-FROM-NAME.
            IF WS-IN-FROMBR = WS-IN-REQBR
                DISPLAY "A BRANCH CANNOT REQUISITION FROM ITSELF"
                GO TO RAISE-REQ-EXIT
            END-IF.
            DISPLAY "ENTER PRODUCT CODE".
            ACCEPT WS-IN-PCODE-X.
            IF WS-IN-PCODE-X IS NOT NUMERIC
                DISPLAY "INVALID PRODUCT - ENTER A 6-DIGIT CODE"
                GO TO RAISE-REQ-EXIT
            END-IF.
            MOVE WS-IN-PCODE-X TO WS-IN-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            IF WS-PRODUCT-FOUND NOT = 'Y'
                DISPLAY "PRODUCT " WS-IN-PCODE " NOT ON THE PRODUCT "
                    "MASTER OR INACTIVE"
                GO TO RAISE-REQ-EXIT
            END-IF.
            DISPLAY "ENTER QUANTITY".
            ACCEPT WS-IN-QTY.
            IF WS-IN-QTY = ZERO
                DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                GO TO RAISE-REQ-EXIT
            END-IF.
            IF WS-REQ-COUNT >= MAX-REQ-COUNT
                DISPLAY "REQUISITION FILE IS FULL AT " MAX-REQ-COUNT
                    " LINES - RUN HOUSEKEEPING"
                GO TO RAISE-REQ-EXIT
            END-IF.
            ADD 1 TO WS-NEXT-REQNUM.
            ADD 1 TO WS-REQ-COUNT.
            MOVE WS-NEXT-REQNUM TO WS-RQ-REQNUM(WS-REQ-COUNT).
            MOVE WS-IN-REQBR TO WS-RQ-BCODE(WS-REQ-COUNT).
            MOVE WS-IN-FROMBR TO WS-RQ-FROMBR(WS-REQ-COUNT).
            MOVE WS-IN-PCODE TO WS-RQ-PCODE(WS-REQ-COUNT).
            MOVE WS-IN-QTY TO WS-RQ-QTY(WS-REQ-COUNT).
            MOVE ZERO TO WS-RQ-APPQTY(WS-REQ-COUNT).
            MOVE ZERO TO WS-RQ-SHIPQTY(WS-REQ-COUNT).
            MOVE 'O' TO WS-RQ-STATUS(WS-REQ-COUNT).
            MOVE WS-RUN-DATE TO WS-RQ-REQDATE(WS-REQ-COUNT).
            MOVE ZERO TO WS-RQ-DECDATE(WS-REQ-COUNT).
            MOVE ZERO TO WS-RQ-SHIPDATE(WS-REQ-COUNT).
            MOVE SPACES TO WS-RQ-REASON(WS-REQ-COUNT).
            MOVE WS-SO-USER-ID TO WS-RQ-RAISEDBY(WS-REQ-COUNT).
            MOVE SPACES TO WS-RQ-DECIDEDBY(WS-REQ-COUNT).
            PERFORM SAVE-REQUISITIONS-PARA.
            DISPLAY "REQUISITION " WS-NEXT-REQNUM " RAISED - "
                WS-IN-QTY " OF " WS-IN-PCODE " " WS-PRODUCT-DESC.
            DISPLAY "  FROM " WS-IN-FROMBR " " WS-FROM-NAME
                " TO " WS-IN-REQBR " " WS-REQBR-NAME.
       RAISE-REQ-EXIT.
            EXIT.

       DECIDE-REQ-PARA.
            DISPLAY "ENTER SUPPLYING BRANCH CODE".
            PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT.
            IF WS-BRANCH-FOUND NOT = 'Y'
                GO TO DECIDE-REQ-EXIT
            END-IF.
            MOVE WS-IN-BCODE TO WS-IN-FROMBR.
            MOVE WS-BRANCH-NAME TO WS-FROM-NAME.
            DISPLAY "OPEN REQUISITIONS ON BRANCH " WS-IN-FROMBR " "
                WS-FROM-NAME.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE ZERO TO WS-DECIDED-COUNT.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT
                IF WS-RQ-STATUS(WS-RQ-IDX) = 'O' AND
                    WS-RQ-FROMBR(WS-RQ-IDX) = WS-IN-FROMBR
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM DECIDE-ONE-PARA
                END-IF
            END-PERFORM.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "  NO OPEN REQUISITIONS"
                GO TO DECIDE-REQ-EXIT
            END-IF.
            IF WS-DECIDED-COUNT > ZERO
                PERFORM SAVE-REQUISITIONS-PARA
            END-IF.
            DISPLAY WS-DECIDED-COUNT " OF " WS-LIST-COUNT
                " OPEN REQUISITIONS DECIDED".
       DECIDE-REQ-EXIT.
            EXIT.

       DECIDE-ONE-PARA.
            MOVE WS-RQ-BCODE(WS-RQ-IDX) TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE WS-RQ-PCODE(WS-RQ-IDX) TO WS-IN-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            PERFORM FIND-ON-HAND-PARA.
            DISPLAY "-------------------------------------------------".
            DISPLAY "  REQUISITION " WS-RQ-REQNUM(WS-RQ-IDX)
                "  RAISED " WS-RQ-REQDATE(WS-RQ-IDX)
                " BY " WS-RQ-RAISEDBY(WS-RQ-IDX).
            DISPLAY "  FOR BRANCH  " WS-IN-BCODE " " WS-BRANCH-NAME.
            DISPLAY "  PRODUCT     " WS-IN-PCODE "  " WS-PRODUCT-DESC.
            DISPLAY "  REQUESTED " WS-RQ-QTY(WS-RQ-IDX)
                "  ON HAND HERE " WS-ON-HAND.
            DISPLAY "APPROVE / CUT / REFUSE / SKIP (A/C/R/S)".
            ACCEPT WS-ANSWER.
            EVALUATE WS-ANSWER
                WHEN 'A'
                    MOVE WS-RQ-QTY(WS-RQ-IDX)
                        TO WS-RQ-APPQTY(WS-RQ-IDX)
                    MOVE SPACES TO WS-RQ-REASON(WS-RQ-IDX)
                    PERFORM APPROVE-ONE-PARA
                WHEN 'C'
                    PERFORM CUT-ONE-PARA
                WHEN 'R'
                    DISPLAY "ENTER REFUSAL REASON CODE"
                    ACCEPT WS-IN-REASON
                    MOVE ZERO TO WS-RQ-APPQTY(WS-RQ-IDX)
                    MOVE WS-IN-REASON TO WS-RQ-REASON(WS-RQ-IDX)
                    MOVE 'R' TO WS-RQ-STATUS(WS-RQ-IDX)
                    PERFORM STAMP-DECISION-PARA
                    DISPLAY "REFUSED"
                WHEN OTHER
                    DISPLAY "SKIPPED - LEFT OPEN"
            END-EVALUATE.

       CUT-ONE-PARA.
      *     A CUT APPROVES LESS THAN WAS ASKED FOR, SO THE QUANTITY
      *     MUST BE SMALLER THAN THE REQUEST AND ABOVE ZERO (NOTHING AT
      *     ALL IS A REFUSAL); OTHERWISE THE LINE IS LEFT OPEN.
            DISPLAY "ENTER QUANTITY TO APPROVE".
            ACCEPT WS-IN-QTY.
            IF WS-IN-QTY = ZERO OR
                WS-IN-QTY NOT < WS-RQ-QTY(WS-RQ-IDX)
                DISPLAY "A CUT MUST BE ABOVE ZERO AND BELOW "
                    WS-RQ-QTY(WS-RQ-IDX) " - LEFT OPEN"
            ELSE
                DISPLAY "ENTER CUT REASON CODE"
                ACCEPT WS-IN-REASON
                MOVE WS-IN-QTY TO WS-RQ-APPQTY(WS-RQ-IDX)
                MOVE WS-IN-REASON TO WS-RQ-REASON(WS-RQ-IDX)
                PERFORM APPROVE-ONE-PARA
            END-IF.

       APPROVE-ONE-PARA.
            MOVE 'A' TO WS-RQ-STATUS(WS-RQ-IDX).
            PERFORM STAMP-DECISION-PARA.
            DISPLAY "APPROVED " WS-RQ-APPQTY(WS-RQ-IDX)
                " - GOES ON THE NEXT PICK LIST".

       STAMP-DECISION-PARA.
            MOVE WS-RUN-DATE TO WS-RQ-DECDATE(WS-RQ-IDX).
            MOVE WS-SO-USER-ID TO WS-RQ-DECIDEDBY(WS-RQ-IDX).
            ADD 1 TO WS-DECIDED-COUNT.

       CONFIRM-PICK-PARA.
            MOVE ZERO TO WS-RQ-HIT.
            DISPLAY "ENTER REQUISITION NUMBER".
            ACCEPT WS-IN-REQNUM.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT OR WS-RQ-HIT > ZERO
                IF WS-RQ-REQNUM(WS-RQ-IDX) = WS-IN-REQNUM
                    MOVE WS-RQ-IDX TO WS-RQ-HIT
                END-IF
            END-PERFORM.
            IF WS-RQ-HIT = ZERO
                DISPLAY "REQUISITION " WS-IN-REQNUM " NOT ON FILE"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
            MOVE WS-RQ-HIT TO WS-RQ-IDX.
            PERFORM SET-STATUS-TEXT.
            IF WS-RQ-STATUS(WS-RQ-HIT) NOT = 'K'
                DISPLAY "REQUISITION " WS-IN-REQNUM " IS "
                    WS-STATUS-TEXT " - ONLY A LINE ON A PICK LIST "
                    "CAN BE CONFIRMED"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
            MOVE WS-RQ-PCODE(WS-RQ-HIT) TO WS-IN-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            DISPLAY "  REQUISITION " WS-IN-REQNUM "  FROM "
                WS-RQ-FROMBR(WS-RQ-HIT) " TO " WS-RQ-BCODE(WS-RQ-HIT).
            DISPLAY "  PRODUCT " WS-IN-PCODE "  " WS-PRODUCT-DESC
                "  APPROVED " WS-RQ-APPQTY(WS-RQ-HIT).
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PICK-COUNT
                IF WS-PK-REQNUM(WS-PK-IDX) = WS-IN-REQNUM
                    IF WS-PK-LOC(WS-PK-IDX) = SPACES
                        DISPLAY "    UNLOCATED  QTY "
                            WS-PK-QTY(WS-PK-IDX)
                    ELSE
                        DISPLAY "    BIN " WS-PK-LOC(WS-PK-IDX)
                            "   QTY " WS-PK-QTY(WS-PK-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "ENTER QUANTITY PICKED".
            ACCEPT WS-IN-QTY.
            IF WS-IN-QTY > WS-RQ-APPQTY(WS-RQ-HIT)
                DISPLAY "MORE THAN THE " WS-RQ-APPQTY(WS-RQ-HIT)
                    " APPROVED - NOT CONFIRMED"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
            IF WS-IN-QTY = ZERO
                DISPLAY "NOTHING PICKED - CLOSE AS REFUSED (Y/N)"
            ELSE
                DISPLAY "CONFIRM PICK OF " WS-IN-QTY " (Y/N)"
            END-IF.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "REQUISITION " WS-IN-REQNUM " NOT CHANGED"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
            IF WS-IN-QTY = ZERO
      *         NO STOCK COULD BE FOUND TO PICK -- THE LINE CLOSES AS
      *         REFUSED, REASON 'NST', AND NOTHING MOVES.
                MOVE 'R' TO WS-RQ-STATUS(WS-RQ-HIT)
                MOVE 'NST' TO WS-RQ-REASON(WS-RQ-HIT)
                MOVE WS-RUN-DATE TO WS-RQ-DECDATE(WS-RQ-HIT)
                MOVE WS-SO-USER-ID TO WS-RQ-DECIDEDBY(WS-RQ-HIT)
                PERFORM DROP-PICKLINES-PARA
                PERFORM SAVE-REQUISITIONS-PARA
                PERFORM SAVE-PICKLINES-PARA
                DISPLAY "REQUISITION " WS-IN-REQNUM
                    " CLOSED - NOTHING PICKED"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
      *     THE TRANSFER IS APPENDED FOR THE NEXT NIGHTLY RUN FROM THE
      *     SUPPLYING BRANCH TO THE REQUESTING BRANCH; REASON 'REQ'
      *     TIES IT BACK TO THE REQUISITION.
            OPEN EXTEND REQ-TRANSFER.
            IF WS-RTR-STATUS = '35'
                OPEN OUTPUT REQ-TRANSFER
            END-IF.
            IF WS-RTR-STATUS NOT = '00'
                DISPLAY "REQUISITION TRANSFER FILE NOT AVAILABLE - "
                    "STATUS " WS-RTR-STATUS " - PICK NOT CONFIRMED"
                GO TO CONFIRM-PICK-EXIT
            END-IF.
            MOVE WS-RQ-FROMBR(WS-RQ-HIT) TO RTR-BCODE.
            MOVE WS-RQ-PCODE(WS-RQ-HIT) TO RTR-PCODE.
            MOVE 4 TO RTR-OPTION.
            MOVE WS-IN-QTY TO RTR-QTY.
            MOVE WS-RQ-BCODE(WS-RQ-HIT) TO RTR-TOBR.
            MOVE 'REQ' TO RTR-REASON.
            MOVE SPACES TO RTR-LOT.
            MOVE SPACES TO RTR-UNIT.
            MOVE ZERO TO RTR-EXPIRY.
            WRITE REQ-TRANSFER-REC.
            CLOSE REQ-TRANSFER.
            PERFORM WRITE-BIN-PICKS-PARA.
            PERFORM DROP-PICKLINES-PARA.
            MOVE WS-IN-QTY TO WS-RQ-SHIPQTY(WS-RQ-HIT).
            MOVE WS-RUN-DATE TO WS-RQ-SHIPDATE(WS-RQ-HIT).
            IF WS-IN-QTY < WS-RQ-APPQTY(WS-RQ-HIT)
                MOVE 'P' TO WS-RQ-STATUS(WS-RQ-HIT)
            ELSE
                MOVE 'F' TO WS-RQ-STATUS(WS-RQ-HIT)
            END-IF.
            PERFORM SAVE-REQUISITIONS-PARA.
            PERFORM SAVE-PICKLINES-PARA.
            MOVE WS-RQ-HIT TO WS-RQ-IDX.
            PERFORM SET-STATUS-TEXT.
            DISPLAY "REQUISITION " WS-IN-REQNUM " " WS-STATUS-TEXT
                " - TRANSFER OF " WS-IN-QTY " WRITTEN".
       CONFIRM-PICK-EXIT.
            EXIT.

       WRITE-BIN-PICKS-PARA.
      *     THE PICKED QUANTITY IS TAKEN FROM THE REQUISITION'S BINS
      *     IN PICK-LIST ORDER, EACH BIN UP TO ITS PICK-LINE QUANTITY,
      *     AS AN 'X' PICK FOR THE LOCATION-TRACKING RUN. STOCK PICKED
      *     BEYOND THE LOCATED LINES WAS NEVER IN A BIN AND MOVES ONLY
      *     ON THE TRANSFER.
            MOVE WS-IN-QTY TO WS-PICK-REMAIN.
            OPEN EXTEND LOCTRAN-FILE.
            IF WS-LCT-STATUS = '35'
                OPEN OUTPUT LOCTRAN-FILE
            END-IF.
            IF WS-LCT-STATUS NOT = '00'
                DISPLAY "LOCATION TRANSACTION FILE NOT AVAILABLE - "
                    "STATUS " WS-LCT-STATUS " - BIN PICKS NOT WRITTEN"
            ELSE
                PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                    UNTIL WS-PK-IDX > WS-PICK-COUNT OR
                    WS-PICK-REMAIN = ZERO
                    IF WS-PK-REQNUM(WS-PK-IDX) = WS-IN-REQNUM AND
                        WS-PK-LOC(WS-PK-IDX) NOT = SPACES
                        IF WS-PK-QTY(WS-PK-IDX) < WS-PICK-REMAIN
                            MOVE WS-PK-QTY(WS-PK-IDX) TO WS-PICK-THIS
                        ELSE
                            MOVE WS-PICK-REMAIN TO WS-PICK-THIS
                        END-IF
                        MOVE WS-PK-BCODE(WS-PK-IDX) TO LCT-BCODE
                        MOVE WS-PK-PCODE(WS-PK-IDX) TO LCT-PCODE
                        MOVE 'X' TO LCT-ACTION
                        MOVE WS-PK-LOC(WS-PK-IDX) TO LCT-FROMLOC
                        MOVE SPACES TO LCT-TOLOC
                        MOVE WS-PICK-THIS TO LCT-QTY
                        WRITE LOCTRAN-REC
                        SUBTRACT WS-PICK-THIS FROM WS-PICK-REMAIN
                    END-IF
                END-PERFORM
                CLOSE LOCTRAN-FILE
            END-IF.

       DROP-PICKLINES-PARA.
      *     A CONFIRMED REQUISITION'S PICK LINES ARE DONE WITH -- THEY
      *     ARE MARKED WITH A ZERO REQUISITION NUMBER AND LEFT OUT WHEN
      *     THE PICK-LINE FILE IS SAVED.
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PICK-COUNT
                IF WS-PK-REQNUM(WS-PK-IDX) = WS-IN-REQNUM
                    MOVE ZERO TO WS-PK-REQNUM(WS-PK-IDX)
                END-IF
            END-PERFORM.

       LIST-REQ-PARA.
            DISPLAY "ENTER BRANCH CODE".
            PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT.
            IF WS-BRANCH-FOUND NOT = 'Y'
                GO TO LIST-REQ-EXIT
            END-IF.
            DISPLAY "REQUISITIONS RAISED BY OR ON BRANCH " WS-IN-BCODE
                " " WS-BRANCH-NAME.
            DISPLAY "  REQ NO FROM TO  PRD  REQUESTED APPROVED  "
                "SHIPPED STATUS      RAISED   RSN".
            MOVE WS-IN-BCODE TO WS-IN-FROMBR.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT
                IF WS-RQ-BCODE(WS-RQ-IDX) = WS-IN-FROMBR OR
                    WS-RQ-FROMBR(WS-RQ-IDX) = WS-IN-FROMBR
                    PERFORM SET-STATUS-TEXT
                    DISPLAY "  " WS-RQ-REQNUM(WS-RQ-IDX) " "
                        WS-RQ-FROMBR(WS-RQ-IDX) " "
                        WS-RQ-BCODE(WS-RQ-IDX) " "
                        WS-RQ-PCODE(WS-RQ-IDX) "   "
                        WS-RQ-QTY(WS-RQ-IDX) "  "
                        WS-RQ-APPQTY(WS-RQ-IDX) "  "
                        WS-RQ-SHIPQTY(WS-RQ-IDX) " "
                        WS-STATUS-TEXT " "
                        WS-RQ-REQDATE(WS-RQ-IDX) " "
                        WS-RQ-REASON(WS-RQ-IDX)
                    ADD 1 TO WS-LIST-COUNT
                END-IF
            END-PERFORM.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "  NO REQUISITIONS"
            ELSE
                DISPLAY "  " WS-LIST-COUNT " REQUISITIONS"
            END-IF.
       LIST-REQ-EXIT.
            EXIT.

       SET-STATUS-TEXT.
            EVALUATE WS-RQ-STATUS(WS-RQ-IDX)
                WHEN 'O'
                    MOVE 'OPEN' TO WS-STATUS-TEXT
                WHEN 'A'
                    MOVE 'APPROVED' TO WS-STATUS-TEXT
                WHEN 'K'
                    MOVE 'PICKING' TO WS-STATUS-TEXT
                WHEN 'F'
                    MOVE 'FILLED' TO WS-STATUS-TEXT
                WHEN 'P'
                    MOVE 'PART-FILLED' TO WS-STATUS-TEXT
                WHEN 'R'
                    MOVE 'REFUSED' TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE 'UNKNOWN' TO WS-STATUS-TEXT
            END-EVALUATE.

       ACCEPT-BRANCH-PARA.
            MOVE 'N' TO WS-BRANCH-FOUND.
            ACCEPT WS-IN-BCODE-X.
            IF WS-IN-BCODE-X IS NOT NUMERIC
                DISPLAY "INVALID BRANCH - ENTER A 3-DIGIT CODE"
                GO TO ACCEPT-BRANCH-EXIT
            END-IF.
            MOVE WS-IN-BCODE-X TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            IF WS-BRANCH-FOUND NOT = 'Y'
                DISPLAY "BRANCH " WS-IN-BCODE " NOT ON THE BRANCH "
                    "MASTER OR INACTIVE"
            END-IF.
       ACCEPT-BRANCH-EXIT.
            EXIT.

       FIND-ON-HAND-PARA.
      *     THE SUPPLYING BRANCH'S ON-HAND FROM THE BALANCE MASTER, AS
      *     AT THE LAST NIGHTLY RUN. NO MASTER ROW MEANS NOTHING ON
      *     HAND.
            MOVE ZERO TO WS-ON-HAND.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - ON HAND SHOWN AS ZERO"
            ELSE
                MOVE WS-RQ-FROMBR(WS-RQ-IDX) TO BAL-BCODE
                MOVE WS-RQ-PCODE(WS-RQ-IDX) TO BAL-PCODE
                READ BALMASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE BAL-QUANTITY TO WS-ON-HAND
                END-READ
                CLOSE BALMASTER
            END-IF.

       LOAD-REQUISITIONS-PARA.
            MOVE ZERO TO WS-REQ-COUNT.
            MOVE ZERO TO WS-NEXT-REQNUM.
            MOVE 'N' TO WS-REQ-EOF.
            OPEN INPUT REQUISITION-FILE.
            IF WS-REQ-STATUS NOT = '00'
                DISPLAY "NO REQUISITIONS ON FILE - STATUS "
                    WS-REQ-STATUS
                MOVE 'Y' TO WS-REQ-EOF
            END-IF.
            PERFORM UNTIL WS-REQ-EOF = 'Y'
                READ REQUISITION-FILE
                    AT END MOVE 'Y' TO WS-REQ-EOF
                    NOT AT END
                        IF WS-REQ-COUNT >= MAX-REQ-COUNT
                            DISPLAY "REQUISITION FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-REQ-COUNT
                                " - RUN STOPPED"
                            CLOSE REQUISITION-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-REQ-COUNT
                        MOVE REQUISITION-REC
                            TO WS-REQ-ENTRY(WS-REQ-COUNT)
                        IF REQ-REQNUM IS NUMERIC AND
                            REQ-REQNUM > WS-NEXT-REQNUM
                            MOVE REQ-REQNUM TO WS-NEXT-REQNUM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-REQ-STATUS = '00' OR WS-REQ-STATUS = '10'
                CLOSE REQUISITION-FILE
            END-IF.

       SAVE-REQUISITIONS-PARA.
            OPEN OUTPUT REQUISITION-FILE.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT
                MOVE WS-REQ-ENTRY(WS-RQ-IDX) TO REQUISITION-REC
                WRITE REQUISITION-REC
            END-PERFORM.
            CLOSE REQUISITION-FILE.

       LOAD-PICKLINES-PARA.
            MOVE ZERO TO WS-PICK-COUNT.
            MOVE 'N' TO WS-PICK-EOF.
            OPEN INPUT PICKLINE-FILE.
            IF WS-PKL-STATUS NOT = '00'
                MOVE 'Y' TO WS-PICK-EOF
            END-IF.
            PERFORM UNTIL WS-PICK-EOF = 'Y'
                READ PICKLINE-FILE
                    AT END MOVE 'Y' TO WS-PICK-EOF
                    NOT AT END
                        IF WS-PICK-COUNT >= MAX-PICK-COUNT
                            DISPLAY "PICK-LINE FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-PICK-COUNT
                                " - RUN STOPPED"
                            CLOSE PICKLINE-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-PICK-COUNT
                        MOVE PICKLINE-REC
                            TO WS-PICK-ENTRY(WS-PICK-COUNT)
                END-READ
            END-PERFORM.
            IF WS-PKL-STATUS = '00' OR WS-PKL-STATUS = '10'
                CLOSE PICKLINE-FILE
            END-IF.

       SAVE-PICKLINES-PARA.
            OPEN OUTPUT PICKLINE-FILE.
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PICK-COUNT
                IF WS-PK-REQNUM(WS-PK-IDX) NOT = ZERO
                    MOVE WS-PICK-ENTRY(WS-PK-IDX) TO PICKLINE-REC
                    WRITE PICKLINE-REC
                END-IF
            END-PERFORM.
            CLOSE PICKLINE-FILE.

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
            MOVE 'D:\cOBOLTRAINING\Requisitions.txt'
                TO WS-REQUISITION-PATH
            ACCEPT WS-REQUISITION-PATH
                FROM ENVIRONMENT 'REQUISITION_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ReqPickLines.txt'
                TO WS-PICKLINE-PATH
            ACCEPT WS-PICKLINE-PATH FROM ENVIRONMENT 'REQ_PICK_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ReqTransferTran.txt'
                TO WS-REQ-TRANSFER-PATH
            ACCEPT WS-REQ-TRANSFER-PATH
                FROM ENVIRONMENT 'REQ_TRANSFER_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LocTran.txt'
                TO WS-LOCTRAN-PATH
            ACCEPT WS-LOCTRAN-PATH FROM ENVIRONMENT 'LOC_TRAN'
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

       END PROGRAM REQUISIT.
