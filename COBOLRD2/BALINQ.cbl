      *                "NIGHTLY RUN IN PROGRESS" message while the
      *                roll-forward holds the BALMASTER resource,
      *                instead of reading balances mid-rewrite.
      * 10/15/2026 SWL A current inquiry now also shows the quantity
      *                reserved by open customer orders (CUSTORD
      *                layout on CustomerOrders.txt, kept by
      *                CUSTORDER) and the available-to-promise figure,
      *                sellable less reserved (never below zero). The
      *                batch response record carries both after the
      *                quarantine quantity; an as-of answer reports
      *                them as zero, reservations not being kept in
      *                history.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; a batch request record now
      *                carries a six-digit product code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALINQUIRY.
           FILE STATUS IS WS-REQ-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO DYNAMIC WS-RESPONSE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD REQUEST-FILE.
       01 REQUEST-REC.
           05 REQ-BCODE PIC X(3).
           05 REQ-PCODE PIC X(6).
           05 REQ-DATE PIC X(8).

       FD RESPONSE-FILE.
       01 RESPONSE-REC.
           05 RSP-BCODE PIC 9(3).
           05 RSP-PCODE PIC 9(6).
           05 RSP-DATE PIC 9(8).
           05 RSP-FOUND PIC X(1).
           05 RSP-QTY PIC 9(7).
           05 RSP-QUAR PIC 9(7).
           05 RSP-RESV PIC 9(7).
           05 RSP-ATP PIC 9(7).
       01 RESPONSE-TRL.
           05 FILLER PIC X(3) VALUE 'TRL'.
           05 RSP-TRL-COUNT PIC 9(7).
           05 FILLER PIC X(12) VALUE SPACES.

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

       FD BALMASTER.
      * SAME FIELD WIDTHS AS THE SHARED BRPRDQTY LAYOUT, BUT DECLARED
      * IN LINE BECAUSE THE RECORD KEY NEEDS BRANCH+PRODUCT AS ONE
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-IN-BCODE-X PIC X(3).
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-BP-EOF PIC A(1).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-QUAR-QTY PIC 9(7).
       01 WS-QUAR-EOF PIC A(1).
       01 WS-COR-STATUS PIC X(2).
       01 WS-ORDER-PATH PIC X(60).
       01 WS-ORDER-EOF PIC A(1).
       01 WS-RESV-QTY PIC 9(7).
       01 WS-ATP-QTY PIC 9(7).
       01 WS-AGAIN PIC A(3) VALUE 'YES'.

       01 WS-NEWBALANCE-PATH PIC X(60).
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
                    PERFORM CURRENT-CORE-PARA
                    PERFORM QUAR-LOOKUP-PARA
                    MOVE WS-QUAR-QTY TO RSP-QUAR
                    PERFORM RESERVED-LOOKUP-PARA
                    MOVE WS-RESV-QTY TO RSP-RESV
                    MOVE WS-ATP-QTY TO RSP-ATP
                ELSE IF REQ-DATE IS NUMERIC
                    MOVE REQ-DATE TO WS-IN-DATE
                    MOVE WS-IN-DATE TO RSP-DATE
                    PERFORM ASOF-CORE-PARA
                    MOVE ZERO TO RSP-QUAR
                    MOVE ZERO TO RSP-RESV
                    MOVE ZERO TO RSP-ATP
                ELSE
                    MOVE ZERO TO RSP-DATE
                    MOVE 'N' TO WS-FOUND
                    MOVE ZERO TO WS-ANSWER-QTY
                    MOVE ZERO TO RSP-QUAR
                    MOVE ZERO TO RSP-RESV
                    MOVE ZERO TO RSP-ATP
                END-IF END-IF
                IF WS-FOUND-YES
                    MOVE 'Y' TO RSP-FOUND
                MOVE 'E' TO RSP-FOUND
                MOVE ZERO TO RSP-QTY
                MOVE ZERO TO RSP-QUAR
                MOVE ZERO TO RSP-RESV
                MOVE ZERO TO RSP-ATP
            END-IF.
            WRITE RESPONSE-REC.
            ADD 1 TO WS-RESPONSE-COUNT.
       CURRENT-LOOKUP-PARA.
            PERFORM CURRENT-CORE-PARA.
            PERFORM QUAR-LOOKUP-PARA.
            PERFORM RESERVED-LOOKUP-PARA.
            IF WS-FOUND-YES
                DISPLAY "CURRENT BALANCE"
                DISPLAY "  BRANCH  " WS-IN-BCODE " " WS-BRANCH-NAME
                DISPLAY "  PRODUCT " WS-IN-PCODE "  " WS-PRODUCT-DESC
                DISPLAY "  SELLABLE QUANTITY " WS-ANSWER-QTY
                DISPLAY "  IN QUARANTINE     " WS-QUAR-QTY
                DISPLAY "  RESERVED          " WS-RESV-QTY
                DISPLAY "  AVAILABLE TO PROMISE " WS-ATP-QTY
            ELSE
                IF WS-QUAR-QTY > ZERO
                    DISPLAY "NO SELLABLE BALANCE FOR BRANCH "
                CLOSE QUARBAL-FILE
            END-IF.

       RESERVED-LOOKUP-PARA.
      *     EVERY OPEN ORDER FOR THE BRANCH/PRODUCT HOLDS ITS QUANTITY
      *     AGAINST THE SELLABLE BALANCE; WHAT IS LEFT IS AVAILABLE TO
      *     PROMISE. NO ORDER FILE MEANS NOTHING RESERVED.
            MOVE ZERO TO WS-RESV-QTY.
            MOVE 'N' TO WS-ORDER-EOF.
            OPEN INPUT ORDER-FILE.
            IF WS-COR-STATUS NOT = '00'
                MOVE 'Y' TO WS-ORDER-EOF
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF = 'Y'
                READ ORDER-FILE
                    AT END MOVE 'Y' TO WS-ORDER-EOF
                    NOT AT END
                        IF COR-STATUS = 'O' AND
                            COR-BCODE = WS-IN-BCODE AND
                            COR-PCODE = WS-IN-PCODE AND
                            COR-QTY IS NUMERIC
                            ADD COR-QTY TO WS-RESV-QTY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '10'
                CLOSE ORDER-FILE
            END-IF.
            IF WS-RESV-QTY < WS-ANSWER-QTY
                COMPUTE WS-ATP-QTY = WS-ANSWER-QTY - WS-RESV-QTY
            ELSE
                MOVE ZERO TO WS-ATP-QTY
            END-IF.

       ASOF-LOOKUP-PARA.
            PERFORM ASOF-CORE-PARA.
            IF WS-FOUND-YES
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CustomerOrders.txt'
                TO WS-ORDER-PATH
            ACCEPT WS-ORDER-PATH FROM ENVIRONMENT 'CUSTOMER_ORDERS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InquiryResponse.txt'
                TO WS-RESPONSE-PATH
            ACCEPT WS-RESPONSE-PATH FROM ENVIRONMENT 'INQUIRY_RESPONSE'
