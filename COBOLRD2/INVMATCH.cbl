      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SUPPLIER INVOICE THREE-WAY MATCH
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- checks each supplier invoice
      *                line on SupplierInvoice.txt against what was
      *                ordered (the PO line on OpenPO.txt) and what
      *                COBOLRD2 actually booked in against it as
      *                option-2 receipts. A line passes when the PO
      *                line exists and belongs to the invoicing
      *                supplier, the quantity billed is no more than
      *                the quantity received and not already invoiced,
      *                and the unit price equals the price agreed on
      *                the PO line. Passed lines go to APInterface.txt
      *                for payment and are added to the PO line's
      *                invoiced quantity, so the same receipt cannot be
      *                paid twice; every failing line is listed on
      *                InvoiceExceptions.txt with each reason it failed
      *                for accounts payable to chase. OpenPO.txt is
      *                rewritten only when a line passed.
      *                RETURN-CODE 0 all lines passed, 4 exceptions
      *                listed, 16 the open-PO file is larger than the
      *                table (nothing is passed or rewritten).
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as does the open purchase order
      *                work record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPO-STATUS.
           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIV-STATUS.
           SELECT AP-FILE ASSIGN TO DYNAMIC WS-AP-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-EXCEPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD INVOICE-FILE.
           COPY SUPPINV REPLACING SIV-REC-NAME BY INVOICE-REC
                                   SIV-INVNUM-NAME BY SIV-INVNUM
                                   SIV-SUPP-NAME BY SIV-SUPP
                                   SIV-PONUM-NAME BY SIV-PONUM
                                   SIV-QTY-NAME BY SIV-QTY
                                   SIV-PRICE-NAME BY SIV-PRICE.

       FD AP-FILE.
           COPY APINTF REPLACING API-REC-NAME BY AP-REC
                                  API-INVNUM-NAME BY API-INVNUM
                                  API-SUPP-NAME BY API-SUPP
                                  API-PONUM-NAME BY API-PONUM
                                  API-BCODE-NAME BY API-BCODE
                                  API-PCODE-NAME BY API-PCODE
                                  API-QTY-NAME BY API-QTY
                                  API-PRICE-NAME BY API-PRICE
                                  API-AMOUNT-NAME BY API-AMOUNT
                                  API-DATE-NAME BY API-DATE.

       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPO-STATUS PIC X(2).
       01 WS-SIV-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-OPENPO-PATH PIC X(60).
       01 WS-INVOICE-PATH PIC X(60).
       01 WS-AP-PATH PIC X(60).
       01 WS-EXCEPT-PATH PIC X(60).

      * THE WHOLE OPEN-PO FILE IN STORAGE -- IT IS REWRITTEN FROM
      * THE TABLE, SO A FILE LARGER THAN THE TABLE STOPS THE RUN
      * BEFORE ANY INVOICE LINE IS PASSED.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 500 TIMES.
               10 WS-PO-T-REC PIC X(72).
       01 WS-PO-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PO-COUNT PIC 9(3) VALUE 500.
       01 WS-PO-IDX PIC 9(3).
       01 WS-PO-HIT PIC 9(3).
       01 WS-PO-EOF PIC A(1) VALUE 'N'.
       01 WS-INV-EOF PIC A(1) VALUE 'N'.

       01 WS-LINE-OK PIC X(1).
       01 WS-AVAIL-QTY PIC S9(8).
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-REASON PIC X(40).

       01 WS-LINES-READ PIC 9(5) VALUE ZERO.
       01 WS-LINES-PASSED PIC 9(5) VALUE ZERO.
       01 WS-LINES-EXCEPT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-PASSED PIC 9(9)V99 VALUE ZERO.

       01 WS-HEAD-LINE-1.
           05 FILLER PIC X(40) VALUE
           "SUPPLIER INVOICE MATCH EXCEPTIONS".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-HEAD-LINE-2.
           05 FILLER PIC X(100) VALUE
           "INVOICE    SUPP   PO LINE    BILLED  RECEIVED  INVOICED   P
      -    "RICE   AGREED  REASON".

       01 WS-DETAIL-LINE.
           05 WS-DET-INVNUM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-SUPP PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-PONUM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-RCVQTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-INVQTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-PRICE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-AGREED PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-REASON PIC X(24).

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "LINES READ".
           05 WS-TOT-READ PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  PASSED ".
           05 WS-TOT-PASSED PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS ".
           05 WS-TOT-EXCEPT PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "  AMOUNT PASSED ".
           05 WS-TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 EXCEPTIONS LISTED,
      * 16 OPEN-PO FILE PAST TABLE CAPACITY.
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
            PERFORM LOAD-OPENPO-PARA.
            OPEN INPUT INVOICE-FILE.
            IF WS-SIV-STATUS NOT = '00'
                DISPLAY "SUPPLIER INVOICE FILE NOT AVAILABLE - STATUS "
                    WS-SIV-STATUS
                MOVE 'Y' TO WS-INV-EOF
            END-IF.
            OPEN OUTPUT AP-FILE.
            OPEN OUTPUT EXCEPT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE-1 TO EXCEPT-LINE.
            WRITE EXCEPT-LINE.
            MOVE WS-HEAD-LINE-2 TO EXCEPT-LINE.
            WRITE EXCEPT-LINE.
            PERFORM UNTIL WS-INV-EOF = 'Y'
                READ INVOICE-FILE
                    AT END MOVE 'Y' TO WS-INV-EOF
                    NOT AT END
                        ADD 1 TO WS-LINES-READ
                        PERFORM MATCH-ONE-PARA THRU MATCH-ONE-EXIT
                END-READ
            END-PERFORM.
            IF WS-SIV-STATUS = '00' OR WS-SIV-STATUS = '10'
                CLOSE INVOICE-FILE
            END-IF.
            MOVE WS-LINES-READ TO WS-TOT-READ.
            MOVE WS-LINES-PASSED TO WS-TOT-PASSED.
            MOVE WS-LINES-EXCEPT TO WS-TOT-EXCEPT.
            MOVE WS-AMOUNT-PASSED TO WS-TOT-AMOUNT.
            MOVE SPACES TO EXCEPT-LINE.
            WRITE EXCEPT-LINE.
            MOVE WS-TOTAL-LINE TO EXCEPT-LINE.
            WRITE EXCEPT-LINE.
            CLOSE AP-FILE.
            CLOSE EXCEPT-FILE.
            IF WS-LINES-PASSED > ZERO
                PERFORM REWRITE-OPENPO-PARA
            END-IF.
            IF WS-LINES-EXCEPT > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "INVOICE MATCH COMPLETE - " WS-LINES-PASSED
                " PASSED, " WS-LINES-EXCEPT " EXCEPTIONS".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       MATCH-ONE-PARA.
      *     EVERY REASON A LINE FAILS IS LISTED, SO AP CAN CHASE THE
      *     SUPPLIER FOR ALL OF THEM AT ONCE.
            MOVE 'Y' TO WS-LINE-OK.
            MOVE ZERO TO WS-PO-HIT.
            IF SIV-PONUM IS NOT NUMERIC OR SIV-QTY IS NOT NUMERIC
                OR SIV-PRICE IS NOT NUMERIC
                MOVE ZERO TO SIV-QTY
                MOVE ZERO TO SIV-PRICE
                MOVE "INVALID INVOICE LINE" TO WS-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO MATCH-ONE-EXIT
            END-IF.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-HIT > ZERO
                MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC
                IF OPO-PONUM = SIV-PONUM
                    MOVE WS-PO-IDX TO WS-PO-HIT
                END-IF
            END-PERFORM.
            IF WS-PO-HIT = ZERO
                MOVE "PO LINE NOT ON FILE" TO WS-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO MATCH-ONE-EXIT
            END-IF.
            MOVE WS-PO-T-REC(WS-PO-HIT) TO OPENPO-REC.
            IF OPO-SUPP NOT = SIV-SUPP
                MOVE "SUPPLIER NOT ON PO" TO WS-REASON
                PERFORM WRITE-EXCEPTION-PARA
            END-IF.
            COMPUTE WS-AVAIL-QTY = OPO-RCVQTY - OPO-INVQTY.
            IF SIV-QTY = ZERO OR SIV-QTY > WS-AVAIL-QTY
                MOVE "QTY NOT RECEIVED" TO WS-REASON
                PERFORM WRITE-EXCEPTION-PARA
            END-IF.
            IF OPO-PRICE = ZERO
                MOVE "NO AGREED PRICE" TO WS-REASON
                PERFORM WRITE-EXCEPTION-PARA
            ELSE
                IF SIV-PRICE NOT = OPO-PRICE
                    MOVE "PRICE NOT AGREED" TO WS-REASON
                    PERFORM WRITE-EXCEPTION-PARA
                END-IF
            END-IF.
            IF WS-LINE-OK = 'N'
                GO TO MATCH-ONE-EXIT
            END-IF.
            COMPUTE WS-LINE-AMOUNT = SIV-QTY * SIV-PRICE.
            MOVE SIV-INVNUM TO API-INVNUM.
            MOVE SIV-SUPP TO API-SUPP.
            MOVE SIV-PONUM TO API-PONUM.
            MOVE OPO-BCODE TO API-BCODE.
            MOVE OPO-PCODE TO API-PCODE.
            MOVE SIV-QTY TO API-QTY.
            MOVE SIV-PRICE TO API-PRICE.
            MOVE WS-LINE-AMOUNT TO API-AMOUNT.
            MOVE WS-RUN-DATE TO API-DATE.
            WRITE AP-REC.
            ADD SIV-QTY TO OPO-INVQTY.
            MOVE OPENPO-REC TO WS-PO-T-REC(WS-PO-HIT).
            ADD 1 TO WS-LINES-PASSED.
            ADD WS-LINE-AMOUNT TO WS-AMOUNT-PASSED.
       MATCH-ONE-EXIT.
            EXIT.

       WRITE-EXCEPTION-PARA.
            IF WS-LINE-OK = 'Y'
                ADD 1 TO WS-LINES-EXCEPT
            END-IF.
            MOVE 'N' TO WS-LINE-OK.
            MOVE SIV-INVNUM TO WS-DET-INVNUM.
            MOVE SIV-SUPP TO WS-DET-SUPP.
            MOVE SIV-PONUM TO WS-DET-PONUM.
            MOVE SIV-QTY TO WS-DET-QTY.
            MOVE SIV-PRICE TO WS-DET-PRICE.
            IF WS-PO-HIT > ZERO
                MOVE OPO-RCVQTY TO WS-DET-RCVQTY
                MOVE OPO-INVQTY TO WS-DET-INVQTY
                MOVE OPO-PRICE TO WS-DET-AGREED
            ELSE
                MOVE ZERO TO WS-DET-RCVQTY
                MOVE ZERO TO WS-DET-INVQTY
                MOVE ZERO TO WS-DET-AGREED
            END-IF.
            MOVE WS-REASON TO WS-DET-REASON.
            MOVE WS-DETAIL-LINE TO EXCEPT-LINE.
            WRITE EXCEPT-LINE.

       LOAD-OPENPO-PARA.
            MOVE ZERO TO WS-PO-COUNT.
            MOVE 'N' TO WS-PO-EOF.
            OPEN INPUT OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
                DISPLAY "OPEN-PO FILE NOT AVAILABLE - STATUS "
                    WS-OPO-STATUS
                MOVE 'Y' TO WS-PO-EOF
            END-IF.
            PERFORM UNTIL WS-PO-EOF = 'Y'
                READ OPENPO-FILE
                    AT END MOVE 'Y' TO WS-PO-EOF
                    NOT AT END
                        IF WS-PO-COUNT >= MAX-PO-COUNT
                            DISPLAY "OPEN-PO FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-PO-COUNT
                                " - RUN STOPPED"
                            CLOSE OPENPO-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF OPO-RCVQTY IS NOT NUMERIC
                            MOVE ZERO TO OPO-RCVQTY
                        END-IF
                        IF OPO-PRICE IS NOT NUMERIC
                            MOVE ZERO TO OPO-PRICE
                        END-IF
                        IF OPO-INVQTY IS NOT NUMERIC
                            MOVE ZERO TO OPO-INVQTY
                        END-IF
                        ADD 1 TO WS-PO-COUNT
                        MOVE OPENPO-REC TO WS-PO-T-REC(WS-PO-COUNT)
                END-READ
            END-PERFORM.
            IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
                CLOSE OPENPO-FILE
            END-IF.

       REWRITE-OPENPO-PARA.
      *     EVERY LINE GOES BACK, MATCHED OR NOT, IN FILE ORDER.
            OPEN OUTPUT OPENPO-FILE.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC
                WRITE OPENPO-REC
            END-PERFORM.
            CLOSE OPENPO-FILE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupplierInvoice.txt'
                TO WS-INVOICE-PATH
            ACCEPT WS-INVOICE-PATH
                FROM ENVIRONMENT 'SUPPLIER_INVOICE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\APInterface.txt'
                TO WS-AP-PATH
            ACCEPT WS-AP-PATH FROM ENVIRONMENT 'AP_INTERFACE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InvoiceExceptions.txt'
                TO WS-EXCEPT-PATH
            ACCEPT WS-EXCEPT-PATH
                FROM ENVIRONMENT 'INVOICE_EXCEPTIONS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM INVMATCH.
