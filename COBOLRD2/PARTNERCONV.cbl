      *                plausible calendar date, so a date keyed in
      *                the wrong format rejects with its reason
      *                instead of passing on a non-blank test.
      * 10/15/2026 SWL The converted records written in the
      *                TDYTRAN layout carry a blank unit code
      *                (eaches) and a zero lot expiry date, now
      *                that the shared layout includes both.
      * 10/15/2026 SWL Consignment: a partner whose PartnerProfile.txt
      *                row carries 'Y' in the new consignment column
      *                supplies stock it still owns. Every receipt
      *                converted for such a partner is also listed on
      *                ConsignReceipts.txt (CONSRCPT layout) with the
      *                partner id, so CONSIGNPOST can book the units
      *                to the partner once the roll-forward has
      *                posted the receipt. Profile rows written before
      *                the column read back blank -- own stock.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow. A partner still sending a retired
      *                two-digit code has it mapped to the new code
      *                through the shared PCODEXREF cross-reference
      *                until the transition ends; after that, or for a
      *                code not on the cross-reference, the row is
      *                rejected back to the partner with its reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERCONV.
           FILE STATUS IS WS-PPF-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSIGN-RECEIPTS ASSIGN TO DYNAMIC
           WS-CONSIGN-RECEIPTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                   TDN-QTY-NAME BY OUT-QTY
                                   TDN-TOBR-NAME BY OUT-TOBR
                                   TDN-REASON-NAME BY OUT-REASON
                                   TDN-LOT-NAME BY OUT-LOT
                                   TDN-UNIT-NAME BY OUT-UNIT
                                   TDN-EXPIRY-NAME BY OUT-EXPIRY.

       FD REJECT-FILE.
       01 REJECT-REC PIC X(120).
           05 PPF-POS-QTY PIC 9(1).
           05 PPF-POS-UNIT PIC 9(1).
           05 PPF-DATEFMT PIC X(3).
           05 PPF-CONSIGN PIC X(1).

       FD ACK-FILE.
       01 ACK-REC PIC X(120).

       FD CONSIGN-RECEIPTS.
           COPY CONSRCPT REPLACING CSR-REC-NAME BY CONSIGN-RECEIPT-REC
                                    CSR-DATE-NAME BY CSR-DATE
                                    CSR-BCODE-NAME BY CSR-BCODE
                                    CSR-PCODE-NAME BY CSR-PCODE
                                    CSR-PARTNER-NAME BY CSR-PARTNER
                                    CSR-QTY-NAME BY CSR-QTY.

       WORKING-STORAGE SECTION.
       01 WS-PTN-STATUS PIC X(2).
       01 WS-MAP-STATUS PIC X(2).
       01 WS-FLD-UNIT PIC X(2).
       01 WS-QTY-NUM PIC 9(7).
       01 WS-OUR-BRANCH PIC 9(3).
       01 WS-PROD-NUM PIC 9(6).
       01 WS-PARSE-FIELD PIC X(8).
       01 WS-PARSE-VALUE PIC 9(8).
       01 WS-PARSE-OK PIC X(1).
       01 WS-P-POS-QTY PIC 9(1) VALUE 5.
       01 WS-P-POS-UNIT PIC 9(1) VALUE 6.
       01 WS-P-DATEFMT PIC X(3) VALUE 'YMD'.
      * 'Y' -- THE PARTNER SUPPLIES ON CONSIGNMENT, SO ITS RECEIPTS
      * ARE LISTED FOR CONSIGNPOST TO BOOK TO THE PARTNER.
       01 WS-P-CONSIGN PIC X(1) VALUE 'N'.
       01 WS-CSR-STATUS PIC X(2).
       01 WS-CONSIGN-RECEIPTS-PATH PIC X(60).
       01 WS-CONSIGN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DATE-DIGITS PIC X(8).
       01 WS-DATE-DIGIT-N PIC 9(2).
       01 WS-DATE-IDX PIC 9(2).
       01 WS-UOM-MASTER-PATH PIC X(60).
       01 WS-UOM-TABLE.
           05 WS-UOM-ENTRY OCCURS 200 TIMES.
               10 WS-UOM-PCODE PIC 9(6).
               10 WS-UOM-UNIT PIC X(2).
               10 WS-UOM-FACTOR PIC 9(5).
       01 WS-UOM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UOM-RESULT PIC 9(9).
       01 WS-CONVERT-COUNT PIC 9(7) VALUE ZERO.

      * OLD-TO-NEW PRODUCT CODE MAPPING -- A PARTNER STILL SENDING A
      * RETIRED TWO-DIGIT CODE HAS IT MAPPED THROUGH THE SAME SHARED
      * CROSS-REFERENCE TRANEDIT USES, UNTIL THE TRANSITION ENDS.
       01 WS-PCODE-XREF.
           05 WS-PXR-DATE PIC 9(8).
           05 WS-PXR-PCODE PIC 9(6).
           05 WS-PXR-NEW-PCODE PIC 9(6).
           05 WS-PXR-RESULT PIC X(1).
       01 WS-OLDCODE-COUNT PIC 9(7) VALUE ZERO.

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJ-COUNT PIC 9(7) VALUE ZERO.
                STOP RUN
            END-IF.
            OPEN OUTPUT OUT-FILE REJECT-FILE REPORT-FILE ACK-FILE.
      *     THE CONSIGNED-RECEIPT LIST IS EXTENDED, NOT REPLACED --
      *     EACH PARTNER IS CONVERTED IN ITS OWN RUN, AND CONSIGNPOST
      *     EMPTIES THE LIST ONCE IT HAS BOOKED THE NIGHT'S LINES.
            IF WS-P-CONSIGN = 'Y'
                OPEN EXTEND CONSIGN-RECEIPTS
                IF WS-CSR-STATUS NOT = '00'
                    OPEN OUTPUT CONSIGN-RECEIPTS
                END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "PARTNER FEED CONVERSION - " DELIMITED BY SIZE
                WS-PARTNER-ID DELIMITED BY SIZE
            PERFORM WRITE-REPORT-PARA.
            PERFORM WRITE-ACK-PARA.
            CLOSE OUT-FILE REJECT-FILE REPORT-FILE ACK-FILE.
            IF WS-P-CONSIGN = 'Y'
                CLOSE CONSIGN-RECEIPTS
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

                IF WS-PARSE-OK = 'N'
                    MOVE "PRODUCT NOT NUMERIC" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE IF WS-PARSE-VALUE > 999999
                    MOVE "PRODUCT OVER FIELD WIDTH" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    MOVE WS-PARSE-VALUE TO WS-PROD-NUM
                    PERFORM MAP-OLD-PCODE-PARA
                END-IF END-IF
            END-IF.
            IF WS-RECORD-OK = 'Y'
                MOVE WS-FLD-QTY TO WS-PARSE-FIELD
                PERFORM PARSE-NUMBER-PARA
                IF WS-PARSE-OK = 'N'
                    MOVE "QUANTITY NOT NUMERIC" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE IF WS-PARSE-VALUE > 9999999
                    MOVE "QUANTITY OVER FIELD WIDTH" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    MOVE WS-PARSE-VALUE TO WS-QTY-NUM
                    PERFORM CONVERT-UOM-PARA
                END-IF END-IF
            END-IF.
            IF WS-RECORD-OK = 'Y'
                MOVE ZERO TO OUT-TOBR
                MOVE SPACES TO OUT-REASON
                MOVE SPACES TO OUT-LOT
                MOVE SPACES TO OUT-UNIT
                MOVE ZERO TO OUT-EXPIRY
                WRITE OUT-REC
                ADD 1 TO WS-OUT-COUNT
                IF WS-P-CONSIGN = 'Y' AND OUT-OPTION = 2
                    MOVE WS-RUN-DATE TO CSR-DATE
                    MOVE OUT-BCODE TO CSR-BCODE
                    MOVE OUT-PCODE TO CSR-PCODE
                    MOVE WS-PARTNER-ID TO CSR-PARTNER
                    MOVE OUT-QTY TO CSR-QTY
                    WRITE CONSIGN-RECEIPT-REC
                    ADD 1 TO WS-CONSIGN-COUNT
                END-IF
                ADD 1 TO WS-MAP-COUNT(WS-MAP-HIT)
            ELSE
                ADD 1 TO WS-REJ-COUNT
            IF PPF-DATEFMT NOT = SPACES
                MOVE PPF-DATEFMT TO WS-P-DATEFMT
            END-IF.
            IF PPF-CONSIGN = 'Y'
                MOVE 'Y' TO WS-P-CONSIGN
                DISPLAY "PARTNER " WS-PARTNER-ID
                    " SUPPLIES ON CONSIGNMENT"
            END-IF.
            DISPLAY "PROFILE IN EFFECT FOR " WS-PARTNER-ID
                " - DELIMITER '" WS-P-DELIM "' DATE FORMAT "
                WS-P-DATEFMT.
            END-STRING.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.
            IF WS-P-CONSIGN = 'Y'
                MOVE SPACES TO REPORT-LINE
                STRING 'CONSIGNED RECEIPTS LISTED ' DELIMITED BY SIZE
                    WS-CONSIGN-COUNT DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY REPORT-LINE
            END-IF.
            IF WS-OLDCODE-COUNT > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING 'OLD PRODUCT CODES MAPPED ' DELIMITED BY SIZE
                    WS-OLDCODE-COUNT DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY REPORT-LINE
            END-IF.

       MAP-OLD-PCODE-PARA.
      *     A TWO-DIGIT CODE (99 OR LESS) IS A RETIRED CODE THE PARTNER
      *     HAS NOT YET RENUMBERED. IT IS MAPPED TO ITS NEW CODE BEFORE
      *     THE UNIT CONVERSION, WHICH IS KEYED BY THE NEW CODE; AFTER
      *     THE TRANSITION ENDS, OR FOR A CODE NOT ON THE
      *     CROSS-REFERENCE, THE ROW IS REJECTED BACK TO THE PARTNER.
            MOVE WS-RUN-DATE TO WS-PXR-DATE.
            MOVE WS-PROD-NUM TO WS-PXR-PCODE.
            CALL 'PCODEXREF' USING WS-PCODE-XREF.
            IF WS-PXR-RESULT = '1'
                MOVE WS-PXR-NEW-PCODE TO WS-PROD-NUM
                ADD 1 TO WS-OLDCODE-COUNT
            ELSE IF WS-PXR-RESULT = '7'
                MOVE "OLD PRODUCT - TRANSITION ENDED" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PXR-RESULT = '8'
                MOVE "OLD PRODUCT NOT ON CROSS-REF" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PXR-RESULT = '9'
                MOVE "OLD PRODUCT - NO CROSS-REF" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            END-IF END-IF END-IF END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PartnerTransactions.csv'
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

       END PROGRAM PARTNERCONV.
