      *                any location total exceeding its control
      *                balance. RETURN-CODE 0 clean, 4 records were
      *                rejected or a control mismatch was flagged.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow. The pick list no longer sweeps
      *                every code from 00 to 99; each pass takes the
      *                next higher code held anywhere, so it stays in
      *                product order without sorting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCTRACK.
       01 WS-LB-TABLE.
           05 WS-LB-ENTRY OCCURS 2000 TIMES.
               10 WS-LB-BCODE PIC 9(3).
               10 WS-LB-PCODE PIC 9(6).
               10 WS-LB-LOC PIC X(4).
               10 WS-LB-QTY PIC 9(7).
       77 MAX-LB-COUNT PIC 9(4) VALUE 2000.
       01 WS-LOCATED-TOTAL PIC 9(9).
      * ONE DIGIT WIDER THAN THE PRODUCT CODE SO THE 00-99 SWEEP CAN
      * ACTUALLY PASS 99 AND TERMINATE.
       01 WS-PL-PCODE PIC 9(6).
       01 WS-PL-NEXT PIC 9(6).
       01 WS-PL-FIRST PIC X(1).
       01 WS-PL-SWEEP-DONE PIC X(1).
       01 WS-PL-ANY PIC X(1).

       01 WS-PL-TITLE-LINE.
           "PICK-LOCATION LISTING BY PRODUCT".
       01 WS-PL-PROD-LINE.
           05 FILLER PIC X(8) VALUE "PRODUCT ".
           05 WS-PLP-PCODE PIC 9(6).
           05 FILLER PIC X(66) VALUE SPACES.
       01 WS-PL-DETAIL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-PLM-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-PLM-PCODE PIC 9(6).
           05 FILLER PIC X(9) VALUE " LOCATED ".
           05 WS-PLM-LOCATED PIC ZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE " CONTROL ".
           05 WS-PLM-CONTROL PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A TRANSACTION WAS
      * REJECTED OR A LOCATION TOTAL EXCEEDS ITS CONTROL BALANCE.
            END-IF.

       WRITE-PICKLIST-PARA.
      *     EACH SWEEP PICKS THE NEXT HIGHER PRODUCT CODE HELD
      *     ANYWHERE, SO EVERY PRODUCT'S HOLDING LOCATIONS ARE LISTED
      *     IN PRODUCT ORDER WITHOUT SORTING THE TABLE.
            MOVE ZERO TO WS-PL-PCODE.
            MOVE 'Y' TO WS-PL-FIRST.
            MOVE 'N' TO WS-PL-SWEEP-DONE.
            PERFORM UNTIL WS-PL-SWEEP-DONE = 'Y'
                PERFORM NEXT-PICK-PCODE-PARA
                IF WS-PL-SWEEP-DONE = 'N'
                    MOVE 'N' TO WS-PL-ANY
                    PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                        UNTIL WS-LB-IDX > WS-LB-COUNT
                        IF WS-LB-PCODE(WS-LB-IDX) = WS-PL-PCODE AND
                            WS-LB-QTY(WS-LB-IDX) > ZERO
                            IF WS-PL-ANY = 'N'
                                MOVE 'Y' TO WS-PL-ANY
                                MOVE WS-PL-PCODE TO WS-PLP-PCODE
                                MOVE WS-PL-PROD-LINE TO PICK-LIST-LINE
                                WRITE PICK-LIST-LINE
                            END-IF
                            PERFORM WRITE-PICK-DETAIL-PARA
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       NEXT-PICK-PCODE-PARA.
      *     LOWEST CODE WITH STOCK ABOVE THE ONE JUST LISTED; THE
      *     SWEEP IS DONE WHEN THERE IS NONE.
            MOVE 'Y' TO WS-PL-SWEEP-DONE.
            MOVE 999999 TO WS-PL-NEXT.
            PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                UNTIL WS-LB-IDX > WS-LB-COUNT
                IF WS-LB-QTY(WS-LB-IDX) > ZERO AND
                    WS-LB-PCODE(WS-LB-IDX) <= WS-PL-NEXT AND
                    (WS-PL-FIRST = 'Y' OR
                     WS-LB-PCODE(WS-LB-IDX) > WS-PL-PCODE)
                    MOVE WS-LB-PCODE(WS-LB-IDX) TO WS-PL-NEXT
                    MOVE 'N' TO WS-PL-SWEEP-DONE
                END-IF
            END-PERFORM.
            IF WS-PL-SWEEP-DONE = 'N'
                MOVE WS-PL-NEXT TO WS-PL-PCODE
                MOVE 'N' TO WS-PL-FIRST
            END-IF.

       WRITE-PICK-DETAIL-PARA.
            PERFORM FIND-LOC-DESC-PARA.
            MOVE WS-LB-BCODE(WS-LB-IDX) TO WS-PLD-BCODE.
