      *                BALHISTLOAD), read sequentially in key order;
      *                per branch/product that is date order, which
      *                is what the velocity scan wants.
      * 10/15/2026 SWL The suggested-transfer records written in the
      *                TDYTRAN layout carry a blank unit code
      *                (eaches) and a zero lot expiry date, now
      *                that the shared layout includes both.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDEPLOY.
                                   TDN-QTY-NAME BY SUG-QTY
                                   TDN-TOBR-NAME BY SUG-TOBR
                                   TDN-REASON-NAME BY SUG-REASON
                                   TDN-LOT-NAME BY SUG-LOT
                                   TDN-UNIT-NAME BY SUG-UNIT
                                   TDN-EXPIRY-NAME BY SUG-EXPIRY.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       01 WS-VEL-TABLE.
           05 WS-VEL-ENTRY OCCURS 2000 TIMES.
               10 WS-VEL-BCODE PIC 9(3).
               10 WS-VEL-PCODE PIC 9(6).
               10 WS-VEL-PREV-DATE PIC 9(8).
               10 WS-VEL-PREV-QTY PIC 9(7).
               10 WS-VEL-CUR-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-DET-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " EXPIRES ".
           05 WS-DET-TOBR PIC X(3).
           05 FILLER PIC X(9) VALUE " VEL/100 ".
           05 WS-DET-RATE PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 NOTHING EXPIRING IN THE
      * WINDOW, 4 AT LEAST ONE LINE FLAGGED FOR REDEPLOYMENT REVIEW.
                    MOVE WS-BEST-BCODE TO SUG-TOBR
                    MOVE SPACES TO SUG-REASON
                    MOVE SPACES TO SUG-LOT
                    MOVE SPACES TO SUG-UNIT
                    MOVE ZERO TO SUG-EXPIRY
                    WRITE SUGGEST-REC
                    ADD 1 TO WS-SUGGEST-COUNT
                    DISPLAY "REDEPLOY - BRANCH " KEY-BCODE
