      *                and their printed column widen to nine digits
      *                so a lane with several seven-digit mismatches
      *                totals whole instead of wrapping.
      * 10/15/2026 SWL BalanceErrors.txt record widened to the
      *                35-byte TDYTRAN layout.
      * 10/15/2026 SWL BalanceErrors.txt record widened to 39 bytes
      *                for the six-digit product code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSRECON.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

       FD ERRBALANCE.
       01 ERRBALANCE-FILE PIC X(39).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
                                   TDN-QTY-NAME BY WS-ERR-QTY
                                   TDN-TOBR-NAME BY WS-ERR-TOBR
                                   TDN-REASON-NAME BY WS-ERR-REASON
                                   TDN-LOT-NAME BY WS-ERR-LOT
                                   TDN-UNIT-NAME BY WS-ERR-UNIT
                                   TDN-EXPIRY-NAME BY WS-ERR-EXPIRY.

      * OPEN OUT-LEGS LOADED FROM THE IN-TRANSIT FILE; STATE 'O'
      * UNTIL A FAILED CONFIRMATION PAIRS WITH IT AS A MISMATCH.
           05 WS-OUT-ENTRY OCCURS 500 TIMES.
               10 WS-OUT-FROM PIC 9(3).
               10 WS-OUT-TO PIC 9(3).
               10 WS-OUT-PCODE PIC 9(6).
               10 WS-OUT-QTY PIC 9(7).
               10 WS-OUT-DATE PIC 9(8).
               10 WS-OUT-STATE PIC X(1).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-DET-TO PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(9) VALUE " SHIPPED ".
           05 WS-DET-SHIPQTY PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE " CONFIRMED ".
           05 WS-DET-CONFQTY PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-LANE-LINE.
           05 FILLER PIC X(5) VALUE "LANE ".
           05 WS-LN-FROM PIC 9(3).
