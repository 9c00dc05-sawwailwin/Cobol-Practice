      *                BALHISTLOAD), read sequentially in key order;
      *                per branch/product that is date order, which
      *                is what the issue scan wants.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOUNT.
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SCH-BCODE PIC 9(3).
           05 SCH-PCODE PIC 9(6).
           05 SCH-CLASS PIC X(1).
           05 SCH-LAST-DATE PIC 9(8).

       01 WS-AB-TABLE.
           05 WS-AB-ENTRY OCCURS 2000 TIMES.
               10 WS-AB-BCODE PIC 9(3).
               10 WS-AB-PCODE PIC 9(6).
               10 WS-AB-PREV-DATE PIC 9(8).
               10 WS-AB-PREV-QTY PIC 9(7).
               10 WS-AB-CUR-DATE PIC 9(8).
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(7) VALUE " CLASS ".
