      *                BALHISTLOAD), read sequentially in key order;
      *                per branch/product that is date order, which
      *                is what the last-issue scan wants.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
       01 WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 2000 TIMES.
               10 WS-DM-BCODE PIC 9(3).
               10 WS-DM-PCODE PIC 9(6).
               10 WS-DM-FIRST-DATE PIC 9(8).
               10 WS-DM-PREV-DATE PIC 9(8).
               10 WS-DM-PREV-QTY PIC 9(7).
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "BRANCH PRODUCT                          QTY  DAYS DORMANT  B
      -    "AND        VALUE".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-BAND PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-VALUE PIC ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE SPACES.
       01 WS-BAND-LINE.
           05 FILLER PIC X(5) VALUE "BAND ".
           05 WS-BND-NAME PIC X(5).
