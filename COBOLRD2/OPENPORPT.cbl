      *                nine digits so summed seven-digit line
      *                quantities cannot wrap the report and branch
      *                totals silently.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENPORPT.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).

       01 WS-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "PO NO  BR  PRODUCT                     ORDERED RECEIVED ORDE
      -    "RED  ON       STATUS".

       01 WS-DETAIL-LINE.
           05 WS-DET-PONUM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG PIC X(26).
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-BRANCH-TOTAL-LINE.
