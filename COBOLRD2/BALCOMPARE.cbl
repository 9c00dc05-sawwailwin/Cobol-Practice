      *                tolerance), 4 dirty, 8 either input missing --
      *                so a week of parallel nights can be scored by
      *                the scheduler.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCOMPARE.

       01 WS-A-KEY.
           05 WS-A-K-BCODE PIC 9(3).
           05 WS-A-K-PCODE PIC 9(6).
       01 WS-B-KEY.
           05 WS-B-K-BCODE PIC 9(3).
           05 WS-B-K-PCODE PIC 9(6).

       01 WS-TOLERANCE PIC 9(7) VALUE ZERO.
       01 WS-TOLERANCE-X PIC X(7).
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(3) VALUE " A ".
           05 WS-DET-A-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE " B ".
