      *                head office just committed instead of
      *                yesterday's stale numbers. RETURN-CODE 0
      *                clean, 8 no snapshot to split.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHEXT.
           05 FILLER PIC X(20) VALUE SPACES.
       01 BRANCH-OUT-DET.
           05 BOD-BCODE PIC 9(3).
           05 BOD-PCODE PIC 9(6).
           05 BOD-QTY PIC 9(7).
           05 FILLER PIC X(21) VALUE SPACES.

