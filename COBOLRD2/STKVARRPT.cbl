      *                eight digits to match the widened SV-DIFF, so
      *                a variance over 99,999 totals and flags
      *                correctly instead of truncating.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVARRPT.
       FD VARIANCE-FILE.
       01 VARIANCE-REC.
           05 SV-BCODE PIC 9(3).
           05 SV-PCODE PIC 9(6).
           05 SV-BOOK PIC 9(7).
           05 SV-COUNTED PIC 9(7).
           05 SV-DIFF PIC S9(8) SIGN LEADING SEPARATE.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).

       01 WS-HEAD-LINE.
           05 FILLER PIC X(110) VALUE
           "BRANCH PRODUCT                           BOOK  COUNTED  DIFF
      -    "ERENCE   DATE".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DATE PIC 9(8).
           05 WS-DET-FLAG PIC X(16).
           05 FILLER PIC X(18) VALUE SPACES.
       01 WS-BRANCH-LINE.
           05 FILLER PIC X(10) VALUE "  BRANCH ".
           05 WS-BL-BCODE PIC 9(3).
