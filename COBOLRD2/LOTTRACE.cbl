      *                the lot was found somewhere, 4 when no movement
      *                or balance carries it, 12 when no lot number
      *                was supplied.
      * 10/15/2026 SWL LotBalance.txt now carries the lot's expiry
      *                date (LOTBAL layout); the register's option-1
      *                lines now include issues drawn automatically
      *                earliest-expiry-first, and option-5 lines the
      *                expiry write-off of a whole lot -- both count
      *                as issued on the trace.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.
                                  LBL-BCODE-NAME BY LBL-BCODE
                                  LBL-PCODE-NAME BY LBL-PCODE
                                  LBL-LOT-NAME BY LBL-LOT
                                  LBL-QTY-NAME BY LBL-QTY
                                  LBL-EXPIRY-NAME BY LBL-EXPIRY.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       01 WS-TRACE-TABLE.
           05 WS-TR-ENTRY OCCURS 500 TIMES.
               10 WS-TR-BCODE PIC 9(3).
               10 WS-TR-PCODE PIC 9(6).
               10 WS-TR-RECEIVED PIC 9(9).
               10 WS-TR-ISSUED PIC 9(9).
               10 WS-TR-ONHAND PIC 9(7).
       01 WS-TR-IDX PIC 9(3).
       01 WS-TR-HIT PIC 9(3).
       01 WS-WORK-BCODE PIC 9(3).
       01 WS-WORK-PCODE PIC 9(6).

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-BNAME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-RECEIVED PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-ISSUED PIC ZZZZZZZZ9.
