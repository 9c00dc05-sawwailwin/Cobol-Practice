      *                is one page instead of five files. Checks in
      *                with RUNCTL (predecessor COBOLRD2) so the
      *                summary can't run before the roll-forward.
      * 10/15/2026 SWL Balance-error, unmatched and invalid-branch
      *                record views widened to the 35-byte TDYTRAN
      *                layout COBOLRD2 now writes them in.
      * 10/15/2026 SWL Record views widened again to the 39-byte
      *                TDYTRAN layout carrying the six-digit product
      *                code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSESUMMARY.
                                    BPQ-QTY-NAME BY NEW-QUANTITY.

       FD ERRBALANCE.
       01 ERRBALANCE-FILE PIC X(39).

       FD UNMATCHED-FILE.
       01 UNMATCHED-LINE.
           05 UM-TRAN PIC X(39).
           05 UM-AGE PIC 9(2).

       FD INVALID-BRANCH-FILE.
       01 INVALID-BRANCH-LINE PIC X(39).

       FD KEYEXP-REPORT.
       01 KEYEXP-LINE PIC X(120).
