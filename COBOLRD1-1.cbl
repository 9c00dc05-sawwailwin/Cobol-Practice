      *                the region rollups, per-file controls, and
      *                reconciliation are unchanged. No parameter
      *                means the full report, exactly as before.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as do REJECT-LINE and the totals
      *                key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRD1LOGIC2.
       01 REPORT-LINE PIC X(100).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(16).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC

       01 WS-TEMP-ITEM.
           05 WS-TEMP-BCODE PIC 9(3) VALUE ZERO.
           05 WS-TEMP-PCODE PIC 9(6) VALUE ZERO.
           05 WS-TEMP-QTY PIC 9(7) VALUE ZERO.
       01 WS-TEMP PIC 9(9) VALUE ZERO.

