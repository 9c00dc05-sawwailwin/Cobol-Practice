      *                falls back to FULL automatically; either way
      *                the prior snapshot is rewritten from tonight's
      *                position at end of job.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; the extract carries the six-digit
      *                code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTRACT.
       01 WS-PRV-TABLE.
           05 WS-PRV-ENTRY OCCURS 2000 TIMES.
               10 WS-PRV-T-BCODE PIC 9(3).
               10 WS-PRV-T-PCODE PIC 9(6).
               10 WS-PRV-T-QTY PIC 9(7).
               10 WS-PRV-T-MATCHED PIC X(1).
       01 WS-PRV-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TODAY-TABLE.
           05 WS-TDY-ENTRY OCCURS 2000 TIMES.
               10 WS-TDY-T-BCODE PIC 9(3).
               10 WS-TDY-T-PCODE PIC 9(6).
               10 WS-TDY-T-QTY PIC 9(7).
       01 WS-TODAY-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-TODAY-COUNT PIC 9(4) VALUE 2000.
       01 WS-TDY-IDX PIC 9(4).
       01 WS-ACTION PIC X(1).
       01 WS-OUT-BCODE PIC 9(3).
       01 WS-OUT-PCODE PIC 9(6).
       01 WS-OUT-QTY PIC 9(7).
       01 WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE ZERO.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
