      *                must be converted (QTYCONV) or drained before
      *                this layout reads them; the record grows by
      *                three bytes per widened field.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 LCT-REC-NAME.
           05 LCT-BCODE-NAME PIC 9(3).
           05 LCT-PCODE-NAME PIC 9(6).
           05 LCT-ACTION-NAME PIC X(1).
           05 LCT-FROMLOC-NAME PIC X(4).
           05 LCT-TOLOC-NAME PIC X(4).
