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
       01 LCB-REC-NAME.
           05 LCB-BCODE-NAME PIC 9(3).
           05 LCB-PCODE-NAME PIC 9(6).
           05 LCB-LOC-NAME PIC X(4).
           05 LCB-QTY-NAME PIC 9(7).
