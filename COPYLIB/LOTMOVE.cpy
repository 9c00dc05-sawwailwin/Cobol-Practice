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
       01 LMV-REC-NAME.
           05 LMV-BCODE-NAME PIC 9(3).
           05 LMV-PCODE-NAME PIC 9(6).
           05 LMV-LOT-NAME PIC X(6).
           05 LMV-OPTION-NAME PIC 9.
           05 LMV-QTY-NAME PIC 9(7).
