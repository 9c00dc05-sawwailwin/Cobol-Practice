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
       01 BHX-REC-NAME.
           05 BHX-KEY-NAME.
               10 BHX-BCODE-NAME PIC 9(3).
               10 BHX-PCODE-NAME PIC 9(6).
               10 BHX-DATE-NAME PIC 9(8).
               10 BHX-REF-NAME PIC 9(7).
           05 BHX-QTY-NAME PIC 9(7).
