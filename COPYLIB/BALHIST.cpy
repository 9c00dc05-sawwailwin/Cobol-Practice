      *                written before this change read back with the
      *                new fields blank, which readers print as
      *                unknown.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 BHI-REC-NAME.
           05 BHI-BCODE-NAME PIC 9(3).
           05 BHI-PCODE-NAME PIC 9(6).
           05 BHI-QTY-NAME PIC 9(4).
           05 BHI-DATE-NAME PIC 9(8).
           05 BHI-OPTION-NAME PIC 9(1).
