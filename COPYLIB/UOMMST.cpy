      *          keeps its own group and field names while sharing
      *          one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 UOM-REC-NAME.
           05 UOM-PCODE-NAME PIC 9(6).
           05 UOM-UNIT-NAME PIC X(2).
           05 UOM-FACTOR-NAME PIC 9(5).
