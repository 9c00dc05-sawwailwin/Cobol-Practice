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
       01 SPF-REC-NAME.
           05 SPF-BCODE-NAME PIC 9(3).
           05 SPF-PCODE-NAME PIC 9(6).
           05 SPF-MIN-NAME PIC 9(7).
           05 SPF-MAX-NAME PIC 9(7).
           05 SPF-STOCKED-NAME PIC X(1).
