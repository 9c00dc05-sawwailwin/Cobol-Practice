      *                must be converted (QTYCONV) or drained before
      *                this layout reads them; the record grows by
      *                three bytes per widened field.
      * 10/15/2026 SWL Lot expiry date (YYYYMMDD, zero = does not
      *                expire) added after the quantity, stamped from
      *                the receipt that opened the lot. COBOLRD2
      *                issues unlotted quantity from the earliest-
      *                expiring lots first, and LOTKEYGEN builds the
      *                expiry key file from it. The record grows from
      *                18 to 26 bytes; a lot line written at the old
      *                width reads back with no expiry.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 LBL-REC-NAME.
           05 LBL-BCODE-NAME PIC 9(3).
           05 LBL-PCODE-NAME PIC 9(6).
           05 LBL-LOT-NAME PIC X(6).
           05 LBL-QTY-NAME PIC 9(7).
           05 LBL-EXPIRY-NAME PIC 9(8).
