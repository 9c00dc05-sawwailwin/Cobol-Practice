      *                must be converted (QTYCONV) or drained before
      *                this layout reads them; the record grows by
      *                three bytes per widened field.
      * 10/15/2026 SWL Added TDN-UNIT-NAME and TDN-EXPIRY-NAME. The
      *                unit code already rode in columns 26-27 of the
      *                raw branch feed (blank = eaches) and is now
      *                named here; TRANEDIT converts the quantity and
      *                blanks it, so on every file after the pre-edit
      *                it is spaces. The expiry date (YYYYMMDD) is
      *                keyed on a lot-tracked option-2 receipt and
      *                held against the lot on LotBalance.txt; zero
      *                or blank means no expiry, and it is ignored on
      *                every other option. The record grows from 25 to
      *                35 bytes -- files written at the old width read
      *                back with a blank unit and expiry, which is
      *                exactly "eaches, no expiry".
      * 10/15/2026 SWL Option 0 is a reversal of an already-posted
      *                movement. TDN-BCODE-NAME/TDN-PCODE-NAME name
      *                the branch and product the movement was posted
      *                under, TDN-QTY-NAME carries its reference (the
      *                seven-digit reference on the stock card and
      *                movement register) and TDN-EXPIRY-NAME its
      *                business date, zero meaning the latest movement
      *                under that reference. No field change.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows from
      *                35 to 39 bytes (unit code now in columns 30-31,
      *                expiry in 32-39). During the transition a code
      *                of 99 or less on a feed is an old code, which
      *                the pre-edit maps through the cross-reference.
      ******************************************************************
       01 TDN-REC-NAME.
           05 TDN-BCODE-NAME PIC 9(3).
           05 TDN-PCODE-NAME PIC 9(6).
           05 TDN-OPTION-NAME PIC 9.
           05 TDN-QTY-NAME PIC 9(7).
           05 TDN-TOBR-NAME PIC 9(3).
           05 TDN-REASON-NAME PIC X(3).
           05 TDN-LOT-NAME PIC X(6).
           05 TDN-UNIT-NAME PIC X(2).
           05 TDN-EXPIRY-NAME PIC 9(8).
