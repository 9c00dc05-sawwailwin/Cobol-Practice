      ******************************************************************
      * Copybook: SERMOVE
      * Purpose: Shared serial-movement feed record layout -- one line
      *          per serial number moved, on SerialTran.txt, keyed
      *          alongside the day's transaction feed for products the
      *          product master flags as serial-tracked. The branch,
      *          product, option and (for option-4 transfers and
      *          option-6 confirmations) the other branch are those of
      *          the transaction the serial belongs to, so COBOLRD2 can
      *          pair each transaction with as many serials as its
      *          quantity. COPY ... REPLACING so each program keeps its
      *          own group and field names while sharing one set of
      *          PIC clauses.
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
       01 SMV-REC-NAME.
           05 SMV-BCODE-NAME PIC 9(3).
           05 SMV-PCODE-NAME PIC 9(6).
           05 SMV-OPTION-NAME PIC 9.
           05 SMV-TOBR-NAME PIC 9(3).
           05 SMV-SERIAL-NAME PIC X(12).
