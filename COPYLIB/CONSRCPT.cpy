      ******************************************************************
      * Copybook: CONSRCPT
      * Purpose: Shared consigned-receipt record layout -- one line on
      *          ConsignReceipts.txt for every receipt PARTNERCONV
      *          converts for a partner whose PartnerProfile.txt row
      *          marks it as supplying on consignment: the date
      *          converted, the branch and product, the owning
      *          partner, and the quantity in eaches. The receipt
      *          itself still travels through the ordinary feed as an
      *          option-2 transaction; CONSIGNPOST matches each line
      *          to the receipt the roll-forward posted and books the
      *          units to the partner. COPY ... REPLACING so each
      *          program keeps its own group and field names while
      *          sharing one set of PIC clauses.
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
       01 CSR-REC-NAME.
           05 CSR-DATE-NAME PIC 9(8).
           05 CSR-BCODE-NAME PIC 9(3).
           05 CSR-PCODE-NAME PIC 9(6).
           05 CSR-PARTNER-NAME PIC X(8).
           05 CSR-QTY-NAME PIC 9(7).
