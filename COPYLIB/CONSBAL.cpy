      ******************************************************************
      * Copybook: CONSBAL
      * Purpose: Shared consignment-balance record layout -- one line
      *          per branch/product/partner on ConsignBalance.txt,
      *          holding how much of the branch's on-hand balance is
      *          stock a consignment partner supplied and still owns.
      *          The balance master keeps the whole on-hand quantity;
      *          whatever is not on this file is our own stock.
      *          Maintained by CONSIGNPOST after the roll-forward and
      *          read by the valuation, which leaves consigned units
      *          out of our stock value. COPY ... REPLACING so each
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
       01 CSB-REC-NAME.
           05 CSB-BCODE-NAME PIC 9(3).
           05 CSB-PCODE-NAME PIC 9(6).
           05 CSB-PARTNER-NAME PIC X(8).
           05 CSB-QTY-NAME PIC 9(7).
