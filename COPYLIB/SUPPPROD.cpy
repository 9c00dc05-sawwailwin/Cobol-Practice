      ******************************************************************
      * Copybook: SUPPPROD
      * Purpose: Shared supplier-product record layout -- one line per
      *          product on SupplierProduct.txt naming the supplier
      *          the product is bought from. The reorder check stamps
      *          that supplier code on every open-PO line it raises;
      *          a product with no row is ordered with a blank
      *          (unassigned) supplier, which the scorecard lists
      *          separately. COPY ... REPLACING so each program keeps
      *          its own group and field names while sharing one set
      *          of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Added SPP-PRICE-NAME, the unit price agreed
      *                with the supplier. The reorder check stamps it
      *                on each PO line it raises and the invoice match
      *                checks supplier invoices against it.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 SPP-REC-NAME.
           05 SPP-PCODE-NAME PIC 9(6).
           05 SPP-SUPP-NAME PIC X(5).
           05 SPP-PRICE-NAME PIC 9(5)V99.
