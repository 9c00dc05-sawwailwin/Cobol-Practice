      ******************************************************************
      * Copybook: APINTF
      * Purpose: Shared accounts-payable interface record layout --
      *          one line per supplier-invoice line that passed the
      *          three-way match (invoice against PO against receipts)
      *          on APInterface.txt, the file the payables system
      *          loads for payment: invoice number, supplier, PO line,
      *          delivery branch, product, quantity, unit price, line
      *          amount and the business date it was matched.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
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
       01 API-REC-NAME.
           05 API-INVNUM-NAME PIC X(10).
           05 API-SUPP-NAME PIC X(5).
           05 API-PONUM-NAME PIC 9(6).
           05 API-BCODE-NAME PIC 9(3).
           05 API-PCODE-NAME PIC 9(6).
           05 API-QTY-NAME PIC 9(7).
           05 API-PRICE-NAME PIC 9(5)V99.
           05 API-AMOUNT-NAME PIC 9(9)V99.
           05 API-DATE-NAME PIC 9(8).
