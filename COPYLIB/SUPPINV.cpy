      ******************************************************************
      * Copybook: SUPPINV
      * Purpose: Shared supplier-invoice line layout -- one line per
      *          PO line billed on SupplierInvoice.txt, keyed in by
      *          accounts payable from the supplier's invoice:
      *          invoice number, supplier code, the PO line number
      *          billed, the quantity billed and the unit price
      *          charged. The invoice match checks each line against
      *          the open-PO file before it is passed for payment.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 SIV-REC-NAME.
           05 SIV-INVNUM-NAME PIC X(10).
           05 SIV-SUPP-NAME PIC X(5).
           05 SIV-PONUM-NAME PIC 9(6).
           05 SIV-QTY-NAME PIC 9(7).
           05 SIV-PRICE-NAME PIC 9(5)V99.
