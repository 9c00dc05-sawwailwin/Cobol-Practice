      ******************************************************************
      * Copybook: STKVALBR
      * Purpose: Shared branch stock-valuation extract layout -- one
      *          line per branch on StockValBranch.txt, written by
      *          STOCKVAL alongside its printed valuation: the
      *          business date valued, the branch, and the branch's
      *          on-hand value at product-master unit cost (sellable
      *          stock only, quarantine excluded -- the same figure
      *          as the printed branch subtotal). GLRECON reads it to
      *          reconcile the valuation to the ledger. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 SVB-REC-NAME.
           05 SVB-DATE-NAME PIC 9(8).
           05 SVB-BCODE-NAME PIC 9(3).
           05 SVB-VALUE-NAME PIC 9(13)V99.
