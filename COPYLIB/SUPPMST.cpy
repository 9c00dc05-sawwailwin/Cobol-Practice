      ******************************************************************
      * Copybook: SUPPMST
      * Purpose: Shared supplier-master record layout -- one line per
      *          supplier code in SupplierMaster.txt giving the
      *          supplier's name, the lead time in days it promises
      *          from order to delivery, and a status ('A' active,
      *          'I' inactive; blank reads as active). Open-PO lines
      *          carry the supplier code they were placed with, so
      *          the scorecard can rank suppliers on receipt facts.
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 SUP-REC-NAME.
           05 SUP-CODE-NAME PIC X(5).
           05 SUP-NAME-NAME PIC X(20).
           05 SUP-LEAD-NAME PIC 9(3).
           05 SUP-STATUS-NAME PIC X(1).
