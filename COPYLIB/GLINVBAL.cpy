      ******************************************************************
      * Copybook: GLINVBAL
      * Purpose: Shared general-ledger balance inbound layout -- one
      *          line per branch and ledger account on
      *          GlInventoryBalance.txt, sent back by the ledger for
      *          the subledger reconciliation: the branch, the
      *          account, the date the balance is as of, the business
      *          date of the last GLJOURNAL batch the ledger has
      *          posted for the branch, and the signed account
      *          balance. GLRECON reads it. COPY ... REPLACING so
      *          each program keeps its own group and field names
      *          while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 GLB-REC-NAME.
           05 GLB-BCODE-NAME PIC 9(3).
           05 GLB-ACCOUNT-NAME PIC X(6).
           05 GLB-ASOF-NAME PIC 9(8).
           05 GLB-POSTED-THRU-NAME PIC 9(8).
           05 GLB-BALANCE-NAME PIC S9(13)V99 SIGN LEADING SEPARATE.
