      ******************************************************************
      * Copybook: PRODXREF
      * Purpose: Shared old-to-new product code cross-reference
      *          record layout -- one line per retired two-digit
      *          product code on ProductXref.txt, giving the six-digit
      *          code it was renumbered to when the product code was
      *          widened. New codes are 100 and up, so a code of 99 or
      *          less is always an old code. PCODECONV re-keys every
      *          file through it at cutover; during the transition
      *          TRANEDIT and PARTNERCONV map an old code still keyed
      *          by a branch or partner through the shared PCODEXREF
      *          lookup. COPY ... REPLACING so each program keeps its
      *          own group and field names while sharing one set of
      *          PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
       01 PXR-REC-NAME.
           05 PXR-OLD-NAME PIC 9(2).
           05 PXR-NEW-NAME PIC 9(6).
