      ******************************************************************
      * Copybook: REVALLN
      * Purpose: Shared inventory-revaluation line layout -- one line
      *          per branch/product whose on-hand stock was revalued
      *          by a cost change, on RevalLines.txt. COSTAPPLY writes
      *          them on the change's effective date; GLJOURNAL posts
      *          each dated line into the journal extract under the
      *          account map's revaluation rows ('V' type, code 'UP'
      *          for a cost increase, 'DN' for a decrease). Amount is
      *          the absolute difference between the on-hand valued
      *          at the new and at the old unit cost. COPY ...
      *          REPLACING so each program keeps its own group and
      *          field names while sharing one set of PIC clauses.
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
       01 RVL-REC-NAME.
           05 RVL-DATE-NAME PIC 9(8).
           05 RVL-BCODE-NAME PIC 9(3).
           05 RVL-PCODE-NAME PIC 9(6).
           05 RVL-DIR-NAME PIC X(2).
           05 RVL-QTY-NAME PIC 9(7).
           05 RVL-AMOUNT-NAME PIC 9(11)V99.
