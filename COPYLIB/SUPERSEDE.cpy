      ******************************************************************
      * Copybook: SUPERSEDE
      * Purpose: Shared product-supersession master record layout --
      *          one line per discontinued product code on
      *          Supersession.txt: the old code, the code that
      *          replaces it, and the business date the replacement
      *          takes effect. A replacement may itself be superseded
      *          later, so a code is followed down the chain to the
      *          code currently live. TRANEDIT redirects incoming
      *          transactions on the old code, SUPERCUT moves what is
      *          left on the old code across, and FORECAST and
      *          STOCKTREND read the old code's history as part of
      *          the new code's. COPY ... REPLACING so each program
      *          keeps its own group and field names while sharing
      *          one set of PIC clauses.
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
      *                four bytes per product code (eight here).
      ******************************************************************
       01 SUP-REC-NAME.
           05 SUP-OLD-NAME PIC 9(6).
           05 SUP-NEW-NAME PIC 9(6).
           05 SUP-EFFDATE-NAME PIC 9(8).
