      ******************************************************************
      * Copybook: KITMST
      * Purpose: Shared kit (bill-of-materials) master record layout
      *          -- one line per component of a kit on KitMaster.txt:
      *          the kit's product code, the component product code,
      *          and how many of the component go into one kit. A kit
      *          is sold as one unit but stocked as its components,
      *          so COBOLRD2 explodes an option-1 issue of the kit
      *          into component issues. COPY ... REPLACING so each
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
      *                four bytes per product code (eight here).
      ******************************************************************
       01 KIT-REC-NAME.
           05 KIT-PCODE-NAME PIC 9(6).
           05 KIT-COMP-NAME PIC 9(6).
           05 KIT-QTY-NAME PIC 9(4).
