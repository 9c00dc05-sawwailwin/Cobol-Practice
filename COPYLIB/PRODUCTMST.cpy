      * Purpose: Shared product-master record layout -- one line per
      *          PRODUCT-CODE giving its description, used so reports in
      *          YOUR-PROGRAM-NAME, COBOLRD2, and KeyExpiredProcess can
      *          show a product name alongside the bare product code.
      *          COPY ... REPLACING so each program keeps its own group
      *          and field names while sharing one set of PIC clauses.
      * Tectonics: cobc -I COPYLIB
      *                stock valuation comes off the same master the
      *                balances do instead of a drifting spreadsheet
      *                cost list. Blank reads as zero cost.
      * 10/15/2026 SWL Added PRM-SERIAL-NAME ('Y' serial-tracked) for
      *                high-value products whose every unit is carried
      *                by serial number on the serial register. Rows
      *                written before this change have a blank flag,
      *                which readers treat as not serial-tracked.
      * 10/15/2026 SWL Added PRM-CATEGORY-NAME, the product's category
      *                code on CategoryMaster.txt (CATMST layout), so
      *                the stock reports can subtotal by category and
      *                department. Rows written before this change
      *                have a blank category, which readers report
      *                as uncategorised.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 PRM-REC-NAME.
           05 PRM-PCODE-NAME PIC 9(6).
           05 PRM-PDESC-NAME PIC X(20).
           05 PRM-STATUS-NAME PIC X(1).
           05 PRM-REORDER-NAME PIC 9(4).
           05 PRM-COST-NAME PIC 9(5)V99.
           05 PRM-SERIAL-NAME PIC X(1).
           05 PRM-CATEGORY-NAME PIC X(4).
