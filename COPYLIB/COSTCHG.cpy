      ******************************************************************
      * Copybook: COSTCHG
      * Purpose: Shared scheduled cost-change record layout -- one
      *          line per future-dated unit-cost change on
      *          CostChange.txt: product, the business date the new
      *          cost takes effect, and the new unit cost (pennies in
      *          the low two digits). REFAPPROVE schedules a change
      *          here instead of overwriting the product master's
      *          cost; COSTAPPLY applies each change on its effective
      *          date, revalues the on-hand stock, and stamps the row
      *          applied with the cost it replaced. Status 'P'
      *          pending, 'A' applied, 'X' rejected (product not on
      *          the master). COPY ... REPLACING so each program keeps
      *          its own group and field names while sharing one set
      *          of PIC clauses.
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
       01 CCH-REC-NAME.
           05 CCH-PCODE-NAME PIC 9(6).
           05 CCH-EFFDATE-NAME PIC 9(8).
           05 CCH-NEWCOST-NAME PIC 9(5)V99.
           05 CCH-STATUS-NAME PIC X(1).
           05 CCH-OLDCOST-NAME PIC 9(5)V99.
           05 CCH-APPLIED-NAME PIC 9(8).
           05 CCH-MAKER-NAME PIC X(10).
