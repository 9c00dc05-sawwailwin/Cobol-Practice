      ******************************************************************
      * Copybook: CONSLEDG
      * Purpose: Shared consignment-ledger record layout -- one line
      *          on the cumulative ConsignLedger.txt for every
      *          movement of consigned stock, under the business date
      *          and the movement-register reference it posted with.
      *          Type 'R' a consigned receipt booked to the partner,
      *          'I' consigned units issued (consumed -- owed to the
      *          partner), 'L' consigned units that left the branch
      *          by any other movement once our own stock was gone
      *          (also owed -- the stock was in our custody), 'X' a
      *          reversal putting consumed units back to the partner
      *          (no longer owed), 'Y' a reversal taking a consigned
      *          receipt back out. The unit cost is the product
      *          master's on the day, which is what the settlement
      *          prices consumption at. Written by CONSIGNPOST; read
      *          by GLJOURNAL (to keep consigned units out of the
      *          journal) and CONSIGNSET (the monthly settlement).
      *          COPY ... REPLACING so each program keeps its own
      *          group and field names while sharing one set of PIC
      *          clauses.
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
       01 CSL-REC-NAME.
           05 CSL-DATE-NAME PIC 9(8).
           05 CSL-BCODE-NAME PIC 9(3).
           05 CSL-PCODE-NAME PIC 9(6).
           05 CSL-PARTNER-NAME PIC X(8).
           05 CSL-TYPE-NAME PIC X(1).
           05 CSL-OPTION-NAME PIC 9(1).
           05 CSL-REF-NAME PIC 9(7).
           05 CSL-QTY-NAME PIC 9(7).
           05 CSL-COST-NAME PIC 9(5)V99.
