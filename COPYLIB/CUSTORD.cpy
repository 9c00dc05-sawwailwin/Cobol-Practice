      ******************************************************************
      * Copybook: CUSTORD
      * Purpose: Shared customer-order record layout -- one line per
      *          order on CustomerOrders.txt: order number, the branch
      *          and product promised, the quantity, the date promised
      *          to the customer, and the order's status. An open
      *          order ('O') holds a reservation against the branch's
      *          balance of the product; fulfilled ('F'), cancelled
      *          ('C') and expired ('E') orders hold nothing. CUSTORDER
      *          enters, fulfils and cancels orders; ORDERSWEEP
      *          expires the overdue ones nightly. BALINQUIRY and the
      *          roll-forward read the open orders to know what is
      *          already promised. COPY ... REPLACING so each program
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
      *                four bytes per product code.
      ******************************************************************
       01 COR-REC-NAME.
           05 COR-ORDNUM-NAME PIC 9(6).
           05 COR-BCODE-NAME PIC 9(3).
           05 COR-PCODE-NAME PIC 9(6).
           05 COR-QTY-NAME PIC 9(7).
           05 COR-PROMDATE-NAME PIC 9(8).
           05 COR-STATUS-NAME PIC X(1).
           05 COR-CUSTREF-NAME PIC X(12).
           05 COR-ENTDATE-NAME PIC 9(8).
           05 COR-CLOSEDATE-NAME PIC 9(8).
