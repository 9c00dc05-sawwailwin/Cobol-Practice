      *                longer means renumbering every branch. A blank
      *                or zero region on an old row falls back to the
      *                hundreds digit.
      * 10/15/2026 SWL Added three delivery-address lines
      *                (BRM-ADDR1-NAME .. BRM-ADDR3-NAME) so purchase
      *                orders can print where the goods are to be
      *                delivered. Rows written before this change read
      *                back with a blank address; programs that
      *                rewrite the master carry the lines through.
      ******************************************************************
       01 BRM-REC-NAME.
           05 BRM-BCODE-NAME PIC 9(3).
           05 BRM-BNAME-NAME PIC X(20).
           05 BRM-STATUS-NAME PIC X(1).
           05 BRM-REGION-NAME PIC 9(2).
           05 BRM-ADDR1-NAME PIC X(30).
           05 BRM-ADDR2-NAME PIC X(30).
           05 BRM-ADDR3-NAME PIC X(30).
