      ******************************************************************
      * Copybook: REQUISN
      * Purpose: Shared inter-branch requisition record layout -- one
      *          line per requisition on Requisitions.txt: a branch
      *          asking a named supplying branch for a quantity of one
      *          product. Status 'O' open (awaiting the supplying
      *          branch's decision), 'A' approved (in full, or cut to
      *          the approved quantity), 'K' on a pick list, 'F'
      *          filled, 'P' part-filled (picked short of the approved
      *          quantity), 'R' refused (the reason code says why).
      *          REQUISIT raises, decides and confirms requisitions,
      *          REQPICK puts the approved ones on the supplying
      *          branch's pick list, and REQAGING reports the ones
      *          still outstanding or recently closed short. COPY ...
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
       01 REQ-REC-NAME.
           05 REQ-REQNUM-NAME PIC 9(6).
           05 REQ-BCODE-NAME PIC 9(3).
           05 REQ-FROMBR-NAME PIC 9(3).
           05 REQ-PCODE-NAME PIC 9(6).
           05 REQ-QTY-NAME PIC 9(7).
           05 REQ-APPQTY-NAME PIC 9(7).
           05 REQ-SHIPQTY-NAME PIC 9(7).
           05 REQ-STATUS-NAME PIC X(1).
           05 REQ-REQDATE-NAME PIC 9(8).
           05 REQ-DECDATE-NAME PIC 9(8).
           05 REQ-SHIPDATE-NAME PIC 9(8).
           05 REQ-REASON-NAME PIC X(3).
           05 REQ-RAISEDBY-NAME PIC X(10).
           05 REQ-DECIDEDBY-NAME PIC X(10).
