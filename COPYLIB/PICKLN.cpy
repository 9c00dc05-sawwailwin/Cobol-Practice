      ******************************************************************
      * Copybook: PICKLN
      * Purpose: Shared requisition pick-line record layout -- one
      *          line per requisition per bin on ReqPickLines.txt:
      *          the supplying branch, the bin location to pick from
      *          (blank when the branch's located stock did not cover
      *          the approved quantity), the product, the quantity to
      *          pick there, and the requisition and requesting
      *          branch it is picked for. Written by REQPICK in
      *          supplying-branch / location order; REQUISIT removes
      *          a requisition's lines when the pick is confirmed.
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
       01 PKL-REC-NAME.
           05 PKL-BCODE-NAME PIC 9(3).
           05 PKL-LOC-NAME PIC X(4).
           05 PKL-PCODE-NAME PIC 9(6).
           05 PKL-QTY-NAME PIC 9(7).
           05 PKL-REQNUM-NAME PIC 9(6).
           05 PKL-TOBR-NAME PIC 9(3).
