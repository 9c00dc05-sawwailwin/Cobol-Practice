      ******************************************************************
      * Copybook: MOVEDTL
      * Purpose: Shared INDEXED movement-detail record layout -- one
      *          record per posted movement, written by COBOLRD2 to
      *          MovementDetail.dat under the same key as the
      *          movement's balance-history line (branch+product+
      *          date+reference). The history line carries only the
      *          resulting balance; this record carries what a
      *          reversal needs to post the exact opposite: the
      *          option and quantity, the balance before and after,
      *          the other branch of a transfer or confirmation, the
      *          ship date of a confirmed in-transit line, the PO
      *          line a receipt posted to, and up to four lots the
      *          movement drew or credited. Quarantine returns and
      *          scraps, which move no sellable stock and so write
      *          no history line, still get a detail record under
      *          the transaction's own reference. The link fields
      *          tie a reversal and the movement it backs out to
      *          each other -- on the reversal they name the
      *          original (and its option), on the original they
      *          name the reversal, and a non-zero link on an
      *          original is what refuses a second reversal.
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
       01 MVD-REC-NAME.
           05 MVD-KEY-NAME.
               10 MVD-BCODE-NAME PIC 9(3).
               10 MVD-PCODE-NAME PIC 9(6).
               10 MVD-DATE-NAME PIC 9(8).
               10 MVD-REF-NAME PIC 9(7).
           05 MVD-OPTION-NAME PIC 9(1).
           05 MVD-QTY-NAME PIC 9(7).
           05 MVD-BEFORE-NAME PIC 9(7).
           05 MVD-AFTER-NAME PIC 9(7).
           05 MVD-OTHBR-NAME PIC 9(3).
           05 MVD-SHIPDATE-NAME PIC 9(8).
           05 MVD-PONUM-NAME PIC 9(6).
           05 MVD-REASON-NAME PIC X(3).
           05 MVD-LOT-COUNT-NAME PIC 9(1).
           05 MVD-LOT-ENTRY-NAME OCCURS 4 TIMES.
               10 MVD-LOT-NAME PIC X(6).
               10 MVD-LOT-QTY-NAME PIC 9(7).
           05 MVD-LINK-DATE-NAME PIC 9(8).
           05 MVD-LINK-REF-NAME PIC 9(7).
           05 MVD-LINK-OPT-NAME PIC 9(1).
