      *                must be converted (QTYCONV) or drained before
      *                this layout reads them; the record grows by
      *                three bytes per widened field.
      * 10/15/2026 SWL Added OPO-SUPP-NAME, the supplier code the line
      *                was placed with (SUPPMST), and OPO-RCVDATE-NAME,
      *                the business date of the last receipt posted
      *                against the line, so the supplier scorecard can
      *                measure on-time delivery and actual lead time.
      *                Lines written before this change read back with
      *                both fields blank (unassigned, never received).
      * 10/15/2026 SWL Added OPO-PRINTED-NAME ('Y' once the line has
      *                gone out on a printed purchase order) and
      *                OPO-DOCNUM-NAME, the purchase-order document
      *                number it was printed under, so the PO print
      *                picks up only new lines and can reprint a
      *                document by number. Blank reads as not printed.
      * 10/15/2026 SWL Added OPO-PRICE-NAME, the unit price agreed
      *                with the supplier when the line was raised
      *                (SUPPPROD), and OPO-INVQTY-NAME, the quantity
      *                already passed for payment on supplier
      *                invoices, for the invoice three-way match.
      *                Blank reads as no agreed price, nothing
      *                invoiced.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6)
      *                -- the catalogue had outgrown 99 lines and
      *                retired codes were being reused, which
      *                corrupted history. Files written at the old
      *                width must be converted (PCODECONV, through
      *                the old-to-new code cross-reference) before
      *                this layout reads them; the record grows by
      *                four bytes per product code.
      ******************************************************************
       01 OPO-REC-NAME.
           05 OPO-PONUM-NAME PIC 9(6).
           05 OPO-BCODE-NAME PIC 9(3).
           05 OPO-PCODE-NAME PIC 9(6).
           05 OPO-ORDQTY-NAME PIC 9(7).
           05 OPO-RCVQTY-NAME PIC 9(7).
           05 OPO-DATE-NAME PIC 9(8).
           05 OPO-STATUS-NAME PIC X(1).
           05 OPO-SUPP-NAME PIC X(5).
           05 OPO-RCVDATE-NAME PIC 9(8).
           05 OPO-PRINTED-NAME PIC X(1).
           05 OPO-DOCNUM-NAME PIC 9(6).
           05 OPO-PRICE-NAME PIC 9(5)V99.
           05 OPO-INVQTY-NAME PIC 9(7).
