      ******************************************************************
      * Copybook: GLJHIST
      * Purpose: Shared cumulative GL journal history layout -- one
      *          line per journal line GLJOURNAL has ever sent to the
      *          ledger, on GlJournalHistory.txt: the business date of
      *          the batch, branch, product, debit and credit
      *          accounts, amount, source tag (MVT movement, ADJ
      *          adjustment, RVL revaluation, REV reversal, IBR
      *          inter-branch recharge) and the register reference
      *          where there is one (for IBR, the counterparty
      *          branch). A rerun of a
      *          date replaces that date's lines. GLRECON sums it to
      *          get each branch's postings to the inventory account
      *          to date. COPY ... REPLACING so each program keeps its
      *          own group and field names while sharing one set of
      *          PIC clauses.
      * Tectonics: cobc -I COPYLIB
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Product code widened from PIC X(2) to PIC X(6)
      *                with the six-digit product code; the record
      *                grows from 50 to 54 bytes. The history must be
      *                converted (PCODECONV, FLAT, column 012) before
      *                this layout reads it.
      ******************************************************************
       01 GJH-REC-NAME.
           05 GJH-DATE-NAME PIC 9(8).
           05 GJH-BCODE-NAME PIC X(3).
           05 GJH-PCODE-NAME PIC X(6).
           05 GJH-DEBIT-NAME PIC X(6).
           05 GJH-CREDIT-NAME PIC X(6).
           05 GJH-AMOUNT-NAME PIC 9(13)V99.
           05 GJH-SOURCE-NAME PIC X(3).
           05 GJH-REF-NAME PIC X(7).
