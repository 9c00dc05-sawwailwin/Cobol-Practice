      ******************************************************************
      * Copybook: SERHIST
      * Purpose: Shared serial-history record layout -- one line per
      *          applied movement of one serial number, appended by
      *          COBOLRD2 to SerialHistory.txt with the business date,
      *          the branch and option of the transaction, the status
      *          the serial moved to, the other branch of a transfer,
      *          and the run's transaction sequence as a reference, so
      *          the serial inquiry can show every movement a unit has
      *          made, not just where it is now. COPY ... REPLACING so
      *          each program keeps its own group and field names
      *          while sharing one set of PIC clauses.
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
       01 SHS-REC-NAME.
           05 SHS-DATE-NAME PIC 9(8).
           05 SHS-BCODE-NAME PIC 9(3).
           05 SHS-PCODE-NAME PIC 9(6).
           05 SHS-SERIAL-NAME PIC X(12).
           05 SHS-OPTION-NAME PIC 9.
           05 SHS-STATUS-NAME PIC X(1).
           05 SHS-TOBR-NAME PIC 9(3).
           05 SHS-REF-NAME PIC 9(7).
