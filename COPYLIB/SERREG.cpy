      ******************************************************************
      * Copybook: SERREG
      * Purpose: Shared serial-register record layout -- one line per
      *          serial number of a serial-tracked product ever
      *          received, on SerialRegister.txt: the branch it is at
      *          (or was last at), its status and the business date of
      *          its last movement. Status 'S' in stock, 'T' in transit
      *          (branch is the sending branch), 'Q' in quarantine, 'I'
      *          issued, 'X' scrapped. Maintained by COBOLRD2; the
      *          serial inquiry and the nightly serial check read it.
      *          COPY ... REPLACING so each program keeps its own group
      *          and field names while sharing one set of PIC clauses.
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
       01 SRG-REC-NAME.
           05 SRG-BCODE-NAME PIC 9(3).
           05 SRG-PCODE-NAME PIC 9(6).
           05 SRG-SERIAL-NAME PIC X(12).
           05 SRG-STATUS-NAME PIC X(1).
           05 SRG-DATE-NAME PIC 9(8).
