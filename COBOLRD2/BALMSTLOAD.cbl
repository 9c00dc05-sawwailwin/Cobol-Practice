      *                front-to-back read -- the inquiry's by-product
      *                view walks it. A master built before this
      *                change must be rebuilt by rerunning this load.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALMSTLOAD.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       WORKING-STORAGE SECTION.
