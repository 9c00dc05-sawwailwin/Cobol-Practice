      *                job; the carry-forward side files (backorders,
      *                in-transit, unmatched, held) are expected to
      *                be DRAINED before cutover, not converted.
      * 10/15/2026 SWL The BALHIST output record is declared in line at
      *                the two-digit product code width it was written
      *                for -- the shared BALHISTX layout now carries the
      *                six-digit code, and a file converted here still
      *                goes through PCODECONV BALHIST before the current
      *                programs read it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTYCONV.
           05 OBH-REASON PIC X(3).

       FD NEW-BALHIST.
       01 NEW-BALHIST-REC.
           05 NBH-KEY.
               10 NBH-BCODE PIC 9(3).
               10 NBH-PCODE PIC 9(2).
               10 NBH-DATE PIC 9(8).
               10 NBH-REF PIC 9(7).
           05 NBH-QTY PIC 9(7).
           05 NBH-OPTION PIC 9(1).
           05 NBH-REASON PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(2).
