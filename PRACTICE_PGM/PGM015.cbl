      *                ask opens in Excel correctly on the first try
      *                instead of being massaged by hand. A name that
      *                itself contains a comma is wrapped in quotes.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCSVEXTRACT.
            SELECT RECORD-FILE ASSIGN TO DYNAMIC WS-RECORD-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS WRITE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES.
            SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

