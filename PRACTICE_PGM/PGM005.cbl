      *                (the copybook now has fields after the salary);
      *                the footing MOVEs the numeric-checked salary to
      *                a work field instead.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READINDEXEDFILE.
            SELECT RECORD-FILE ASSIGN TO DYNAMIC WS-RECORD-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS WRITE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
