      *                YTD file was not on the master (statement
      *                printed without a name), 8 no usable YTD file,
      *                12 the employee master could not be opened.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARENDSTMT.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
