      *                batch run has no supervisor at the keyboard
      *                to override. Ungraded records and a missing
      *                band master update the old way.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSSALUPDATE.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UPDATE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES
            FILE STATUS IS WS-UPD-STATUS.
            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
            MOVE "MASSSALUPDATE" TO AUD-PROGRAM.
            MOVE "UPDATE" TO AUD-ACTION.
            MOVE UPDATE-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WRITE-NAME TO AUD-BEFORE-NAME.
            MOVE WS-OLD-SAL-X TO AUD-BEFORE-SAL.
            MOVE WRITE-NAME TO AUD-AFTER-NAME.
