      *                grade code itself is preserved across the
      *                update like the other lifecycle fields; an
      *                ungraded record is not band-checked.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      * 10/15/2026 SWL A second parameter carries an EMP-NO already
      *                picked by the caller (the menu's find-by-name);
      *                when it is not spaces the search prompt is
      *                skipped and that employee is updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDATEINDEXFILE.
            SELECT UPDATE-FILE ASSIGN TO DYNAMIC WS-UPDATE-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UPDATE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES.
            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BAND-FILE ASSIGN TO DYNAMIC WS-BAND-FILE-PATH

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(10).
       01 LK-EMP-NO PIC X(5).

       PROCEDURE DIVISION USING LK-USER-ID LK-EMP-NO.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            MOVE LK-USER-ID TO WS-USER-ID
            IF LK-EMP-NO NOT = SPACES
                MOVE LK-EMP-NO TO UPD-NO
            ELSE
                DISPLAY "ENTER THE EMP-NO TO SEARCH"
                ACCEPT UPD-NO
            END-IF
            PERFORM OPEN-FILE.
            PERFORM READ-PARA.
            PERFORM CLOSE-FILE.
            MOVE "UPDATEINDEX" TO AUD-PROGRAM.
            MOVE "OVRIDE" TO AUD-ACTION.
            MOVE UPD-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-GRADE TO AUD-BEFORE-NAME.
            MOVE WS-SAL TO AUD-BEFORE-SAL.
            MOVE UPD-NAME TO AUD-AFTER-NAME.
            MOVE "UPDATEINDEX" TO AUD-PROGRAM.
            MOVE "UPDATE" TO AUD-ACTION.
            MOVE UPD-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-NAME TO AUD-BEFORE-NAME.
            MOVE WS-SAL TO AUD-BEFORE-SAL.
            MOVE UPD-NAME TO AUD-AFTER-NAME.
