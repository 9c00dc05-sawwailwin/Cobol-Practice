      *                signed-on id is passed to the add/update/
      *                deactivate subprograms so every AUDITREC
      *                finally answers "who".
      * 10/15/2026 SWL Option 5 finds an employee by full or partial
      *                name (FINDBYNAME, PGM038) over the master's new
      *                alternate name key. A match picked for update
      *                goes straight to UPDATEINDEXFILE with its
      *                EMP-NO when the user may update; option 2
      *                passes a blank EMP-NO so it still prompts.
      * 10/15/2026 SWL Option 6 keys a future-dated salary, grade,
      *                branch or pay-frequency change (PENDCHGENTRY,
      *                PGM043) for the nightly PENDAPPLY to make on
      *                its effective date; update permission needed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXEDFILEMENU.
           05 WS-SIGNON-RESULT PIC X(1).
       01 WS-CAN-UPDATE PIC X(1).
       01 WS-CAN-DELETE PIC X(1).
       01 WS-NO-EMP-NO PIC X(5) VALUE SPACES.
       01 WS-FIND-RESULT.
           05 WS-FIND-EMP-NO PIC X(5).
           05 WS-FIND-ACTION PIC X(1).

      * FILE-LOCK CHECK PASSED TO THE SHARED FILELOCK SUBPROGRAM --
      * WHILE A BATCH RUN HOLDS THE EMPLOYEE MASTER, A MAINTENANCE
            DISPLAY "2. UPDATE EMPLOYEE RECORD".
            DISPLAY "3. VIEW EMPLOYEE RECORD(S)".
            DISPLAY "4. DEACTIVATE / REINSTATE EMPLOYEE".
            DISPLAY "5. FIND EMPLOYEE BY NAME".
            DISPLAY "6. FUTURE-DATED CHANGE (PENDING)".
            DISPLAY "9. EXIT".
            DISPLAY "ENTER YOUR CHOICE".
            ACCEPT WS-CHOICE.
            ELSE IF WS-CHOICE = 2
                IF WS-CAN-UPDATE = 'Y'
                    CALL "UPDATEINDEXFILE" USING WS-USER-ID
                        WS-NO-EMP-NO
                    CANCEL "UPDATEINDEXFILE"
                ELSE
                    DISPLAY "NOT AUTHORIZED - UPDATE PERMISSION NEEDED"
                ELSE
                    DISPLAY "NOT AUTHORIZED - DELETE PERMISSION NEEDED"
                END-IF
            ELSE IF WS-CHOICE = 5
                PERFORM FIND-BY-NAME-PARA
            ELSE IF WS-CHOICE = 6
                IF WS-CAN-UPDATE = 'Y'
                    CALL "PENDCHGENTRY" USING WS-USER-ID
                    CANCEL "PENDCHGENTRY"
                ELSE
                    DISPLAY "NOT AUTHORIZED - UPDATE PERMISSION NEEDED"
                END-IF
            ELSE IF WS-EXIT-CHOICE
                CONTINUE
            ELSE
                DISPLAY "INVALID CHOICE, TRY AGAIN"
            END-IF END-IF END-IF END-IF END-IF END-IF END-IF.

       FIND-BY-NAME-PARA.
            CALL "FINDBYNAME" USING WS-FIND-RESULT.
            CANCEL "FINDBYNAME".
            IF WS-FIND-ACTION = 'U'
                IF WS-CAN-UPDATE = 'Y'
                    CALL "UPDATEINDEXFILE" USING WS-USER-ID
                        WS-FIND-EMP-NO
                    CANCEL "UPDATEINDEXFILE"
                ELSE
                    DISPLAY "NOT AUTHORIZED - UPDATE PERMISSION NEEDED"
                END-IF
            END-IF.

       END PROGRAM INDEXEDFILEMENU.
