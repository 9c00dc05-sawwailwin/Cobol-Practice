      *                grade is ungraded and not band-checked, and a
      *                missing band master leaves entry working the
      *                old way.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      * 10/15/2026 SWL Establishment control. Before a new employee is
      *                written, ESTABCHK (PGM039) checks the branch
      *                (the EMPLOYEEDATA.txt assignment, or the branch
      *                keyed here when there is none yet) against its
      *                approved headcount on EstablishmentMaster.txt.
      *                One over is warned and written only on a
      *                supervisor override, audited as an OVRIDE entry
      *                with ESTAB and the branch in the before fields;
      *                refused, the record is not written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEINDEXEDFILE.
            SELECT WRITE-FILE ASSIGN TO DYNAMIC WS-WRITE-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS WRITE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES.
            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BAND-FILE ASSIGN TO DYNAMIC WS-BAND-FILE-PATH
       01 WS-OVERRIDE PIC A(3).
       01 WS-OVERRIDDEN PIC X(1).

      * ESTABLISHMENT CHECK PASSED TO THE SHARED ESTABCHK SUBPROGRAM --
      * A NEW EMPLOYEE WHO WOULD PUT THE BRANCH OVER ITS APPROVED
      * HEADCOUNT IS WRITTEN ONLY ON A SUPERVISOR OVERRIDE.
       01 WS-ESTABCHK.
           05 WS-EC-FUNC PIC X(5).
           05 WS-EC-EMP-NO PIC X(5).
           05 WS-EC-BRANCH PIC X(3).
           05 WS-EC-APPROVED PIC 9(5).
           05 WS-EC-ACTIVE PIC 9(5).
           05 WS-EC-RESULT PIC X(1).
       01 WS-ESTAB-OK PIC X(1).
       01 WS-ESTAB-OVERRIDDEN PIC X(1).

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(10).

            GOBACK.

       OPEN-FILE.
            MOVE 'LOAD ' TO WS-EC-FUNC.
            CALL 'ESTABCHK' USING WS-ESTABCHK.
            OPEN OUTPUT WRITE-FILE.
            OPEN EXTEND AUDIT-FILE.
            PERFORM LOAD-BANDS-PARA.
       CLOSE-FILE.
            CLOSE WRITE-FILE.
            CLOSE AUDIT-FILE.
            CANCEL 'ESTABCHK'.

       PROCESS-PARA.
            PERFORM IN-PARA UNTIL OPTION = 'NO'.
            PERFORM ACCEPT-SALARY.
            PERFORM VALIDATE-BAND-PARA.
            PERFORM ACCEPT-FREQUENCY.
            PERFORM CHECK-ESTAB-PARA.
            IF WS-ESTAB-OK = 'Y'
                PERFORM WRITE-RECORD-PARA
            ELSE
                DISPLAY "NOT WRITTEN - BRANCH AT APPROVED HEADCOUNT"
            END-IF.
            DISPLAY "DO YOU WANT TO CONTINUE (YES/NO)".
            ACCEPT OPTION.

       WRITE-RECORD-PARA.
            MOVE 'A' TO IN-STATUS.
            ACCEPT IN-EFF-DATE FROM DATE YYYYMMDD.
            MOVE ZERO TO IN-END-DATE.
                    IF WS-OVERRIDDEN = 'Y'
                        PERFORM LOG-OVERRIDE-PARA
                    END-IF
                    MOVE 'ADD  ' TO WS-EC-FUNC
                    CALL 'ESTABCHK' USING WS-ESTABCHK
                    IF WS-ESTAB-OVERRIDDEN = 'Y'
                        PERFORM LOG-ESTAB-OVERRIDE-PARA
                    END-IF
            END-WRITE.

       CHECK-ESTAB-PARA.
      *     A NEW EMPLOYEE USUALLY HAS NO EMPLOYEEDATA.TXT ROW YET --
      *     THEN THE BRANCH THEY JOIN IS ASKED FOR; BLANK SKIPS THE
      *     CHECK.
            MOVE 'Y' TO WS-ESTAB-OK.
            MOVE 'N' TO WS-ESTAB-OVERRIDDEN.
            MOVE 'CHECK' TO WS-EC-FUNC.
            MOVE IN-NO TO WS-EC-EMP-NO.
            MOVE SPACES TO WS-EC-BRANCH.
            CALL 'ESTABCHK' USING WS-ESTABCHK.
            IF WS-EC-BRANCH = SPACES
                DISPLAY "ENTER BRANCH THE EMPLOYEE JOINS "
                    "(BLANK = NOT CHECKED)"
                ACCEPT WS-EC-BRANCH
                IF WS-EC-BRANCH NOT = SPACES
                    CALL 'ESTABCHK' USING WS-ESTABCHK
                END-IF
            END-IF.
            IF WS-EC-RESULT = '1'
                DISPLAY "BRANCH " WS-EC-BRANCH " IS AT ITS APPROVED "
                    "HEADCOUNT OF " WS-EC-APPROVED " (ACTIVE "
                    WS-EC-ACTIVE ")"
                DISPLAY "SUPERVISOR OVERRIDE (YES/NO)"
                ACCEPT WS-OVERRIDE
                IF WS-OVERRIDE = 'YES'
                    MOVE 'Y' TO WS-ESTAB-OVERRIDDEN
                ELSE
                    MOVE 'N' TO WS-ESTAB-OK
                END-IF
            END-IF.

       LOG-ESTAB-OVERRIDE-PARA.
      *     THE HEADCOUNT OVERRIDE IS ITS OWN AUDIT ENTRY -- ESTAB AND
      *     THE BRANCH IN THE BEFORE FIELDS TELL IT FROM A BAND
      *     OVERRIDE.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "WRITEINDEXED" TO AUD-PROGRAM.
            MOVE "OVRIDE" TO AUD-ACTION.
            MOVE IN-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE "ESTAB" TO AUD-BEFORE-NAME.
            MOVE WS-EC-BRANCH TO AUD-BEFORE-SAL.
            MOVE IN-NAME TO AUD-AFTER-NAME.
            MOVE IN-SAL TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       LOG-AUDIT-PARA.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            MOVE "WRITEINDEXED" TO AUD-PROGRAM.
            MOVE "ADD" TO AUD-ACTION.
            MOVE IN-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE SPACES TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE IN-NAME TO AUD-AFTER-NAME.
            MOVE "WRITEINDEXED" TO AUD-PROGRAM.
            MOVE "OVRIDE" TO AUD-ACTION.
            MOVE IN-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE IN-GRADE TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE IN-NAME TO AUD-AFTER-NAME.
