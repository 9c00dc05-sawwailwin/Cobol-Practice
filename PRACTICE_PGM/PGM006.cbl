      *                The pre-change record still goes to the
      *                deleted-records archive on a deactivate, and
      *                the audit action is now DEACT or REINST.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      * 10/15/2026 SWL Establishment control. A reinstatement is first
      *                checked by ESTABCHK (PGM039) against the
      *                employee's branch's approved headcount on
      *                EstablishmentMaster.txt. One over is warned and
      *                reinstated only on a supervisor override,
      *                audited as an OVRIDE entry with ESTAB and the
      *                branch in the before fields; refused, the
      *                employee stays inactive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELETETESTINDEXFILE.
            SELECT RECORD-FILE ASSIGN TO DYNAMIC WS-RECORD-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-NO
            ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES.
            SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DELETE-LIST-FILE ASSIGN TO DYNAMIC
           88 WS-MODE-REINSTATE VALUE 'R'.
       01 WS-USER-ID PIC X(10).

      * ESTABLISHMENT CHECK PASSED TO THE SHARED ESTABCHK SUBPROGRAM --
      * A REINSTATEMENT THAT WOULD PUT THE BRANCH OVER ITS APPROVED
      * HEADCOUNT GOES THROUGH ONLY ON A SUPERVISOR OVERRIDE.
       01 WS-ESTABCHK.
           05 WS-EC-FUNC PIC X(5).
           05 WS-EC-EMP-NO PIC X(5).
           05 WS-EC-BRANCH PIC X(3).
           05 WS-EC-APPROVED PIC 9(5).
           05 WS-EC-ACTIVE PIC 9(5).
           05 WS-EC-RESULT PIC X(1).
       01 WS-ESTAB-OK PIC X(1).
       01 WS-ESTAB-OVERRIDDEN PIC X(1).
       01 WS-OVERRIDE PIC A(3).

       77 IN-EMP-NO PIC X(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BATCH-MODE PIC X(1) VALUE 'N'.
            GOBACK.

       OPEN-FILE.
            IF WS-MODE-REINSTATE
                MOVE 'LOAD ' TO WS-EC-FUNC
                CALL 'ESTABCHK' USING WS-ESTABCHK
            END-IF.
            OPEN I-O RECORD-FILE.
            OPEN EXTEND ARCHIVE-FILE.
            OPEN EXTEND AUDIT-FILE.
                DISPLAY "ARE U SURE TO REINSTATE(Y/N)"
                ACCEPT OPTION
                IF OPTION = 'Y'
                    PERFORM CHECK-ESTAB-PARA
                    IF WS-ESTAB-OK = 'Y'
                        MOVE 'A' TO EMP-STATUS
                        MOVE WS-RUN-DATE TO EMP-EFF-DATE
                        MOVE ZERO TO EMP-END-DATE
                        REWRITE FILE-REC
                        PERFORM LOG-AUDIT-PARA
                        MOVE 'ADD  ' TO WS-EC-FUNC
                        CALL 'ESTABCHK' USING WS-ESTABCHK
                        IF WS-ESTAB-OVERRIDDEN = 'Y'
                            PERFORM LOG-ESTAB-OVERRIDE-PARA
                        END-IF
                        DISPLAY "SUCCESSFULLY REINSTATED"
                    ELSE
                        DISPLAY "NOT REINSTATED - BRANCH AT APPROVED "
                            "HEADCOUNT"
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-IF.

       CHECK-ESTAB-PARA.
            MOVE 'Y' TO WS-ESTAB-OK.
            MOVE 'N' TO WS-ESTAB-OVERRIDDEN.
            MOVE 'CHECK' TO WS-EC-FUNC.
            MOVE WS-NO TO WS-EC-EMP-NO.
            MOVE SPACES TO WS-EC-BRANCH.
            CALL 'ESTABCHK' USING WS-ESTABCHK.
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
      *     THE HEADCOUNT OVERRIDE IS ITS OWN AUDIT ENTRY ON TOP OF
      *     THE REINSTATEMENT -- ESTAB AND THE BRANCH IN THE BEFORE
      *     FIELDS.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "DELETETESTIDX" TO AUD-PROGRAM.
            MOVE "OVRIDE" TO AUD-ACTION.
            MOVE WS-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE "ESTAB" TO AUD-BEFORE-NAME.
            MOVE WS-EC-BRANCH TO AUD-BEFORE-SAL.
            MOVE WS-NAME TO AUD-AFTER-NAME.
            MOVE WS-SAL TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       ARCHIVE-PARA.
            MOVE WS-NO TO ARCH-NO.
            MOVE WS-NAME TO ARCH-NAME.
                MOVE "DEACT" TO AUD-ACTION
            END-IF.
            MOVE WS-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-NAME TO AUD-BEFORE-NAME.
            MOVE WS-SAL TO AUD-BEFORE-SAL.
            MOVE WS-NAME TO AUD-AFTER-NAME.
            CLOSE RECORD-FILE.
            CLOSE ARCHIVE-FILE.
            CLOSE AUDIT-FILE.
            IF WS-MODE-REINSTATE
                CANCEL 'ESTABCHK'
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
