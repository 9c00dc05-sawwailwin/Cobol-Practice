      *                wrong. RETURN-CODE 0 clean, 4 some rows
      *                rejected, 8 no usable CSV, 12 the master could
      *                not be opened.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      * 10/15/2026 SWL Establishment control. An active row whose
      *                employee's branch (EMPLOYEEDATA.txt) is already
      *                at its approved headcount on
      *                EstablishmentMaster.txt is rejected "OVER
      *                APPROVED HEADCOUNT" -- as with the salary band,
      *                a batch load takes no supervisor override, so
      *                those employees are keyed through PGM003. The
      *                check is ESTABCHK (PGM039), and each row loaded
      *                counts towards its branch for the rows after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCSVLOAD.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LOAD-NO
            ALTERNATE RECORD KEY IS LOAD-NAME WITH DUPLICATES
            FILE STATUS IS WS-LOAD-STATUS.

            SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-PATH
      * NOT BE OPENED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

      * ESTABLISHMENT CHECK PASSED TO THE SHARED ESTABCHK SUBPROGRAM.
       01 WS-ESTABCHK.
           05 WS-EC-FUNC PIC X(5).
           05 WS-EC-EMP-NO PIC X(5).
           05 WS-EC-BRANCH PIC X(3).
           05 WS-EC-APPROVED PIC 9(5).
           05 WS-EC-ACTIVE PIC 9(5).
           05 WS-EC-RESULT PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'LOAD ' TO WS-EC-FUNC.
            CALL 'ESTABCHK' USING WS-ESTABCHK.
            OPEN I-O LOAD-FILE.
            IF WS-LOAD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER UNUSABLE - STATUS "
                ADD 1 TO WS-READ-COUNT
                PERFORM PARSE-ROW-PARA
                PERFORM EDIT-ROW-PARA
                IF WS-RECORD-GOOD
                    PERFORM CHECK-ESTAB-PARA
                END-IF
                IF WS-RECORD-GOOD
                    PERFORM LOAD-ROW-PARA
                ELSE
                    TO WS-SEEN-NO(WS-SEEN-COUNT)
            END-IF.

       CHECK-ESTAB-PARA.
      *     ONLY A ROW LOADED ACTIVE COUNTS AGAINST THE BRANCH.
            IF WS-FLD-STATUS(1:1) NOT = 'I'
                MOVE 'CHECK' TO WS-EC-FUNC
                MOVE WS-FLD-EMP-NO(1:5) TO WS-EC-EMP-NO
                MOVE SPACES TO WS-EC-BRANCH
                CALL 'ESTABCHK' USING WS-ESTABCHK
                IF WS-EC-RESULT = '1'
                    MOVE "OVER APPROVED HEADCOUNT" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
            END-IF.

       LOAD-ROW-PARA.
            MOVE WS-FLD-EMP-NO(1:5) TO LOAD-NO.
            MOVE WS-FLD-NAME(1:10) TO LOAD-NAME.
                    ADD 1 TO WS-LOAD-COUNT
                    ADD WS-SAL-NUM TO WS-TOTAL-SAL
                    PERFORM LOG-AUDIT-PARA
                    IF LOAD-STATUS NOT = 'I'
                        MOVE 'ADD  ' TO WS-EC-FUNC
                        CALL 'ESTABCHK' USING WS-ESTABCHK
                    END-IF
            END-WRITE.

       LOG-AUDIT-PARA.
            MOVE "EMPCSVLOAD" TO AUD-PROGRAM.
            MOVE "ADD" TO AUD-ACTION.
            MOVE LOAD-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE SPACES TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE LOAD-NAME TO AUD-AFTER-NAME.
