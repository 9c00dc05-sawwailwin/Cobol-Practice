      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- establishment (approved
      *                headcount) check shared by the programs that
      *                make an employee active: WRITEINDEXEDFILE
      *                (PGM003), DELETETESTINDEXFILE (PGM006) on
      *                reinstate, and EMPCSVLOAD (PGM027). Callers
      *                pass a function code in the FILELOCK manner:
      *                'LOAD ' reads EstablishmentMaster.txt (the
      *                branch's approved headcount is the sum of its
      *                grade rows), the branch assignments on
      *                EMPLOYEEDATA.txt, and counts the active
      *                employees on the indexed employee master at
      *                each controlled branch -- call it before the
      *                caller opens the master; 'CHECK' answers for
      *                one employee whether one more active employee
      *                at the branch stays within the approved
      *                headcount; 'ADD  ' tells it one more did go
      *                active there, so later checks in the same
      *                session see it. The branch is the employee's
      *                EMPLOYEEDATA.txt assignment unless the caller
      *                supplies one. A branch with no establishment
      *                rows, an employee with no branch, or no
      *                establishment master at all is not controlled
      *                and answers '2'; what to do on '1' (warn and
      *                take a supervisor override, or reject in a
      *                batch load) is the caller's decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ESTAB-FILE ASSIGN TO DYNAMIC WS-ESTAB-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESM-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
            WS-EMPLOYEE-MASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTAB-FILE.
           COPY ESTABMST REPLACING ESM-REC-NAME BY ESTAB-REC
                                    ESM-BRANCH-NAME BY ESM-BRANCH
                                    ESM-GRADE-NAME BY ESM-GRADE
                                    ESM-HEADCOUNT-NAME BY ESM-HEADCOUNT
                                    ESM-BUDGET-NAME BY ESM-BUDGET.

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 E-NAME PIC X(20).
           05 E-W-HOUR PIC 9(2).
           05 E-P-RATE PIC 9(4)V99.
           05 E-BRANCH PIC 9(3).

       FD EMPLOYEE-MASTER.
           COPY EMPREC REPLACING EMR-REC-NAME BY MASTER-REC
                                  EMR-NO-NAME BY MST-NO
                                  EMR-NAME-NAME BY MST-NAME
                                  EMR-SAL-NAME BY MST-SAL
                                  EMR-STATUS-NAME BY MST-STATUS
                                  EMR-EFF-DATE-NAME BY MST-EFF-DATE
                                  EMR-END-DATE-NAME BY MST-END-DATE
                                  EMR-FREQ-NAME BY MST-FREQ
                                  EMR-GRADE-NAME BY MST-GRADE.

       WORKING-STORAGE SECTION.
       01 WS-ESM-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-MST-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-LOADED-SW PIC X(1) VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.
       01 WS-EMP-BRANCH PIC 9(3).
       01 WS-BRANCH-FOUND PIC X(1).
       01 WS-RES-EMP-NO PIC X(5).
       01 WS-RES-BRANCH PIC X(3).

      * CONTROLLED BRANCHES IN CODE ORDER -- APPROVED HEADCOUNT FROM
      * THE ESTABLISHMENT ROWS, ACTIVE COUNT FROM THE MASTER PLUS
      * EVERY 'ADD' SINCE.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-APPROVED PIC 9(5).
               10 WS-BR-ACTIVE PIC 9(5).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-BRANCH-COUNT PIC 9(3) VALUE 500.
       01 WS-BR-MOVE PIC 9(3).
       01 WS-BR-SUB PIC 9(3).
       01 WS-BR-HIT PIC 9(3).

      * EMPLOYEE-TO-BRANCH ASSIGNMENTS FROM EMPLOYEEDATA.TXT, KEPT IN
      * EMP-NO ORDER FOR A BINARY SEARCH.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ASSIGN-COUNT
               ASCENDING KEY IS WS-ASG-EMP-NO
               INDEXED BY WS-ASG-INX.
               10 WS-ASG-EMP-NO PIC X(5).
               10 WS-ASG-BRANCH PIC 9(3).
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-ASSIGN-COUNT PIC 9(4) VALUE 2000.
       01 WS-ASG-MOVE PIC 9(4).
       01 WS-ASG-SUB PIC 9(4).

       01 WS-ESTAB-FILE-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-EMPLOYEE-MASTER-PATH PIC X(60).

       LINKAGE SECTION.
       01 LK-ESTABCHK.
           05 LK-EC-FUNC PIC X(5).
           05 LK-EC-EMP-NO PIC X(5).
      *    IN: THE BRANCH, OR SPACES TO TAKE THE EMPLOYEE'S
      *    EMPLOYEEDATA.TXT ASSIGNMENT. OUT: THE BRANCH CHECKED
      *    (SPACES WHEN THE EMPLOYEE HAS NONE).
           05 LK-EC-BRANCH PIC X(3).
           05 LK-EC-APPROVED PIC 9(5).
           05 LK-EC-ACTIVE PIC 9(5).
      *    '0' WITHIN THE APPROVED HEADCOUNT, '1' ONE MORE WOULD PUT
      *    THE BRANCH OVER IT, '2' NOT CONTROLLED (NOT CHECKED).
           05 LK-EC-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-ESTABCHK.
       MAIN-PROCEDURE.
            IF NOT WS-LOADED
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-PARA
                MOVE 'Y' TO WS-LOADED-SW
            END-IF.
            MOVE ZERO TO LK-EC-APPROVED.
            MOVE ZERO TO LK-EC-ACTIVE.
            MOVE '2' TO LK-EC-RESULT.
            EVALUATE LK-EC-FUNC
                WHEN 'CHECK'
                    PERFORM CHECK-PARA
                WHEN 'ADD  '
                    PERFORM ADD-ACTIVE-PARA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            GOBACK.

       LOAD-PARA.
            PERFORM LOAD-ESTABLISHMENT.
            IF WS-BRANCH-COUNT > ZERO
                PERFORM LOAD-ASSIGNMENTS
                PERFORM COUNT-ACTIVE-PARA
            END-IF.

       CHECK-PARA.
            MOVE LK-EC-EMP-NO TO WS-RES-EMP-NO.
            MOVE LK-EC-BRANCH TO WS-RES-BRANCH.
            PERFORM RESOLVE-BRANCH-PARA.
            MOVE WS-RES-BRANCH TO LK-EC-BRANCH.
            IF WS-BR-HIT > ZERO
                MOVE WS-BR-APPROVED(WS-BR-HIT) TO LK-EC-APPROVED
                MOVE WS-BR-ACTIVE(WS-BR-HIT) TO LK-EC-ACTIVE
                IF WS-BR-ACTIVE(WS-BR-HIT) + 1 >
                    WS-BR-APPROVED(WS-BR-HIT)
                    MOVE '1' TO LK-EC-RESULT
                ELSE
                    MOVE '0' TO LK-EC-RESULT
                END-IF
            END-IF.

       ADD-ACTIVE-PARA.
            MOVE LK-EC-EMP-NO TO WS-RES-EMP-NO.
            MOVE LK-EC-BRANCH TO WS-RES-BRANCH.
            PERFORM RESOLVE-BRANCH-PARA.
            MOVE WS-RES-BRANCH TO LK-EC-BRANCH.
            IF WS-BR-HIT > ZERO
                ADD 1 TO WS-BR-ACTIVE(WS-BR-HIT)
                MOVE WS-BR-APPROVED(WS-BR-HIT) TO LK-EC-APPROVED
                MOVE WS-BR-ACTIVE(WS-BR-HIT) TO LK-EC-ACTIVE
                MOVE '0' TO LK-EC-RESULT
            END-IF.

       RESOLVE-BRANCH-PARA.
      *     THE CALLER'S BRANCH WINS; OTHERWISE THE EMPLOYEE'S
      *     ASSIGNMENT. WS-BR-HIT IS THE CONTROLLED BRANCH, OR ZERO.
            MOVE ZERO TO WS-BR-HIT.
            MOVE 'N' TO WS-BRANCH-FOUND.
            IF WS-RES-BRANCH IS NUMERIC
                MOVE WS-RES-BRANCH TO WS-EMP-BRANCH
                MOVE 'Y' TO WS-BRANCH-FOUND
            ELSE
                IF WS-ASSIGN-COUNT > ZERO
                    SEARCH ALL WS-ASSIGN-ENTRY
                        AT END CONTINUE
                        WHEN WS-ASG-EMP-NO(WS-ASG-INX) = WS-RES-EMP-NO
                            MOVE WS-ASG-BRANCH(WS-ASG-INX)
                                TO WS-EMP-BRANCH
                            MOVE 'Y' TO WS-BRANCH-FOUND
                    END-SEARCH
                END-IF
            END-IF.
            IF WS-BRANCH-FOUND = 'Y'
                MOVE WS-EMP-BRANCH TO WS-RES-BRANCH
                PERFORM FIND-BRANCH-PARA
            ELSE
                MOVE SPACES TO WS-RES-BRANCH
            END-IF.

       FIND-BRANCH-PARA.
            MOVE ZERO TO WS-BR-HIT.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-EMP-BRANCH
                        SET WS-BR-HIT TO WS-BR-INX
                END-SEARCH
            END-IF.

       LOAD-ESTABLISHMENT.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ESTAB-FILE.
            IF WS-ESM-STATUS NOT = '00'
                DISPLAY "ESTABLISHMENT MASTER NOT AVAILABLE - "
                    "HEADCOUNT NOT CHECKED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ ESTAB-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ESM-BRANCH IS NUMERIC AND
                            ESM-HEADCOUNT IS NUMERIC
                            PERFORM ADD-ESTAB-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ESM-STATUS = '00' OR WS-ESM-STATUS = '10'
                CLOSE ESTAB-FILE
            END-IF.

       ADD-ESTAB-PARA.
            MOVE ESM-BRANCH TO WS-EMP-BRANCH.
            PERFORM FIND-BRANCH-PARA.
            IF WS-BR-HIT = ZERO
                IF WS-BRANCH-COUNT >= MAX-BRANCH-COUNT
                    DISPLAY "ESTABLISHMENT BRANCHES EXCEED TABLE "
                        "CAPACITY OF " MAX-BRANCH-COUNT
                        " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-BRANCH-COUNT TO WS-BR-MOVE
                ADD 1 TO WS-BRANCH-COUNT
                PERFORM UNTIL WS-BR-MOVE < 1 OR
                    WS-BR-CODE(WS-BR-MOVE) < ESM-BRANCH
                    COMPUTE WS-BR-SUB = WS-BR-MOVE + 1
                    MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                        TO WS-BRANCH-ENTRY(WS-BR-SUB)
                    SUBTRACT 1 FROM WS-BR-MOVE
                END-PERFORM
                COMPUTE WS-BR-HIT = WS-BR-MOVE + 1
                MOVE ESM-BRANCH TO WS-BR-CODE(WS-BR-HIT)
                MOVE ZERO TO WS-BR-APPROVED(WS-BR-HIT)
                MOVE ZERO TO WS-BR-ACTIVE(WS-BR-HIT)
            END-IF.
            ADD ESM-HEADCOUNT TO WS-BR-APPROVED(WS-BR-HIT).

       LOAD-ASSIGNMENTS.
            MOVE ZERO TO WS-ASSIGN-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMD-STATUS " - NO BRANCH ASSIGNMENTS"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF E-BRANCH IS NUMERIC
                            PERFORM ADD-ASSIGN-ENTRY
                                THRU ADD-ASSIGN-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       ADD-ASSIGN-ENTRY.
      *     A SECOND ROW FOR THE SAME EMPLOYEE REPLACES THE FIRST --
      *     THE LATER ROW IS THE CURRENT ASSIGNMENT.
            IF WS-ASSIGN-COUNT > ZERO
                SEARCH ALL WS-ASSIGN-ENTRY
                    AT END CONTINUE
                    WHEN WS-ASG-EMP-NO(WS-ASG-INX) = E-NO
                        MOVE E-BRANCH TO WS-ASG-BRANCH(WS-ASG-INX)
                        GO TO ADD-ASSIGN-EXIT
                END-SEARCH
            END-IF.
            IF WS-ASSIGN-COUNT >= MAX-ASSIGN-COUNT
                DISPLAY "BRANCH ASSIGNMENTS EXCEED TABLE CAPACITY OF "
                    MAX-ASSIGN-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ASSIGN-COUNT TO WS-ASG-MOVE.
            ADD 1 TO WS-ASSIGN-COUNT.
            PERFORM UNTIL WS-ASG-MOVE < 1 OR
                WS-ASG-EMP-NO(WS-ASG-MOVE) < E-NO
                COMPUTE WS-ASG-SUB = WS-ASG-MOVE + 1
                MOVE WS-ASSIGN-ENTRY(WS-ASG-MOVE)
                    TO WS-ASSIGN-ENTRY(WS-ASG-SUB)
                SUBTRACT 1 FROM WS-ASG-MOVE
            END-PERFORM.
            COMPUTE WS-ASG-SUB = WS-ASG-MOVE + 1.
            MOVE E-NO TO WS-ASG-EMP-NO(WS-ASG-SUB).
            MOVE E-BRANCH TO WS-ASG-BRANCH(WS-ASG-SUB).
       ADD-ASSIGN-EXIT.
            EXIT.

       COUNT-ACTIVE-PARA.
      *     ACTIVE IS ANY STATUS BUT 'I' (BLANK ON OLD RECORDS READS
      *     AS ACTIVE). AN EMPLOYEE WITH NO BRANCH, OR AT A BRANCH
      *     WITH NO ESTABLISHMENT, IS NOT COUNTED ANYWHERE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                    WS-MST-STATUS " - ACTIVE COUNTS START AT ZERO"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF MST-STATUS NOT = 'I'
                            MOVE MST-NO TO WS-RES-EMP-NO
                            MOVE SPACES TO WS-RES-BRANCH
                            PERFORM RESOLVE-BRANCH-PARA
                            IF WS-BR-HIT > ZERO
                                ADD 1 TO WS-BR-ACTIVE(WS-BR-HIT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MST-STATUS = '00' OR WS-MST-STATUS = '10'
                CLOSE EMPLOYEE-MASTER
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\EstablishmentMaster.txt'
                TO WS-ESTAB-FILE-PATH
            ACCEPT WS-ESTAB-FILE-PATH
                FROM ENVIRONMENT 'ESTABLISHMENT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EMPLOYEEDATA.txt'
                TO WS-EMPLOYEE-DATA-PATH
            ACCEPT WS-EMPLOYEE-DATA-PATH
                FROM ENVIRONMENT 'EMPLOYEE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-EMPLOYEE-MASTER-PATH
            ACCEPT WS-EMPLOYEE-MASTER-PATH
                FROM ENVIRONMENT 'RECORD_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM ESTABCHK.
