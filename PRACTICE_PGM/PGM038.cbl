      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- find-by-name lookup on the
      *                indexed employee master for INDEXEDFILEMENU
      *                (PGM011), so a caller who knows the name but
      *                not the EMP-NO is no longer found by listing
      *                the whole file. Takes a full or partial name
      *                (leading characters), positions on the
      *                master's alternate name key and reads along it
      *                while the name still starts with what was
      *                entered, listing every match with its EMP-NO,
      *                branch (from EMPLOYEEDATA.txt; blank where the
      *                employee has no assignment), status and grade.
      *                The user then picks an EMP-NO from the list and
      *                V views the full record here, or U hands the
      *                EMP-NO back to the menu, which runs the update
      *                (UPDATEINDEXFILE) for it when the signed-on
      *                user may update. A blank pick returns with no
      *                action.
      * 10/15/2026 SWL A full branch assignment table no longer stops
      *                the run (and the signed-on menu session with
      *                it) -- the lookup says so and returns to the
      *                menu with a blank EMP-NO and RC 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDBYNAME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECORD-FILE ASSIGN TO DYNAMIC WS-RECORD-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FND-NO
            ALTERNATE RECORD KEY IS FND-NAME WITH DUPLICATES
            FILE STATUS IS WS-FND-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECORD-FILE.
           COPY EMPREC REPLACING EMR-REC-NAME BY FILE-REC
                                  EMR-NO-NAME BY FND-NO
                                  EMR-NAME-NAME BY FND-NAME
                                  EMR-SAL-NAME BY FND-SAL
                                  EMR-STATUS-NAME BY FND-STATUS
                                  EMR-EFF-DATE-NAME BY FND-EFF-DATE
                                  EMR-END-DATE-NAME BY FND-END-DATE
                                  EMR-FREQ-NAME BY FND-FREQ
                                  EMR-GRADE-NAME BY FND-GRADE.

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 E-NAME PIC X(20).
           05 E-W-HOUR PIC 9(2).
           05 E-P-RATE PIC 9(4)V99.
           05 E-BRANCH PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-FND-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-SEARCH-NAME PIC X(10) VALUE SPACES.
       01 WS-SEARCH-LEN PIC 9(2) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PICK-NO PIC X(5) VALUE SPACES.
       01 WS-PICK-ACTION PIC X(1) VALUE SPACES.
       01 WS-BRANCH-X PIC X(3).

      * EMPLOYEE-TO-BRANCH ASSIGNMENTS FROM EMPLOYEEDATA.TXT. A LATER
      * ROW FOR THE SAME EMPLOYEE IS THE CURRENT ASSIGNMENT.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 2000 TIMES.
               10 WS-ASG-EMP-NO PIC X(5).
               10 WS-ASG-BRANCH PIC 9(3).
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-ASSIGN-COUNT PIC 9(4) VALUE 2000.
       01 WS-ASG-SUB PIC 9(4).
       01 WS-ASSIGN-FULL PIC X(1) VALUE 'N'.

       01 WS-LIST-LINE.
           05 WS-LL-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-BRANCH PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LL-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-GRADE PIC X(2).

       01 WS-RECORD-FILE-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (NO NAME
      * MATCHED, OR THE PICKED EMP-NO IS NOT ON THE MASTER), 12 THE
      * EMPLOYEE MASTER CANNOT BE OPENED, 16 THE ASSIGNMENT TABLE
      * OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-FIND-RESULT.
           05 LK-FIND-EMP-NO PIC X(5).
           05 LK-FIND-ACTION PIC X(1).

       PROCEDURE DIVISION USING LK-FIND-RESULT.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            MOVE SPACES TO LK-FIND-EMP-NO.
            MOVE SPACES TO LK-FIND-ACTION.
            DISPLAY "ENTER FULL OR PARTIAL NAME TO FIND"
            ACCEPT WS-SEARCH-NAME
            IF WS-SEARCH-NAME = SPACES
                DISPLAY "NO NAME ENTERED"
                GOBACK
            END-IF.
            PERFORM SEARCH-LENGTH-PARA.
            OPEN INPUT RECORD-FILE.
            IF WS-FND-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                    WS-FND-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-ASSIGNMENTS.
            IF WS-ASSIGN-FULL = 'Y'
                CLOSE RECORD-FILE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LIST-MATCHES-PARA.
            IF WS-MATCH-COUNT = ZERO
                DISPLAY "NO EMPLOYEE NAME STARTS WITH " WS-SEARCH-NAME
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                PERFORM PICK-PARA
            END-IF.
            CLOSE RECORD-FILE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            GOBACK.

       SEARCH-LENGTH-PARA.
      *     THE SIGNIFICANT LENGTH OF WHAT WAS ENTERED -- A PARTIAL
      *     NAME MATCHES EVERY NAME THAT STARTS WITH IT.
            PERFORM VARYING WS-SEARCH-LEN FROM 10 BY -1
                UNTIL WS-SEARCH-LEN = 1
                OR WS-SEARCH-NAME(WS-SEARCH-LEN:1) NOT = SPACE
                CONTINUE
            END-PERFORM.

       LIST-MATCHES-PARA.
            MOVE 'N' TO WS-EOF.
            MOVE WS-SEARCH-NAME TO FND-NAME.
            START RECORD-FILE KEY IS NOT LESS THAN FND-NAME
                INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.
            IF WS-EOF NOT = 'Y'
                DISPLAY "EMP-NO NAME        BRN    STATUS    GR"
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RECORD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF FND-NAME(1:WS-SEARCH-LEN) NOT =
                            WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            PERFORM SHOW-MATCH-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MATCH-COUNT > ZERO
                DISPLAY WS-MATCH-COUNT " MATCHING EMPLOYEE(S)"
            END-IF.

       SHOW-MATCH-PARA.
            ADD 1 TO WS-MATCH-COUNT.
            MOVE FND-NO TO WS-LL-NO.
            MOVE FND-NAME TO WS-LL-NAME.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-BRANCH-X TO WS-LL-BRANCH.
            IF FND-STATUS = 'I'
                MOVE 'INACTIVE' TO WS-LL-STATUS
            ELSE
                MOVE 'ACTIVE' TO WS-LL-STATUS
            END-IF.
            MOVE FND-GRADE TO WS-LL-GRADE.
            DISPLAY WS-LIST-LINE.

       FIND-BRANCH-PARA.
            MOVE SPACES TO WS-BRANCH-X.
            PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                UNTIL WS-ASG-SUB > WS-ASSIGN-COUNT
                IF WS-ASG-EMP-NO(WS-ASG-SUB) = FND-NO
                    MOVE WS-ASG-BRANCH(WS-ASG-SUB) TO WS-BRANCH-X
                END-IF
            END-PERFORM.

       PICK-PARA.
            DISPLAY "ENTER EMP-NO FROM THE LIST (BLANK TO RETURN)"
            ACCEPT WS-PICK-NO
            IF WS-PICK-NO = SPACES
                CONTINUE
            ELSE
                MOVE WS-PICK-NO TO FND-NO
                READ RECORD-FILE KEY IS FND-NO
                    INVALID KEY
                        DISPLAY "EMP-NO " WS-PICK-NO " NOT FOUND"
                        MOVE 4 TO WS-RETURN-CODE
                    NOT INVALID KEY
                        PERFORM PICK-ACTION-PARA
                END-READ
            END-IF.

       PICK-ACTION-PARA.
            DISPLAY "V TO VIEW, U TO UPDATE"
            ACCEPT WS-PICK-ACTION
            IF WS-PICK-ACTION = 'U' OR WS-PICK-ACTION = 'u'
                MOVE FND-NO TO LK-FIND-EMP-NO
                MOVE 'U' TO LK-FIND-ACTION
            ELSE
                PERFORM VIEW-PARA
            END-IF.

       VIEW-PARA.
            DISPLAY "EMP-NO     : " FND-NO
            DISPLAY "NAME       : " FND-NAME
            DISPLAY "SALARY     : " FND-SAL
            DISPLAY "STATUS     : " FND-STATUS
            DISPLAY "EFFECTIVE  : " FND-EFF-DATE
            DISPLAY "END DATE   : " FND-END-DATE
            DISPLAY "FREQUENCY  : " FND-FREQ
            DISPLAY "GRADE      : " FND-GRADE
            PERFORM FIND-BRANCH-PARA
            DISPLAY "BRANCH     : " WS-BRANCH-X.

       LOAD-ASSIGNMENTS.
            MOVE ZERO TO WS-ASSIGN-COUNT.
            MOVE 'N' TO WS-ASSIGN-FULL.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMD-STATUS " - BRANCH NOT SHOWN"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF E-BRANCH IS NUMERIC
                            PERFORM ADD-ASSIGN-ENTRY
                        END-IF
                        IF WS-ASSIGN-FULL = 'Y'
                            MOVE 'Y' TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       ADD-ASSIGN-ENTRY.
            IF WS-ASSIGN-COUNT >= MAX-ASSIGN-COUNT
                DISPLAY "BRANCH ASSIGNMENT TABLE FULL AT "
                    MAX-ASSIGN-COUNT " - LOOKUP STOPPED"
                MOVE 'Y' TO WS-ASSIGN-FULL
            ELSE
                ADD 1 TO WS-ASSIGN-COUNT
                MOVE E-NO TO WS-ASG-EMP-NO(WS-ASSIGN-COUNT)
                MOVE E-BRANCH TO WS-ASG-BRANCH(WS-ASSIGN-COUNT)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-RECORD-FILE-PATH
            ACCEPT WS-RECORD-FILE-PATH FROM ENVIRONMENT 'RECORD_FILE'
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

       END PROGRAM FINDBYNAME.
