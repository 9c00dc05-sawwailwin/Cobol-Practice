      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- nightly apply of the future-
      *                dated employee changes keyed through
      *                PENDCHGENTRY. Every change still pending on
      *                PendingChanges.txt whose effective date has
      *                come (the business date, BUSINESS_DATE, or the
      *                system date) is applied in date order -- on one
      *                date a grade change goes before a salary change
      *                so the salary meets its new band. Salary, grade
      *                and pay frequency are rewritten on the indexed
      *                employee master; a branch transfer moves the
      *                employee's rows on EMPLOYEEDATA.txt. Each change
      *                is checked again as it is applied (employee
      *                still active, salary in band unless overridden
      *                for the grade it meets, grade on the band
      *                master, branch still active) and one that cannot
      *                be made is marked failed with the reason instead
      *                of half-made. Every applied change is written to
      *                AuditTrail.txt as an APPLY entry with the before
      *                and after values, and is kept on the pending
      *                file as applied with its old value.
      *                PendingChangeReport.txt lists what was applied
      *                tonight, every change that failed to apply in
      *                the last 30 days, and the changes falling due
      *                in the next 30. The employee master is claimed
      *                in the file-lock registry for the run, as the
      *                payroll does. RETURN-CODE 0 clean, 4 a change
      *                failed, 12 the master is locked or unusable, 16
      *                a work table overflowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT UPDATE-FILE ASSIGN TO DYNAMIC WS-UPDATE-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UPDATE-NO
            ALTERNATE RECORD KEY IS WRITE-NAME WITH DUPLICATES
            FILE STATUS IS WS-UPD-STATUS.

            SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-STATUS.

            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BAND-FILE ASSIGN TO DYNAMIC WS-BAND-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BAND-STATUS.

            SELECT BRANCH-MASTER ASSIGN TO DYNAMIC
            WS-BRANCH-MASTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRM-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

            SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UPDATE-FILE.
           COPY EMPREC REPLACING EMR-REC-NAME BY FILE-REC
                                  EMR-NO-NAME BY UPDATE-NO
                                  EMR-NAME-NAME BY WRITE-NAME
                                  EMR-SAL-NAME BY WRITE-SAL
                                  EMR-STATUS-NAME BY WRITE-STATUS
                                  EMR-EFF-DATE-NAME BY WRITE-EFF-DATE
                                  EMR-END-DATE-NAME BY WRITE-END-DATE
                                  EMR-FREQ-NAME BY WRITE-FREQ
                                  EMR-GRADE-NAME BY WRITE-GRADE.

       FD PENDING-FILE.
           COPY PENDCHG REPLACING PCH-REC-NAME BY PENDING-REC
                                   PCH-EMP-NO-NAME BY PND-EMP-NO
                                   PCH-FIELD-NAME BY PND-FIELD
                                   PCH-VALUE-NAME BY PND-VALUE
                                   PCH-EFF-DATE-NAME BY PND-EFF-DATE
                                   PCH-REQ-BY-NAME BY PND-REQ-BY
                                   PCH-ENTERED-NAME BY PND-ENTERED
                                   PCH-STATUS-NAME BY PND-STATUS
                                   PCH-DONE-DATE-NAME BY PND-DONE-DATE
                                   PCH-OLD-VALUE-NAME BY PND-OLD-VALUE
                                   PCH-REASON-NAME BY PND-REASON.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD BAND-FILE.
           COPY SALBAND REPLACING SBD-REC-NAME BY BAND-REC
                                   SBD-GRADE-NAME BY BAND-GRADE
                                   SBD-MIN-NAME BY BAND-MIN
                                   SBD-MAX-NAME BY BAND-MAX.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 NAME PIC X(20).
           05 W-HOUR PIC 9(2).
           05 P-RATE PIC 9(4)V99.
           05 E-BRANCH PIC 9(3).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-UPD-STATUS PIC X(2).
       01 WS-PND-STATUS PIC X(2).
       01 WS-BAND-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

      * THE WHOLE PENDING FILE, IN FILE ORDER -- IT IS WRITTEN BACK
      * FROM HERE WITH EACH CHANGE'S NEW STATUS.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 3000 TIMES.
               10 WS-PT-REC.
                   15 WS-PT-EMP-NO PIC X(5).
                   15 WS-PT-FIELD PIC X(1).
                   15 WS-PT-VALUE PIC X(6).
                   15 WS-PT-EFF PIC 9(8).
                   15 WS-PT-REQ-BY PIC X(10).
                   15 WS-PT-ENTERED PIC 9(8).
                   15 WS-PT-STATUS PIC X(1).
                   15 WS-PT-DONE PIC 9(8).
                   15 WS-PT-OLD-VALUE PIC X(6).
                   15 WS-PT-REASON PIC X(30).
       01 WS-PEND-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-PEND-COUNT PIC 9(4) VALUE 3000.
       01 WS-PT-IDX PIC 9(4).
       01 WS-NEXT-IDX PIC 9(4).
       01 WS-ORDER-KEY PIC 9(10).
       01 WS-BEST-KEY PIC 9(10).
       01 WS-FIELD-RANK PIC 9(1).

      * THE CHANGE BEING APPLIED.
       01 WS-CHG-OK PIC X(1).
       01 WS-CHG-REASON PIC X(30).
       01 WS-CHG-OLD PIC X(6).
       01 WS-OVERRIDE-TEXT PIC X(30).
       01 WS-FIELD-LABEL PIC X(10).
       01 WS-SAL-NUM PIC 9(6).
       01 WS-NEW-BRANCH PIC 9(3).

      * SALARY-BAND TABLE -- AS IN PGM003/PGM004.
       01 WS-BAND-EOF PIC A(1).
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-BND-GRADE PIC X(2).
               10 WS-BND-MIN PIC 9(6).
               10 WS-BND-MAX PIC 9(6).
       01 WS-BAND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BND-IDX PIC 9(2).
       01 WS-BND-HIT PIC 9(2).
       01 WS-FIND-GRADE PIC X(2).

      * ACTIVE BRANCHES FROM THE BRANCH MASTER.
       01 WS-BRANCH-TABLE.
           05 WS-BR-CODE PIC 9(3) OCCURS 500 TIMES.
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BR-IDX PIC 9(3).
       01 WS-BR-FOUND PIC X(1).
       01 WS-BRANCH-LOADED PIC X(1) VALUE 'N'.

      * EMPLOYEEDATA.TXT HELD WHOLE SO A TRANSFER CAN BE WRITTEN BACK
      * -- EVERY ROW FOR THE EMPLOYEE MOVES TO THE NEW BRANCH.
       01 WS-EMD-TABLE.
           05 WS-EMD-ROW PIC X(36) OCCURS 3000 TIMES.
       01 WS-EMD-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-EMD-COUNT PIC 9(4) VALUE 3000.
       01 WS-EMD-IDX PIC 9(4).
       01 WS-EMD-HITS PIC 9(4).
       01 WS-EMD-LOADED PIC X(1) VALUE 'N'.
       01 WS-EMD-CHANGED PIC X(1) VALUE 'N'.

      * DAY NUMBERS FOR THE 30-DAY WINDOWS -- LEAP YEARS COUNTED BY
      * THE GREGORIAN RULE, AS IN THE PAYROLL.
       01 WS-DAYNUM-WORK PIC 9(8).
       01 FILLER REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DN-LEAP-YEAR PIC 9(4).
       01 WS-DN-DIV4 PIC 9(4).
       01 WS-DN-DIV100 PIC 9(4).
       01 WS-DN-DIV400 PIC 9(4).
       01 WS-DN-CUM-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 FILLER REDEFINES WS-DN-CUM-VALUES.
           05 WS-DN-CUM PIC 9(3) OCCURS 12 TIMES.
       01 WS-RUN-DAYNUM PIC 9(7).
       01 WS-DAYS-APART PIC S9(7).
       77 REPORT-WINDOW-DAYS PIC 9(3) VALUE 30.

       77 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LIST-COUNT PIC 9(5) VALUE ZERO.

       01 WS-REPORT-DETAIL.
           05 WS-RD-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-FIELD PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-OLD PIC X(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-RD-NEW PIC X(6).
           05 FILLER PIC X(6) VALUE " FROM ".
           05 WS-RD-EFF PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-REQ-BY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-REASON PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.

      * FILE-LOCK CLAIM ON THE EMPLOYEE MASTER FOR THE RUN.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'PENDAPLY'.
           05 WS-FL-RESULT PIC X(1).

       01 WS-UPDATE-FILE-PATH PIC X(60).
       01 WS-PENDING-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).
       01 WS-BAND-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-REPORT-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (A CHANGE
      * FAILED TO APPLY), 12 THE MASTER IS LOCKED OR UNUSABLE, 16 A
      * WORK TABLE OVERFLOWED (NOTHING IS APPLIED).
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM SET-RUN-DATE.
            PERFORM LOAD-PENDING-PARA.
            PERFORM LOAD-EMPLOYEE-DATA-PARA.
            IF WS-RETURN-CODE = 16
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'SET  ' TO WS-FL-FUNC.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "EMPLOYEE MASTER IS LOCKED - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O UPDATE-FILE.
            IF WS-UPD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER UNUSABLE - STATUS "
                    WS-UPD-STATUS
                PERFORM CLEAR-LOCK-PARA
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND AUDIT-FILE.
            PERFORM LOAD-BANDS-PARA.
            PERFORM LOAD-BRANCHES-PARA.
            PERFORM FIND-NEXT-DUE-PARA.
            PERFORM UNTIL WS-NEXT-IDX = ZERO
                PERFORM APPLY-ONE-PARA
                PERFORM FIND-NEXT-DUE-PARA
            END-PERFORM.
            CLOSE UPDATE-FILE.
            CLOSE AUDIT-FILE.
            IF WS-EMD-CHANGED = 'Y'
                PERFORM REWRITE-EMPLOYEE-DATA-PARA
            END-IF.
            IF WS-APPLIED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
                PERFORM REWRITE-PENDING-PARA
            END-IF.
            PERFORM CLEAR-LOCK-PARA.
            PERFORM WRITE-REPORT-PARA.
            DISPLAY "PENDING CHANGES APPLIED " WS-APPLIED-COUNT
                " FAILED " WS-FAILED-COUNT.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SET-RUN-DATE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE WS-RUN-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-RUN-DAYNUM.

       CLEAR-LOCK-PARA.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.

       LOAD-PENDING-PARA.
            MOVE ZERO TO WS-PEND-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PENDING-FILE.
            IF WS-PND-STATUS NOT = '00'
                DISPLAY "NO PENDING-CHANGE FILE - NOTHING TO APPLY"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PENDING-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-PEND-COUNT NOT < MAX-PEND-COUNT
                            DISPLAY "MORE THAN " MAX-PEND-COUNT
                                " LINES ON THE PENDING-CHANGE FILE"
                                " - RUN STOPPED"
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-PEND-COUNT
                            MOVE PENDING-REC
                                TO WS-PT-REC(WS-PEND-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '10'
                CLOSE PENDING-FILE
            END-IF.

       LOAD-EMPLOYEE-DATA-PARA.
            MOVE ZERO TO WS-EMD-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-EMD-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-EMD-COUNT NOT < MAX-EMD-COUNT
                            DISPLAY "MORE THAN " MAX-EMD-COUNT
                                " ROWS ON EMPLOYEEDATA - RUN STOPPED"
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-EMD-COUNT
                            MOVE EMP-DATA TO WS-EMD-ROW(WS-EMD-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       LOAD-BANDS-PARA.
            MOVE ZERO TO WS-BAND-COUNT.
            MOVE 'N' TO WS-BAND-EOF.
            OPEN INPUT BAND-FILE.
            IF WS-BAND-STATUS NOT = '00'
                DISPLAY "SALARY BAND MASTER NOT AVAILABLE - "
                    "CHANGES NOT BAND-CHECKED"
                MOVE 'Y' TO WS-BAND-EOF
            END-IF.
            PERFORM UNTIL WS-BAND-EOF = 'Y' OR WS-BAND-COUNT = 20
                READ BAND-FILE
                    AT END MOVE 'Y' TO WS-BAND-EOF
                    NOT AT END
                        ADD 1 TO WS-BAND-COUNT
                        MOVE BAND-GRADE
                            TO WS-BND-GRADE(WS-BAND-COUNT)
                        MOVE BAND-MIN TO WS-BND-MIN(WS-BAND-COUNT)
                        MOVE BAND-MAX TO WS-BND-MAX(WS-BAND-COUNT)
                END-READ
            END-PERFORM.
            IF WS-BAND-STATUS = '00' OR WS-BAND-STATUS = '10'
                CLOSE BAND-FILE
            END-IF.

       LOAD-BRANCHES-PARA.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-BRANCH-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BM-BRANCH-CODE IS NUMERIC AND
                            BM-BRANCH-STAT NOT = 'I' AND
                            WS-BRANCH-COUNT < 500
                            ADD 1 TO WS-BRANCH-COUNT
                            MOVE BM-BRANCH-CODE
                                TO WS-BR-CODE(WS-BRANCH-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       FIND-NEXT-DUE-PARA.
      *     THE PENDING CHANGE DUE SOONEST -- EARLIEST EFFECTIVE DATE,
      *     THEN GRADE, BRANCH, FREQUENCY, SALARY ON ONE DATE, THEN
      *     THE ORDER THEY WERE KEYED.
            MOVE ZERO TO WS-NEXT-IDX.
            MOVE 9999999999 TO WS-BEST-KEY.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-STATUS(WS-PT-IDX) = 'P' AND
                    WS-PT-EFF(WS-PT-IDX) NOT > WS-RUN-DATE
                    IF WS-PT-FIELD(WS-PT-IDX) = 'G'
                        MOVE 1 TO WS-FIELD-RANK
                    ELSE IF WS-PT-FIELD(WS-PT-IDX) = 'B'
                        MOVE 2 TO WS-FIELD-RANK
                    ELSE IF WS-PT-FIELD(WS-PT-IDX) = 'F'
                        MOVE 3 TO WS-FIELD-RANK
                    ELSE
                        MOVE 4 TO WS-FIELD-RANK
                    END-IF END-IF END-IF
                    COMPUTE WS-ORDER-KEY =
                        WS-PT-EFF(WS-PT-IDX) * 10 + WS-FIELD-RANK
                    IF WS-ORDER-KEY < WS-BEST-KEY
                        MOVE WS-ORDER-KEY TO WS-BEST-KEY
                        MOVE WS-PT-IDX TO WS-NEXT-IDX
                    END-IF
                END-IF
            END-PERFORM.

       APPLY-ONE-PARA.
            MOVE 'Y' TO WS-CHG-OK.
            MOVE SPACES TO WS-CHG-REASON.
            MOVE SPACES TO WS-CHG-OLD.
            MOVE WS-PT-EMP-NO(WS-NEXT-IDX) TO UPDATE-NO.
            READ UPDATE-FILE
                INVALID KEY
                    MOVE "NOT ON THE EMPLOYEE MASTER" TO WS-CHG-REASON
                    MOVE 'N' TO WS-CHG-OK
            END-READ.
            IF WS-CHG-OK = 'Y' AND WRITE-STATUS = 'I'
                MOVE "EMPLOYEE INACTIVE" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            END-IF.
            IF WS-CHG-OK = 'Y'
                IF WS-PT-FIELD(WS-NEXT-IDX) = 'S'
                    PERFORM APPLY-SALARY-PARA
                ELSE IF WS-PT-FIELD(WS-NEXT-IDX) = 'G'
                    PERFORM APPLY-GRADE-PARA
                ELSE IF WS-PT-FIELD(WS-NEXT-IDX) = 'B'
                    PERFORM APPLY-BRANCH-PARA
                ELSE IF WS-PT-FIELD(WS-NEXT-IDX) = 'F'
                    PERFORM APPLY-FREQ-PARA
                ELSE
                    MOVE "UNKNOWN FIELD CODE" TO WS-CHG-REASON
                    MOVE 'N' TO WS-CHG-OK
                END-IF END-IF END-IF END-IF
            END-IF.
            MOVE WS-RUN-DATE TO WS-PT-DONE(WS-NEXT-IDX).
            IF WS-CHG-OK = 'Y'
                MOVE 'A' TO WS-PT-STATUS(WS-NEXT-IDX)
                MOVE WS-CHG-OLD TO WS-PT-OLD-VALUE(WS-NEXT-IDX)
                MOVE SPACES TO WS-PT-REASON(WS-NEXT-IDX)
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM LOG-AUDIT-PARA
            ELSE
                MOVE 'F' TO WS-PT-STATUS(WS-NEXT-IDX)
                MOVE WS-CHG-REASON TO WS-PT-REASON(WS-NEXT-IDX)
                ADD 1 TO WS-FAILED-COUNT
                DISPLAY "CHANGE FAILED " WS-PT-EMP-NO(WS-NEXT-IDX)
                    " " WS-PT-FIELD(WS-NEXT-IDX) " - " WS-CHG-REASON
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       APPLY-SALARY-PARA.
            MOVE 'SALARY' TO WS-FIELD-LABEL.
            MOVE WRITE-SAL TO WS-CHG-OLD.
            IF WS-PT-VALUE(WS-NEXT-IDX) IS NOT NUMERIC
                MOVE "SALARY NOT NUMERIC" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE
                MOVE WS-PT-VALUE(WS-NEXT-IDX) TO WS-SAL-NUM
                MOVE WRITE-GRADE TO WS-FIND-GRADE
                PERFORM FIND-BAND-PARA
                IF WS-SAL-NUM = ZERO
                    MOVE "SALARY IS ZERO" TO WS-CHG-REASON
                    MOVE 'N' TO WS-CHG-OK
                ELSE IF WRITE-GRADE NOT = SPACES AND
                    WS-BND-HIT > ZERO AND
                    (WS-SAL-NUM < WS-BND-MIN(WS-BND-HIT) OR
                    WS-SAL-NUM > WS-BND-MAX(WS-BND-HIT))
                    PERFORM BAND-OVERRIDE-CHECK-PARA
                END-IF END-IF
            END-IF.
            IF WS-CHG-OK = 'Y'
                MOVE WS-PT-VALUE(WS-NEXT-IDX) TO WRITE-SAL
                REWRITE FILE-REC
            END-IF.

       BAND-OVERRIDE-CHECK-PARA.
      *     A SALARY KEYED OUT OF BAND ON A SUPERVISOR OVERRIDE
      *     CARRIES THE GRADE IT WAS WAIVED FOR. IT STANDS ONLY IF THE
      *     EMPLOYEE IS STILL ON THAT GRADE -- OTHERWISE THE CHANGE
      *     FAILS AND HR KEYS IT AGAIN.
            MOVE SPACES TO WS-OVERRIDE-TEXT.
            STRING 'BAND OVERRIDE FOR GRADE ' DELIMITED BY SIZE
                WRITE-GRADE DELIMITED BY SIZE
                INTO WS-OVERRIDE-TEXT
            END-STRING.
            IF WS-PT-REASON(WS-NEXT-IDX) NOT = WS-OVERRIDE-TEXT
                MOVE "SALARY OUTSIDE THE GRADE BAND" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            END-IF.

       APPLY-GRADE-PARA.
            MOVE 'GRADE' TO WS-FIELD-LABEL.
            MOVE WRITE-GRADE TO WS-CHG-OLD.
            MOVE WS-PT-VALUE(WS-NEXT-IDX)(1:2) TO WS-FIND-GRADE.
            PERFORM FIND-BAND-PARA.
            IF WS-BAND-COUNT > ZERO AND WS-BND-HIT = ZERO
                MOVE "GRADE NOT ON THE SALARY-BAND MASTER"
                    TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE
                MOVE WS-FIND-GRADE TO WRITE-GRADE
                REWRITE FILE-REC
            END-IF.

       APPLY-FREQ-PARA.
            MOVE 'FREQUENCY' TO WS-FIELD-LABEL.
            MOVE WRITE-FREQ TO WS-CHG-OLD.
            IF WS-PT-VALUE(WS-NEXT-IDX)(1:1) NOT = 'W' AND
                WS-PT-VALUE(WS-NEXT-IDX)(1:1) NOT = 'F' AND
                WS-PT-VALUE(WS-NEXT-IDX)(1:1) NOT = 'M'
                MOVE "PAY FREQUENCY NOT W, F OR M" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE
                MOVE WS-PT-VALUE(WS-NEXT-IDX)(1:1) TO WRITE-FREQ
                REWRITE FILE-REC
            END-IF.

       APPLY-BRANCH-PARA.
            MOVE 'BRANCH' TO WS-FIELD-LABEL.
            MOVE 'N' TO WS-BR-FOUND.
            IF WS-PT-VALUE(WS-NEXT-IDX)(1:3) IS NUMERIC
                MOVE WS-PT-VALUE(WS-NEXT-IDX)(1:3) TO WS-NEW-BRANCH
                PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                    UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                    IF WS-BR-CODE(WS-BR-IDX) = WS-NEW-BRANCH
                        MOVE 'Y' TO WS-BR-FOUND
                        MOVE WS-BRANCH-COUNT TO WS-BR-IDX
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-BRANCH-LOADED NOT = 'Y'
                MOVE "BRANCH MASTER NOT AVAILABLE" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE IF WS-BR-FOUND = 'N'
                MOVE "BRANCH NOT ACTIVE ON THE MASTER"
                    TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE IF WS-EMD-LOADED NOT = 'Y'
                MOVE "EMPLOYEEDATA NOT AVAILABLE" TO WS-CHG-REASON
                MOVE 'N' TO WS-CHG-OK
            ELSE
                MOVE ZERO TO WS-EMD-HITS
                PERFORM VARYING WS-EMD-IDX FROM 1 BY 1
                    UNTIL WS-EMD-IDX > WS-EMD-COUNT
                    MOVE WS-EMD-ROW(WS-EMD-IDX) TO EMP-DATA
                    IF E-NO = WS-PT-EMP-NO(WS-NEXT-IDX)
                        IF WS-EMD-HITS = ZERO
                            MOVE E-BRANCH TO WS-CHG-OLD
                        END-IF
                        ADD 1 TO WS-EMD-HITS
                        MOVE WS-NEW-BRANCH TO E-BRANCH
                        MOVE EMP-DATA TO WS-EMD-ROW(WS-EMD-IDX)
                    END-IF
                END-PERFORM
                IF WS-EMD-HITS = ZERO
                    MOVE "NO ROW ON EMPLOYEEDATA" TO WS-CHG-REASON
                    MOVE 'N' TO WS-CHG-OK
                ELSE
                    MOVE 'Y' TO WS-EMD-CHANGED
                END-IF
            END-IF END-IF END-IF.

       FIND-BAND-PARA.
            MOVE ZERO TO WS-BND-HIT.
            PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                UNTIL WS-BND-IDX > WS-BAND-COUNT
                IF WS-BND-GRADE(WS-BND-IDX) = WS-FIND-GRADE
                    MOVE WS-BND-IDX TO WS-BND-HIT
                    MOVE WS-BAND-COUNT TO WS-BND-IDX
                END-IF
            END-PERFORM.

       LOG-AUDIT-PARA.
      *     WHAT CHANGED AND ITS OLD VALUE IN THE BEFORE FIELDS, THE
      *     NEW VALUE IN THE AFTER FIELDS; THE USER IS THE ONE WHO
      *     ASKED FOR THE CHANGE.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-PT-REQ-BY(WS-NEXT-IDX) TO AUD-USER-ID.
            MOVE "PENDAPPLY" TO AUD-PROGRAM.
            MOVE "APPLY" TO AUD-ACTION.
            MOVE WS-PT-EMP-NO(WS-NEXT-IDX) TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-FIELD-LABEL TO AUD-BEFORE-NAME.
            MOVE WS-CHG-OLD TO AUD-BEFORE-SAL.
            MOVE WS-FIELD-LABEL TO AUD-AFTER-NAME.
            MOVE WS-PT-VALUE(WS-NEXT-IDX) TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       REWRITE-EMPLOYEE-DATA-PARA.
            OPEN OUTPUT EMPLOYEE-DATA.
            PERFORM VARYING WS-EMD-IDX FROM 1 BY 1
                UNTIL WS-EMD-IDX > WS-EMD-COUNT
                MOVE WS-EMD-ROW(WS-EMD-IDX) TO EMP-DATA
                WRITE EMP-DATA
            END-PERFORM.
            CLOSE EMPLOYEE-DATA.

       REWRITE-PENDING-PARA.
            OPEN OUTPUT PENDING-FILE.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                MOVE WS-PT-REC(WS-PT-IDX) TO PENDING-REC
                WRITE PENDING-REC
            END-PERFORM.
            CLOSE PENDING-FILE.

       WRITE-REPORT-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'PENDING EMPLOYEE CHANGES - BUSINESS DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'APPLIED TONIGHT' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-STATUS(WS-PT-IDX) = 'A' AND
                    WS-PT-DONE(WS-PT-IDX) = WS-RUN-DATE
                    PERFORM WRITE-DETAIL-PARA
                END-IF
            END-PERFORM.
            PERFORM WRITE-NONE-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'FAILED TO APPLY IN THE LAST 30 DAYS' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-STATUS(WS-PT-IDX) = 'F'
                    MOVE WS-PT-DONE(WS-PT-IDX) TO WS-DAYNUM-WORK
                    PERFORM COMPUTE-DAYNUM-PARA
                    COMPUTE WS-DAYS-APART = WS-RUN-DAYNUM - WS-DAYNUM
                    IF WS-DAYS-APART NOT < ZERO AND
                        WS-DAYS-APART < REPORT-WINDOW-DAYS
                        PERFORM WRITE-DETAIL-PARA
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM WRITE-NONE-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'DUE IN THE NEXT 30 DAYS' TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-STATUS(WS-PT-IDX) = 'P'
                    MOVE WS-PT-EFF(WS-PT-IDX) TO WS-DAYNUM-WORK
                    PERFORM COMPUTE-DAYNUM-PARA
                    COMPUTE WS-DAYS-APART = WS-DAYNUM - WS-RUN-DAYNUM
                    IF WS-DAYS-APART > ZERO AND
                        WS-DAYS-APART NOT > REPORT-WINDOW-DAYS
                        PERFORM WRITE-DETAIL-PARA
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM WRITE-NONE-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'APPLIED ' DELIMITED BY SIZE
                WS-APPLIED-COUNT DELIMITED BY SIZE
                ' FAILED ' DELIMITED BY SIZE
                WS-FAILED-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

       WRITE-DETAIL-PARA.
            ADD 1 TO WS-LIST-COUNT.
            MOVE WS-PT-EMP-NO(WS-PT-IDX) TO WS-RD-EMP-NO.
            IF WS-PT-FIELD(WS-PT-IDX) = 'S'
                MOVE 'SALARY' TO WS-RD-FIELD
            ELSE IF WS-PT-FIELD(WS-PT-IDX) = 'G'
                MOVE 'GRADE' TO WS-RD-FIELD
            ELSE IF WS-PT-FIELD(WS-PT-IDX) = 'B'
                MOVE 'BRANCH' TO WS-RD-FIELD
            ELSE IF WS-PT-FIELD(WS-PT-IDX) = 'F'
                MOVE 'FREQUENCY' TO WS-RD-FIELD
            ELSE
                MOVE WS-PT-FIELD(WS-PT-IDX) TO WS-RD-FIELD
            END-IF END-IF END-IF END-IF.
            MOVE WS-PT-OLD-VALUE(WS-PT-IDX) TO WS-RD-OLD.
            MOVE WS-PT-VALUE(WS-PT-IDX) TO WS-RD-NEW.
            MOVE WS-PT-EFF(WS-PT-IDX) TO WS-RD-EFF.
            MOVE WS-PT-REQ-BY(WS-PT-IDX) TO WS-RD-REQ-BY.
            MOVE WS-PT-REASON(WS-PT-IDX) TO WS-RD-REASON.
            MOVE WS-REPORT-DETAIL TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-NONE-PARA.
            IF WS-LIST-COUNT = ZERO
                MOVE '  NONE' TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       COMPUTE-DAYNUM-PARA.
      *     DAYS FROM A FIXED ORIGIN, SO THE DIFFERENCE OF TWO DATES
      *     IS THE TRUE NUMBER OF CALENDAR DAYS BETWEEN THEM. JANUARY
      *     AND FEBRUARY COUNT THE LEAP DAYS OF THE YEAR BEFORE.
            IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
                MOVE 1 TO WS-DN-MONTH
            END-IF.
            MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
            IF WS-DN-MONTH < 3 AND WS-DN-LEAP-YEAR > ZERO
                SUBTRACT 1 FROM WS-DN-LEAP-YEAR
            END-IF.
            DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-DIV4.
            DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-DIV100.
            DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-DIV400.
            COMPUTE WS-DAYNUM = (WS-DN-YEAR * 365) + WS-DN-DIV4
                - WS-DN-DIV100 + WS-DN-DIV400
                + WS-DN-CUM(WS-DN-MONTH) + WS-DN-DAY.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-UPDATE-FILE-PATH
            ACCEPT WS-UPDATE-FILE-PATH FROM ENVIRONMENT 'UPDATE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PendingChanges.txt'
                TO WS-PENDING-PATH
            ACCEPT WS-PENDING-PATH FROM ENVIRONMENT 'PENDING_CHANGES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AuditTrail.txt'
                TO WS-AUDIT-FILE-PATH
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT 'AUDIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SalaryBand.txt'
                TO WS-BAND-FILE-PATH
            ACCEPT WS-BAND-FILE-PATH FROM ENVIRONMENT 'SALARY_BAND'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
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
            MOVE 'D:\cOBOLTRAINING\PendingChangeReport.txt'
                TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH
                FROM ENVIRONMENT 'PENDING_CHANGE_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PENDAPPLY.
