      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- future-dated employee change
      *                entry, called from the maintenance menu
      *                (INDEXEDFILEMENU) with the signed-on user id, so
      *                a promotion, grade change, branch transfer or
      *                pay-frequency change agreed weeks ahead is keyed
      *                once and applied on its effective date by the
      *                nightly PENDAPPLY instead of from HR's diary on
      *                the morning. Each change (EMP-NO, field, new
      *                value, effective date, requested by) is checked
      *                as it is keyed: the employee must be active on
      *                the master; a salary against the band of the
      *                grade in force on the date (a grade change
      *                already pending counts), out of band only on a
      *                supervisor override audited as OVRIDE; a grade
      *                against the salary-band master; a branch
      *                against the branch master (not inactive); a pay
      *                frequency only from the start of one of its
      *                periods on the pay calendar. An accepted change
      *                goes on PendingChanges.txt (PENDCHG layout) as
      *                pending and is audited as a PEND entry; an
      *                overridden salary carries the grade it was
      *                waived for, so the nightly apply can honour it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDCHGENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECORD-FILE ASSIGN TO DYNAMIC WS-RECORD-FILE-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

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

            SELECT PAY-CALENDAR ASSIGN TO DYNAMIC WS-PAYCAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECORD-FILE.
           COPY EMPREC REPLACING EMR-REC-NAME BY FILE-REC
                                  EMR-NO-NAME BY MST-NO
                                  EMR-NAME-NAME BY MST-NAME
                                  EMR-SAL-NAME BY MST-SAL
                                  EMR-STATUS-NAME BY MST-STATUS
                                  EMR-EFF-DATE-NAME BY MST-EFF-DATE
                                  EMR-END-DATE-NAME BY MST-END-DATE
                                  EMR-FREQ-NAME BY MST-FREQ
                                  EMR-GRADE-NAME BY MST-GRADE.

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

       FD PAY-CALENDAR.
       01 PAYCAL-REC.
           05 PCL-FREQ PIC X(1).
           05 PCL-START PIC 9(8).
           05 PCL-END PIC 9(8).
           05 PCL-PAYDATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC X(2).
       01 WS-PND-STATUS PIC X(2).
       01 WS-BAND-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-CAL-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       77 WS-USER-ID PIC X(10).
       01 WS-TODAY PIC 9(8).
       01 WS-MORE PIC X(1) VALUE 'Y'.

      * THE CHANGE AS KEYED.
       01 WS-IN-EMP-NO PIC X(5).
       01 WS-IN-FIELD PIC X(1).
           88 WS-FIELD-SALARY VALUE 'S'.
           88 WS-FIELD-GRADE VALUE 'G'.
           88 WS-FIELD-BRANCH VALUE 'B'.
           88 WS-FIELD-FREQ VALUE 'F'.
       01 WS-IN-VALUE PIC X(6).
       01 WS-IN-EFF-X PIC X(8).
       01 WS-IN-EFF PIC 9(8).
       01 FILLER REDEFINES WS-IN-EFF.
           05 WS-IN-EFF-YEAR PIC 9(4).
           05 WS-IN-EFF-MONTH PIC 9(2).
           05 WS-IN-EFF-DAY PIC 9(2).
       01 WS-CUR-VALUE PIC X(6).
       01 WS-FIELD-LABEL PIC X(10).
       01 WS-ACCEPTED PIC X(1).
       01 WS-OVERRIDE PIC A(3).
       01 WS-OVERRIDDEN PIC X(1).
       01 WS-REFUSE-TEXT PIC X(50).

      * PENDING CHANGES ALREADY ON FILE -- FOR THE DUPLICATE CHECK AND
      * FOR THE GRADE THAT WILL BE IN FORCE ON A SALARY'S DATE.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-EMP-NO PIC X(5).
               10 WS-PT-FIELD PIC X(1).
               10 WS-PT-VALUE PIC X(6).
               10 WS-PT-EFF PIC 9(8).
       01 WS-PEND-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-PEND-COUNT PIC 9(4) VALUE 2000.
       01 WS-PT-IDX PIC 9(4).
       01 WS-GRADE-IN-FORCE PIC X(2).
       01 WS-GRADE-FROM PIC 9(8).

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
       01 WS-SAL-NUM PIC 9(6).
       01 WS-FIND-GRADE PIC X(2).

      * ACTIVE BRANCHES FROM THE BRANCH MASTER.
       01 WS-BRANCH-TABLE.
           05 WS-BR-CODE PIC 9(3) OCCURS 500 TIMES.
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BR-IDX PIC 9(3).
       01 WS-BR-FOUND PIC X(1).
       01 WS-IN-BRANCH PIC 9(3).
       01 WS-PERIOD-FOUND PIC X(1).
       01 WS-BRANCH-LOADED PIC X(1) VALUE 'N'.

       01 WS-RECORD-FILE-PATH PIC X(60).
       01 WS-PENDING-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).
       01 WS-BAND-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PAYCAL-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (A CHANGE
      * WAS REFUSED), 12 THE EMPLOYEE MASTER CANNOT BE OPENED, 16 THE
      * PENDING-CHANGE TABLE IS FULL.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(10).

       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            MOVE LK-USER-ID TO WS-USER-ID.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT RECORD-FILE.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                    WS-MST-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-PENDING-PARA.
            IF WS-RETURN-CODE = 16
                CLOSE RECORD-FILE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-BANDS-PARA.
            PERFORM LOAD-BRANCHES-PARA.
            OPEN EXTEND AUDIT-FILE.
            MOVE 'Y' TO WS-MORE.
            PERFORM ENTER-ONE-PARA UNTIL WS-MORE NOT = 'Y'.
            CLOSE RECORD-FILE.
            CLOSE AUDIT-FILE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            GOBACK.

       LOAD-PENDING-PARA.
      *     ONLY CHANGES STILL PENDING MATTER HERE -- APPLIED AND
      *     FAILED ONES ARE HISTORY.
            MOVE ZERO TO WS-PEND-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PENDING-FILE.
            IF WS-PND-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PENDING-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PND-STATUS = 'P'
                            PERFORM ADD-PENDING-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '10'
                CLOSE PENDING-FILE
            END-IF.

       ADD-PENDING-PARA.
            IF WS-PEND-COUNT NOT < MAX-PEND-COUNT
                DISPLAY "MORE THAN " MAX-PEND-COUNT
                    " PENDING CHANGES ON FILE - ENTRY REFUSED"
                MOVE 16 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            ELSE
                ADD 1 TO WS-PEND-COUNT
                MOVE PND-EMP-NO TO WS-PT-EMP-NO(WS-PEND-COUNT)
                MOVE PND-FIELD TO WS-PT-FIELD(WS-PEND-COUNT)
                MOVE PND-VALUE TO WS-PT-VALUE(WS-PEND-COUNT)
                MOVE PND-EFF-DATE TO WS-PT-EFF(WS-PEND-COUNT)
            END-IF.

       LOAD-BANDS-PARA.
            MOVE ZERO TO WS-BAND-COUNT.
            MOVE 'N' TO WS-BAND-EOF.
            OPEN INPUT BAND-FILE.
            IF WS-BAND-STATUS NOT = '00'
                DISPLAY "SALARY BAND MASTER NOT AVAILABLE - "
                    "SALARIES AND GRADES NOT BAND-CHECKED"
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
      *     A BRANCH MARKED INACTIVE ('I') CANNOT TAKE A TRANSFER.
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

       ENTER-ONE-PARA.
            MOVE 'Y' TO WS-ACCEPTED.
            MOVE 'N' TO WS-OVERRIDDEN.
            MOVE SPACES TO WS-REFUSE-TEXT.
            DISPLAY "*******FUTURE-DATED EMPLOYEE CHANGE*******".
            DISPLAY "ENTER EMP-NO (BLANK TO FINISH)".
            MOVE SPACES TO WS-IN-EMP-NO.
            ACCEPT WS-IN-EMP-NO.
            IF WS-IN-EMP-NO = SPACES
                MOVE 'N' TO WS-MORE
            ELSE
                PERFORM KEY-CHANGE-PARA
            END-IF.

       KEY-CHANGE-PARA.
            MOVE WS-IN-EMP-NO TO MST-NO.
            READ RECORD-FILE
                INVALID KEY
                    MOVE "EMP-NO NOT ON THE EMPLOYEE MASTER"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
            END-READ.
            IF WS-ACCEPTED = 'Y' AND MST-STATUS = 'I'
                MOVE "EMPLOYEE IS INACTIVE" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            END-IF.
            IF WS-ACCEPTED = 'Y'
                DISPLAY MST-NO " " MST-NAME " SALARY " MST-SAL
                    " GRADE " MST-GRADE " FREQ " MST-FREQ
                DISPLAY "FIELD TO CHANGE - S SALARY, G GRADE, "
                    "B BRANCH, F PAY FREQUENCY"
                MOVE SPACES TO WS-IN-FIELD
                ACCEPT WS-IN-FIELD
                IF NOT WS-FIELD-SALARY AND NOT WS-FIELD-GRADE AND
                    NOT WS-FIELD-BRANCH AND NOT WS-FIELD-FREQ
                    MOVE "FIELD MUST BE S, G, B OR F"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                END-IF
            END-IF.
            IF WS-ACCEPTED = 'Y'
                DISPLAY "ENTER NEW VALUE"
                MOVE SPACES TO WS-IN-VALUE
                ACCEPT WS-IN-VALUE
                DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)"
                MOVE SPACES TO WS-IN-EFF-X
                ACCEPT WS-IN-EFF-X
                PERFORM CHECK-DATE-PARA
            END-IF.
            IF WS-ACCEPTED = 'Y'
                PERFORM CHECK-DUPLICATE-PARA
            END-IF.
            IF WS-ACCEPTED = 'Y'
                IF WS-FIELD-SALARY
                    PERFORM CHECK-SALARY-PARA
                ELSE IF WS-FIELD-GRADE
                    PERFORM CHECK-GRADE-PARA
                ELSE IF WS-FIELD-BRANCH
                    PERFORM CHECK-BRANCH-PARA
                ELSE
                    PERFORM CHECK-FREQ-PARA
                END-IF END-IF END-IF
            END-IF.
            IF WS-ACCEPTED = 'Y'
                PERFORM WRITE-PENDING-PARA
            ELSE
                DISPLAY "CHANGE NOT TAKEN - " WS-REFUSE-TEXT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       CHECK-DATE-PARA.
      *     TODAY IS ALLOWED -- TONIGHT'S RUN APPLIES IT. ANYTHING
      *     EARLIER IS KEYED THROUGH THE UPDATE OPTION, NOT HERE.
            IF WS-IN-EFF-X IS NOT NUMERIC
                MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE
                MOVE WS-IN-EFF-X TO WS-IN-EFF
                IF WS-IN-EFF-MONTH < 1 OR WS-IN-EFF-MONTH > 12 OR
                    WS-IN-EFF-DAY < 1 OR WS-IN-EFF-DAY > 31
                    MOVE "EFFECTIVE DATE IS NOT A DATE"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                ELSE IF WS-IN-EFF < WS-TODAY
                    MOVE "EFFECTIVE DATE IS IN THE PAST"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                ELSE IF MST-END-DATE IS NUMERIC AND
                    MST-END-DATE > ZERO AND WS-IN-EFF > MST-END-DATE
                    MOVE "EFFECTIVE DATE IS AFTER EMPLOYMENT ENDS"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                END-IF END-IF END-IF
            END-IF.

       CHECK-DUPLICATE-PARA.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-EMP-NO(WS-PT-IDX) = WS-IN-EMP-NO AND
                    WS-PT-FIELD(WS-PT-IDX) = WS-IN-FIELD AND
                    WS-PT-EFF(WS-PT-IDX) = WS-IN-EFF
                    MOVE "SAME FIELD ALREADY PENDING FOR THAT DATE"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                    MOVE WS-PEND-COUNT TO WS-PT-IDX
                END-IF
            END-PERFORM.

       CHECK-SALARY-PARA.
            IF WS-IN-VALUE IS NOT NUMERIC
                MOVE "SALARY MUST BE SIX DIGITS" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE
                MOVE WS-IN-VALUE TO WS-SAL-NUM
                IF WS-SAL-NUM = ZERO
                    MOVE "SALARY MUST BE GREATER THAN ZERO"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                ELSE
                    PERFORM GRADE-IN-FORCE-PARA
                    MOVE WS-GRADE-IN-FORCE TO WS-FIND-GRADE
                    PERFORM FIND-BAND-PARA
                    IF WS-GRADE-IN-FORCE NOT = SPACES AND
                        WS-BND-HIT > ZERO
                        PERFORM SALARY-BAND-PARA
                    END-IF
                END-IF
            END-IF.
            MOVE MST-SAL TO WS-CUR-VALUE.
            MOVE 'SALARY' TO WS-FIELD-LABEL.

       GRADE-IN-FORCE-PARA.
      *     THE MASTER'S GRADE, UNLESS A GRADE CHANGE ALREADY PENDING
      *     TAKES EFFECT ON OR BEFORE THIS SALARY'S DATE -- THE LATEST
      *     SUCH ONE WINS.
            MOVE MST-GRADE TO WS-GRADE-IN-FORCE.
            MOVE ZERO TO WS-GRADE-FROM.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PEND-COUNT
                IF WS-PT-EMP-NO(WS-PT-IDX) = WS-IN-EMP-NO AND
                    WS-PT-FIELD(WS-PT-IDX) = 'G' AND
                    WS-PT-EFF(WS-PT-IDX) NOT > WS-IN-EFF AND
                    WS-PT-EFF(WS-PT-IDX) NOT < WS-GRADE-FROM
                    MOVE WS-PT-VALUE(WS-PT-IDX) TO WS-GRADE-IN-FORCE
                    MOVE WS-PT-EFF(WS-PT-IDX) TO WS-GRADE-FROM
                END-IF
            END-PERFORM.

       SALARY-BAND-PARA.
            IF WS-SAL-NUM < WS-BND-MIN(WS-BND-HIT) OR
                WS-SAL-NUM > WS-BND-MAX(WS-BND-HIT)
                DISPLAY "SALARY OUTSIDE BAND FOR GRADE "
                    WS-GRADE-IN-FORCE " (" WS-BND-MIN(WS-BND-HIT)
                    " - " WS-BND-MAX(WS-BND-HIT) ")"
                DISPLAY "SUPERVISOR OVERRIDE (YES/NO)"
                ACCEPT WS-OVERRIDE
                IF WS-OVERRIDE = 'YES'
                    MOVE 'Y' TO WS-OVERRIDDEN
                ELSE
                    MOVE "SALARY OUTSIDE THE GRADE BAND"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                END-IF
            END-IF.

       CHECK-GRADE-PARA.
            IF WS-IN-VALUE(1:2) = SPACES OR
                WS-IN-VALUE(3:4) NOT = SPACES
                MOVE "GRADE IS A TWO-CHARACTER CODE" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE IF WS-BAND-COUNT > ZERO
                MOVE WS-IN-VALUE(1:2) TO WS-FIND-GRADE
                PERFORM FIND-BAND-PARA
                IF WS-BND-HIT = ZERO
                    MOVE "GRADE NOT ON THE SALARY-BAND MASTER"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                END-IF
            END-IF END-IF.
            MOVE MST-GRADE TO WS-CUR-VALUE.
            MOVE 'GRADE' TO WS-FIELD-LABEL.

       CHECK-BRANCH-PARA.
            IF WS-BRANCH-LOADED NOT = 'Y'
                MOVE "BRANCH MASTER NOT AVAILABLE" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE IF WS-IN-VALUE(1:3) IS NOT NUMERIC OR
                WS-IN-VALUE(4:3) NOT = SPACES
                MOVE "BRANCH IS A THREE-DIGIT CODE" TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE
                MOVE WS-IN-VALUE(1:3) TO WS-IN-BRANCH
                MOVE 'N' TO WS-BR-FOUND
                PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                    UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                    IF WS-BR-CODE(WS-BR-IDX) = WS-IN-BRANCH
                        MOVE 'Y' TO WS-BR-FOUND
                        MOVE WS-BRANCH-COUNT TO WS-BR-IDX
                    END-IF
                END-PERFORM
                IF WS-BR-FOUND = 'N'
                    MOVE "BRANCH NOT ACTIVE ON THE BRANCH MASTER"
                        TO WS-REFUSE-TEXT
                    MOVE 'N' TO WS-ACCEPTED
                END-IF
            END-IF END-IF.
            MOVE SPACES TO WS-CUR-VALUE.
            MOVE 'BRANCH' TO WS-FIELD-LABEL.

       CHECK-FREQ-PARA.
      *     A CHANGE OF CYCLE STARTS WITH A PERIOD OF THE NEW CYCLE,
      *     SO THE LAST PERIOD OF THE OLD ONE IS PAID WHOLE AND THE
      *     FIRST OF THE NEW ONE IS NOT SHORT.
            IF WS-IN-VALUE(2:5) NOT = SPACES OR
                (WS-IN-VALUE(1:1) NOT = 'W' AND
                WS-IN-VALUE(1:1) NOT = 'F' AND
                WS-IN-VALUE(1:1) NOT = 'M')
                MOVE "PAY FREQUENCY MUST BE W, F OR M"
                    TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            ELSE
                PERFORM FIND-PERIOD-START-PARA
            END-IF.
            MOVE MST-FREQ TO WS-CUR-VALUE.
            MOVE 'FREQUENCY' TO WS-FIELD-LABEL.

       FIND-PERIOD-START-PARA.
            MOVE 'N' TO WS-PERIOD-FOUND.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAY-CALENDAR.
            IF WS-CAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAY-CALENDAR
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PCL-FREQ = WS-IN-VALUE(1:1) AND
                            PCL-START = WS-IN-EFF
                            MOVE 'Y' TO WS-PERIOD-FOUND
                            MOVE 'Y' TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
                CLOSE PAY-CALENDAR
            END-IF.
            IF WS-PERIOD-FOUND = 'N'
                MOVE "DATE DOES NOT START A PERIOD ON THE PAY CALENDAR"
                    TO WS-REFUSE-TEXT
                MOVE 'N' TO WS-ACCEPTED
            END-IF.

       FIND-BAND-PARA.
            MOVE ZERO TO WS-BND-HIT.
            PERFORM VARYING WS-BND-IDX FROM 1 BY 1
                UNTIL WS-BND-IDX > WS-BAND-COUNT
                IF WS-BND-GRADE(WS-BND-IDX) = WS-FIND-GRADE
                    MOVE WS-BND-IDX TO WS-BND-HIT
                    MOVE WS-BAND-COUNT TO WS-BND-IDX
                END-IF
            END-PERFORM.

       WRITE-PENDING-PARA.
            IF WS-PEND-COUNT NOT < MAX-PEND-COUNT
                DISPLAY "PENDING-CHANGE TABLE FULL - CHANGE NOT TAKEN"
                MOVE 16 TO WS-RETURN-CODE
                MOVE 'N' TO WS-MORE
            ELSE
                MOVE WS-IN-EMP-NO TO PND-EMP-NO
                MOVE WS-IN-FIELD TO PND-FIELD
                MOVE WS-IN-VALUE TO PND-VALUE
                MOVE WS-IN-EFF TO PND-EFF-DATE
                MOVE WS-USER-ID TO PND-REQ-BY
                MOVE WS-TODAY TO PND-ENTERED
                MOVE 'P' TO PND-STATUS
                MOVE ZERO TO PND-DONE-DATE
                MOVE SPACES TO PND-OLD-VALUE
                MOVE SPACES TO PND-REASON
                IF WS-OVERRIDDEN = 'Y'
                    STRING 'BAND OVERRIDE FOR GRADE ' DELIMITED BY SIZE
                        WS-GRADE-IN-FORCE DELIMITED BY SIZE
                        INTO PND-REASON
                    END-STRING
                END-IF
                OPEN EXTEND PENDING-FILE
                IF WS-PND-STATUS NOT = '00'
                    OPEN OUTPUT PENDING-FILE
                END-IF
                WRITE PENDING-REC
                CLOSE PENDING-FILE
                PERFORM ADD-PENDING-PARA
                PERFORM LOG-AUDIT-PARA
                IF WS-OVERRIDDEN = 'Y'
                    PERFORM LOG-OVERRIDE-PARA
                END-IF
                DISPLAY "CHANGE PENDING - " WS-FIELD-LABEL " TO "
                    WS-IN-VALUE " FROM " WS-IN-EFF
            END-IF.

       LOG-AUDIT-PARA.
      *     THE BEFORE FIELDS CARRY WHAT IS CHANGING AND ITS CURRENT
      *     VALUE; THE AFTER FIELDS THE EFFECTIVE DATE AND THE NEW
      *     VALUE.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "PENDCHGENTRY" TO AUD-PROGRAM.
            MOVE "PEND" TO AUD-ACTION.
            MOVE WS-IN-EMP-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-FIELD-LABEL TO AUD-BEFORE-NAME.
            MOVE WS-CUR-VALUE TO AUD-BEFORE-SAL.
            MOVE WS-IN-EFF TO AUD-AFTER-NAME.
            MOVE WS-IN-VALUE TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       LOG-OVERRIDE-PARA.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "PENDCHGENTRY" TO AUD-PROGRAM.
            MOVE "OVRIDE" TO AUD-ACTION.
            MOVE WS-IN-EMP-NO TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-GRADE-IN-FORCE TO AUD-BEFORE-NAME.
            MOVE MST-SAL TO AUD-BEFORE-SAL.
            MOVE WS-IN-EFF TO AUD-AFTER-NAME.
            MOVE WS-IN-VALUE TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-RECORD-FILE-PATH
            ACCEPT WS-RECORD-FILE-PATH FROM ENVIRONMENT 'RECORD_FILE'
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
            MOVE 'D:\cOBOLTRAINING\PayCalendar.txt'
                TO WS-PAYCAL-PATH
            ACCEPT WS-PAYCAL-PATH FROM ENVIRONMENT 'PAY_CALENDAR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PENDCHGENTRY.
