      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: ACCOUNTING-PERIOD MAINTENANCE AND MONTH-END LOCK
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- keeps AccountPeriods.txt
      *                (PERIODMST layout), the master the roll-forward
      *                and the pre-edit check every posting against.
      *                Signs the operator on through the shared SIGNON
      *                subprogram, then one run driven by
      *                PERIOD_ACTION:
      *                ADD     - adds period PERIOD_ID (YYYYMM) as
      *                          open; PERIOD_START/PERIOD_END
      *                          default to the calendar month. A
      *                          period whose dates overlap one
      *                          already on the master is refused.
      *                CLOSING - open to closing, when month-end
      *                          reporting (MONTHEND, STOCKVAL,
      *                          GLJOURNAL) starts; postings are
      *                          still taken but listed.
      *                CLOSE   - open or closing to closed, once the
      *                          month-end reporting is signed off.
      *                          Only a period that has ended, and
      *                          only when every earlier period is
      *                          already closed, so months lock in
      *                          order.
      *                REOPEN  - closed back to open, for the rare
      *                          genuine correction. Supervisor
      *                          ('D') sign-on only, and PERIOD_REASON
      *                          must say why.
      *                A 'V' view-only sign-on may change nothing.
      *                Every change stamps the period row with the
      *                date, operator and note, and is logged to
      *                AuditTrail.txt in the shared AUDITREC layout.
      *                RETURN-CODE 0 done, 12 refused.
      * 10/15/2026 SWL Audit records now blank the new trailing
      *                AUD-ENTRY-CODE field of the shared AUDITREC
      *                layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCLS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PERIOD-MASTER ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-MASTER.
           COPY PERIODMST REPLACING PRD-REC-NAME BY PERIOD-MASTER-REC
                                     PRD-ID-NAME BY PM-PERIOD-ID
                                     PRD-START-NAME BY PM-START
                                     PRD-END-NAME BY PM-END
                                     PRD-STATUS-NAME BY PM-STATUS
                                     PRD-CHGDATE-NAME BY PM-CHGDATE
                                     PRD-CHGUSER-NAME BY PM-CHGUSER
                                     PRD-NOTE-NAME BY PM-NOTE.

       FD AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-PRD-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-PERIOD-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).

       01 WS-ACTION PIC X(7).
       01 WS-IN-PERIOD-X PIC X(6).
       01 WS-IN-PERIOD PIC 9(6).
       01 WS-IN-PERIOD-R REDEFINES WS-IN-PERIOD.
           05 WS-IN-YEAR PIC 9(4).
           05 WS-IN-MONTH PIC 9(2).
       01 WS-IN-START-X PIC X(8).
       01 WS-IN-START PIC 9(8) VALUE ZERO.
       01 WS-IN-END-X PIC X(8).
       01 WS-IN-END PIC 9(8) VALUE ZERO.
       01 WS-IN-REASON PIC X(30).
       01 WS-TODAY PIC 9(8).

      * DAYS IN EACH MONTH, FOR THE DEFAULT END OF A NEW PERIOD.
      * FEBRUARY IS ADJUSTED FOR A LEAP YEAR WHEN IT IS USED.
       01 WS-MONTH-DAYS-LIST PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-LAST-DAY PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM4 PIC 9(3).
       01 WS-LEAP-REM100 PIC 9(3).
       01 WS-LEAP-REM400 PIC 9(3).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM --
      * A PERIOD IS ONLY LOCKED OR REOPENED UNDER A VALIDATED
      * OPERATOR ID.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * THE WHOLE PERIOD MASTER IN STORAGE, BRANCHLIFE-STYLE -- THE
      * SAVE REWRITES THE FILE FROM THE TABLE, SO AN OVERFLOWING LOAD
      * MUST NEVER BE ALLOWED TO SAVE.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 240 TIMES.
               10 WS-PT-ID PIC 9(6).
               10 WS-PT-START PIC 9(8).
               10 WS-PT-END PIC 9(8).
               10 WS-PT-STATUS PIC X(1).
               10 WS-PT-CHGDATE PIC 9(8).
               10 WS-PT-CHGUSER PIC X(10).
               10 WS-PT-NOTE PIC X(30).
       01 WS-PRD-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PRD-COUNT PIC 9(3) VALUE 240.
       01 WS-PT-IDX PIC 9(3).
       01 WS-HIT-IDX PIC 9(3) VALUE ZERO.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

       01 WS-OLD-STATUS PIC X(1).
       01 WS-NEW-STATUS PIC X(1).
       01 WS-AUDIT-ACTION PIC X(6).
       01 WS-AUDIT-NAME.
           05 WS-AN-PERIOD PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AN-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 DONE, 12 BAD PARAMETERS,
      * NOT PERMITTED, OR AN UNUSABLE MASTER.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM READ-PARMS-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            CALL 'SIGNON' USING WS-SIGNON.
            IF WS-SO-RESULT NOT = '0'
                DISPLAY "SIGN-ON FAILED - NO PERIOD CHANGED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-SO-PERM = 'V'
                DISPLAY "VIEW-ONLY SIGN-ON - NO PERIOD CHANGED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-ACTION = 'REOPEN ' AND WS-SO-PERM NOT = 'D'
                DISPLAY "REOPEN NEEDS A SUPERVISOR SIGN-ON - "
                    "RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PERIOD-MASTER.
            IF WS-TABLE-OVERFLOW
                DISPLAY "PERIOD MASTER EXCEEDS TABLE CAPACITY - "
                    "RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FIND-PERIOD-PARA.
            IF WS-ACTION = 'ADD    '
                PERFORM ADD-PERIOD-PARA
            ELSE IF WS-HIT-IDX = ZERO
                DISPLAY "PERIOD " WS-IN-PERIOD " NOT ON THE MASTER"
                MOVE 12 TO WS-RETURN-CODE
            ELSE IF WS-ACTION = 'CLOSING'
                PERFORM BEGIN-CLOSING-PARA
            ELSE IF WS-ACTION = 'CLOSE  '
                PERFORM CLOSE-PERIOD-PARA
            ELSE
                PERFORM REOPEN-PERIOD-PARA
            END-IF END-IF END-IF END-IF.
            IF WS-RETURN-CODE < 12
                PERFORM SAVE-PERIOD-MASTER
                OPEN EXTEND AUDIT-FILE
                IF WS-AUD-STATUS NOT = '00'
                    OPEN OUTPUT AUDIT-FILE
                END-IF
                PERFORM LOG-AUDIT-PARA
                CLOSE AUDIT-FILE
                DISPLAY "PERIOD " WS-IN-PERIOD " STATUS "
                    WS-OLD-STATUS " TO " WS-NEW-STATUS
                    " BY " WS-SO-USER-ID
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       ADD-PERIOD-PARA.
            IF WS-HIT-IDX > ZERO
                DISPLAY "PERIOD " WS-IN-PERIOD
                    " IS ALREADY ON THE MASTER - NOTHING DONE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE IF WS-PRD-COUNT >= MAX-PRD-COUNT
                DISPLAY "PERIOD MASTER FULL - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
      *         NO TWO PERIODS MAY COVER THE SAME DAY, OR THE POSTING
      *         CHECK COULD ANSWER FOR EITHER OF THEM.
                PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                    UNTIL WS-PT-IDX > WS-PRD-COUNT
                    IF WS-PT-START(WS-PT-IDX) <= WS-IN-END AND
                        WS-PT-END(WS-PT-IDX) >= WS-IN-START
                        DISPLAY "PERIOD " WS-IN-PERIOD
                            " OVERLAPS PERIOD " WS-PT-ID(WS-PT-IDX)
                            " - RUN REFUSED"
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
                END-PERFORM
            END-IF END-IF.
            IF WS-RETURN-CODE < 12
                ADD 1 TO WS-PRD-COUNT
                MOVE WS-PRD-COUNT TO WS-HIT-IDX
                MOVE WS-IN-PERIOD TO WS-PT-ID(WS-HIT-IDX)
                MOVE WS-IN-START TO WS-PT-START(WS-HIT-IDX)
                MOVE WS-IN-END TO WS-PT-END(WS-HIT-IDX)
                MOVE SPACE TO WS-OLD-STATUS
                MOVE 'O' TO WS-NEW-STATUS
                MOVE 'PRDADD' TO WS-AUDIT-ACTION
                IF WS-IN-REASON = SPACES
                    MOVE 'PERIOD ADDED' TO WS-IN-REASON
                END-IF
                PERFORM STAMP-PERIOD-PARA
            END-IF.

       BEGIN-CLOSING-PARA.
            MOVE WS-PT-STATUS(WS-HIT-IDX) TO WS-OLD-STATUS.
            IF WS-OLD-STATUS NOT = 'O'
                DISPLAY "PERIOD " WS-IN-PERIOD " IS NOT OPEN (STATUS "
                    WS-OLD-STATUS ") - NOTHING DONE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE 'G' TO WS-NEW-STATUS
                MOVE 'PRDBEG' TO WS-AUDIT-ACTION
                IF WS-IN-REASON = SPACES
                    MOVE 'MONTH-END REPORTING STARTED'
                        TO WS-IN-REASON
                END-IF
                PERFORM STAMP-PERIOD-PARA
            END-IF.

       CLOSE-PERIOD-PARA.
            MOVE WS-PT-STATUS(WS-HIT-IDX) TO WS-OLD-STATUS.
            IF WS-OLD-STATUS = 'C'
                DISPLAY "PERIOD " WS-IN-PERIOD
                    " IS ALREADY CLOSED - NOTHING DONE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE IF WS-PT-END(WS-HIT-IDX) >= WS-TODAY
                DISPLAY "PERIOD " WS-IN-PERIOD " RUNS TO "
                    WS-PT-END(WS-HIT-IDX)
                    " - IT CANNOT CLOSE BEFORE IT HAS ENDED"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
      *         MONTHS LOCK IN ORDER -- AN EARLIER PERIOD STILL OPEN
      *         WOULD BE WHERE A LATE POSTING WAS ROUTED, BEHIND THE
      *         MONTH JUST SIGNED OFF.
                PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                    UNTIL WS-PT-IDX > WS-PRD-COUNT
                    IF WS-PT-START(WS-PT-IDX) <
                        WS-PT-START(WS-HIT-IDX) AND
                        WS-PT-STATUS(WS-PT-IDX) NOT = 'C'
                        DISPLAY "EARLIER PERIOD " WS-PT-ID(WS-PT-IDX)
                            " IS NOT CLOSED - RUN REFUSED"
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
                END-PERFORM
                IF WS-RETURN-CODE < 12
                    MOVE 'C' TO WS-NEW-STATUS
                    MOVE 'PRDCLS' TO WS-AUDIT-ACTION
                    IF WS-IN-REASON = SPACES
                        MOVE 'MONTH-END SIGNED OFF' TO WS-IN-REASON
                    END-IF
                    PERFORM STAMP-PERIOD-PARA
                END-IF
            END-IF END-IF.

       REOPEN-PERIOD-PARA.
            MOVE WS-PT-STATUS(WS-HIT-IDX) TO WS-OLD-STATUS.
            IF WS-OLD-STATUS NOT = 'C'
                DISPLAY "PERIOD " WS-IN-PERIOD " IS NOT CLOSED (STATUS "
                    WS-OLD-STATUS ") - NOTHING DONE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE 'O' TO WS-NEW-STATUS
                MOVE 'PRDREO' TO WS-AUDIT-ACTION
                PERFORM STAMP-PERIOD-PARA
                DISPLAY "PERIOD " WS-IN-PERIOD " REOPENED - "
                    "MONTH-END REPORTS FOR IT MUST BE RERUN AND "
                    "SIGNED OFF AGAIN"
            END-IF.

       STAMP-PERIOD-PARA.
            MOVE WS-NEW-STATUS TO WS-PT-STATUS(WS-HIT-IDX).
            MOVE WS-TODAY TO WS-PT-CHGDATE(WS-HIT-IDX).
            MOVE WS-SO-USER-ID TO WS-PT-CHGUSER(WS-HIT-IDX).
            MOVE WS-IN-REASON TO WS-PT-NOTE(WS-HIT-IDX).

       FIND-PERIOD-PARA.
            MOVE ZERO TO WS-HIT-IDX.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PRD-COUNT
                    OR WS-HIT-IDX > ZERO
                IF WS-PT-ID(WS-PT-IDX) = WS-IN-PERIOD
                    MOVE WS-PT-IDX TO WS-HIT-IDX
                END-IF
            END-PERFORM.

       LOG-AUDIT-PARA.
      *     THE AUDITREC LAYOUT WAS CUT FOR THE EMPLOYEE-MASTER
      *     PROGRAMS, SO THE PERIOD AND ITS STATUS BEFORE AND AFTER
      *     RIDE IN THE NAME FIELDS AND THE START OF THE NOTE IN THE
      *     AFTER-SALARY FIELD; THE FULL NOTE IS ON THE PERIOD ROW.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-SO-USER-ID TO AUD-USER-ID.
            MOVE "PERIODCLS" TO AUD-PROGRAM.
            MOVE WS-AUDIT-ACTION TO AUD-ACTION.
            MOVE SPACES TO AUD-EMP-NO.
            MOVE SPACES TO AUD-ENTRY-CODE.
            MOVE WS-IN-PERIOD TO WS-AN-PERIOD.
            MOVE WS-OLD-STATUS TO WS-AN-STATUS.
            MOVE WS-AUDIT-NAME TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE WS-NEW-STATUS TO WS-AN-STATUS.
            MOVE WS-AUDIT-NAME TO AUD-AFTER-NAME.
            MOVE WS-IN-REASON TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       READ-PARMS-PARA.
            MOVE SPACES TO WS-ACTION.
            ACCEPT WS-ACTION FROM ENVIRONMENT 'PERIOD_ACTION'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-PERIOD-X.
            ACCEPT WS-IN-PERIOD-X FROM ENVIRONMENT 'PERIOD_ID'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-START-X.
            ACCEPT WS-IN-START-X FROM ENVIRONMENT 'PERIOD_START'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-END-X.
            ACCEPT WS-IN-END-X FROM ENVIRONMENT 'PERIOD_END'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IN-REASON.
            ACCEPT WS-IN-REASON FROM ENVIRONMENT 'PERIOD_REASON'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-IN-PERIOD-X IS NUMERIC
                MOVE WS-IN-PERIOD-X TO WS-IN-PERIOD
                IF WS-IN-MONTH < 1 OR WS-IN-MONTH > 12
                    DISPLAY "PERIOD_ID MONTH MUST BE 01-12 - "
                        "RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            ELSE
                DISPLAY "PERIOD_ID PARAMETER (YYYYMM) REQUIRED - "
                    "RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.
            IF WS-ACTION = 'ADD    '
                IF WS-RETURN-CODE < 12
                    PERFORM DEFAULT-DATES-PARA
                END-IF
            ELSE IF WS-ACTION = 'CLOSING' OR WS-ACTION = 'CLOSE  '
                CONTINUE
            ELSE IF WS-ACTION = 'REOPEN '
                IF WS-IN-REASON = SPACES
                    DISPLAY "PERIOD_REASON PARAMETER REQUIRED FOR "
                        "REOPEN - RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            ELSE
                DISPLAY "PERIOD_ACTION MUST BE ADD, CLOSING, CLOSE "
                    "OR REOPEN - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF END-IF END-IF.

       DEFAULT-DATES-PARA.
      *     A PERIOD IS THE CALENDAR MONTH UNLESS FINANCE SAYS
      *     OTHERWISE (A 4-4-5 CALENDAR, A SHORT FIRST YEAR).
            IF WS-IN-START-X IS NUMERIC
                MOVE WS-IN-START-X TO WS-IN-START
            ELSE
                COMPUTE WS-IN-START = WS-IN-PERIOD * 100 + 1
            END-IF.
            IF WS-IN-END-X IS NUMERIC
                MOVE WS-IN-END-X TO WS-IN-END
            ELSE
                MOVE WS-MONTH-DAYS(WS-IN-MONTH) TO WS-LAST-DAY
                IF WS-IN-MONTH = 2
                    DIVIDE WS-IN-YEAR BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM4
                    DIVIDE WS-IN-YEAR BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM100
                    DIVIDE WS-IN-YEAR BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM400
                    IF WS-LEAP-REM400 = ZERO OR
                        (WS-LEAP-REM4 = ZERO AND WS-LEAP-REM100 > ZERO)
                        MOVE 29 TO WS-LAST-DAY
                    END-IF
                END-IF
                COMPUTE WS-IN-END = WS-IN-PERIOD * 100 + WS-LAST-DAY
            END-IF.
            IF WS-IN-END < WS-IN-START
                DISPLAY "PERIOD_END " WS-IN-END " IS BEFORE "
                    "PERIOD_START " WS-IN-START " - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       LOAD-PERIOD-MASTER.
            MOVE ZERO TO WS-PRD-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PERIOD-MASTER.
            IF WS-PRD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PERIOD-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-PRD-COUNT >= MAX-PRD-COUNT
                            MOVE 'Y' TO WS-TABLE-FULL
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-PRD-COUNT
                            MOVE PM-PERIOD-ID
                                TO WS-PT-ID(WS-PRD-COUNT)
                            MOVE PM-START TO WS-PT-START(WS-PRD-COUNT)
                            MOVE PM-END TO WS-PT-END(WS-PRD-COUNT)
                            MOVE PM-STATUS
                                TO WS-PT-STATUS(WS-PRD-COUNT)
                            MOVE PM-CHGDATE
                                TO WS-PT-CHGDATE(WS-PRD-COUNT)
                            MOVE PM-CHGUSER
                                TO WS-PT-CHGUSER(WS-PRD-COUNT)
                            MOVE PM-NOTE TO WS-PT-NOTE(WS-PRD-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRD-STATUS = '00' OR WS-PRD-STATUS = '10'
                CLOSE PERIOD-MASTER
            END-IF.

       SAVE-PERIOD-MASTER.
            OPEN OUTPUT PERIOD-MASTER.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PRD-COUNT
                MOVE WS-PT-ID(WS-PT-IDX) TO PM-PERIOD-ID
                MOVE WS-PT-START(WS-PT-IDX) TO PM-START
                MOVE WS-PT-END(WS-PT-IDX) TO PM-END
                MOVE WS-PT-STATUS(WS-PT-IDX) TO PM-STATUS
                MOVE WS-PT-CHGDATE(WS-PT-IDX) TO PM-CHGDATE
                MOVE WS-PT-CHGUSER(WS-PT-IDX) TO PM-CHGUSER
                MOVE WS-PT-NOTE(WS-PT-IDX) TO PM-NOTE
                WRITE PERIOD-MASTER-REC
            END-PERFORM.
            CLOSE PERIOD-MASTER.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\AccountPeriods.txt'
                TO WS-PERIOD-PATH
            ACCEPT WS-PERIOD-PATH
                FROM ENVIRONMENT 'ACCOUNT_PERIODS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AuditTrail.txt'
                TO WS-AUDIT-FILE-PATH
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT 'AUDIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PERIODCLS.
