      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SEGREGATION-OF-DUTIES EXCEPTIONS REGISTER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- dual control is enforced
      *                where a decision is taken (REFAPPROVE will not
      *                let the maker decide, TRANENTRY refuses a
      *                view-only sign-on), but nothing looked back
      *                across the trails to show the audit committee
      *                that it held. Once a month this register lists,
      *                for the accounting period on the month-end
      *                parameter (the run month when there is none):
      *                  1 reference-data changes decided by their
      *                    own maker on AuditTrail.txt;
      *                  2 held or rejected transactions released by
      *                    the user who keyed them -- the approvals on
      *                    HoldDecisions.txt and the corrections and
      *                    abandonments on DispositionLog.txt matched
      *                    to the entries on KeyedTran.txt;
      *                  3 employee or salary changes made by the user
      *                    to their own employee record, through the
      *                    employee number on UserMaster.txt;
      *                  4 users holding a conflicting pair of duty
      *                    roles, and one person holding several ids
      *                    (their roles are taken together);
      *                  5 ids with no activity -- sign-on, audit
      *                    trail, decision, disposition or keyed entry
      *                    -- for SOD_INACTIVE_DAYS days (three
      *                    digits, default 090) before the business
      *                    date.
      *                Two ids held by the same employee count as the
      *                same user throughout. Each exception is
      *                numbered for the committee's minutes, the
      *                sources read are listed with their record
      *                counts, and the register ends with a sign-off
      *                and management-response block.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO DYNAMIC WS-USER-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USR-STATUS.
           SELECT SIGNON-LOG ASSIGN TO DYNAMIC WS-SIGNON-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT DECISION-LOG ASSIGN TO DYNAMIC WS-DECISION-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCN-STATUS.
           SELECT DISPOSITION-LOG ASSIGN TO DYNAMIC
           WS-DISPOSITION-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
           SELECT KEYED-LOG ASSIGN TO DYNAMIC WS-KEYED-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYT-STATUS.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER.
           COPY USERMST REPLACING USM-REC-NAME BY USER-MASTER-REC
                                   USM-ID-NAME BY USR-ID
                                   USM-PASSWORD-NAME BY USR-PASSWORD
                                   USM-PERM-NAME BY USR-PERM
                                   USM-EMP-NO-NAME BY USR-EMP-NO
                                   USM-ROLES-NAME BY USR-ROLES
                                   USM-ADDED-NAME BY USR-ADDED.

       FD SIGNON-LOG.
           COPY SIGNLOG REPLACING SGL-REC-NAME BY SIGNON-LOG-REC
                                   SGL-DATE-NAME BY SGL-DATE
                                   SGL-TIME-NAME BY SGL-TIME
                                   SGL-USER-ID-NAME BY SGL-USER-ID
                                   SGL-RESULT-NAME BY SGL-RESULT.

       FD AUDIT-FILE.
           COPY AUDITREC.

      * SAME LAYOUT AS THE DECISION-LOG FD IN HELDREVIEW -- KEEP IN
      * STEP.
       FD DECISION-LOG.
       01 DECISION-LOG-REC.
           05 DCN-DATE PIC 9(8).
           05 DCN-TIME PIC 9(8).
           05 DCN-USER-ID PIC X(10).
           05 DCN-ORIGINAL PIC X(39).
           05 DCN-ACTION PIC X(1).
           05 DCN-CODE PIC X(3).

      * SAME LAYOUT AS THE DISPOSITION-LOG FD IN REJREVIEW -- KEEP IN
      * STEP.
       FD DISPOSITION-LOG.
       01 DISPOSITION-LOG-REC.
           05 DSP-DATE PIC 9(8).
           05 DSP-TIME PIC 9(8).
           05 DSP-USER-ID PIC X(10).
           05 DSP-SOURCE PIC X(8).
           05 DSP-ORIGINAL PIC X(39).
           05 DSP-ACTION PIC X(1).
           05 DSP-CODE PIC X(3).

       FD KEYED-LOG.
           COPY KEYEDTRAN REPLACING KYT-REC-NAME BY KEYED-LOG-REC
                                     KYT-DATE-NAME BY KYT-DATE
                                     KYT-TIME-NAME BY KYT-TIME
                                     KYT-USER-ID-NAME BY KYT-USER-ID
                                     KYT-PROGRAM-NAME BY KYT-PROGRAM
                                     KYT-TRAN-NAME BY KYT-TRAN.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-PERIOD PIC 9(6).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-USR-STATUS PIC X(2).
       01 WS-SGL-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-DCN-STATUS PIC X(2).
       01 WS-DSP-STATUS PIC X(2).
       01 WS-KYT-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-USER-MASTER-PATH PIC X(60).
       01 WS-SIGNON-LOG-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).
       01 WS-DECISION-LOG-PATH PIC X(60).
       01 WS-DISPOSITION-LOG-PATH PIC X(60).
       01 WS-KEYED-LOG-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-REGISTER-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-INACTIVE-DAYS PIC 9(3) VALUE 90.
       01 WS-INACTIVE-DAYS-X PIC X(3).
       01 WS-CUTOFF-DATE PIC 9(8).

      * DAY STEPPING FOR THE INACTIVITY CUTOFF AND THE DAYS SINCE AN
      * ID WAS LAST ACTIVE, THE SAME CALENDAR RULES AS REDEPLOY.
       01 WS-DATE-PARTS.
           05 WS-DP-YEAR PIC 9(4).
           05 WS-DP-MONTH PIC 9(2).
           05 WS-DP-DAY PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-PARTS PIC 9(8).
       01 WS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-DAYS-IDLE PIC 9(4).
       77 MAX-DAYS-IDLE PIC 9(4) VALUE 9999.

      * THE USER MASTER, WITH EACH ID'S LAST ACTIVITY POSTED FROM
      * EVERY TRAIL READ. THE ADDED DATE IS KEPT AS READ -- BLANK ON
      * AN ID SET UP BEFORE THE FIELD EXISTED.
       01 WS-USER-TABLE.
           05 WS-US-ENTRY OCCURS 500 TIMES.
               10 WS-US-ID PIC X(10).
               10 WS-US-PERM PIC X(1).
               10 WS-US-EMP-NO PIC X(5).
               10 WS-US-ROLES PIC X(6).
               10 WS-US-ADDED PIC X(8).
               10 WS-US-LAST-DATE PIC 9(8).
               10 WS-US-LAST-SOURCE PIC X(10).
       01 WS-USER-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-USER-COUNT PIC 9(3) VALUE 500.
       01 WS-US-IDX PIC 9(3).
       01 WS-US-JDX PIC 9(3).
       01 WS-US-HIT PIC 9(3).
       01 WS-USER-LOADED PIC X(1) VALUE 'N'.

      * THE RELEASES OF THE PERIOD -- HELD TRANSACTIONS APPROVED AND
      * PARKED ONES CORRECTED OR ABANDONED -- EACH MATCHED AGAINST THE
      * KEYED-TRANSACTION LOG FOR AN ENTRY THE SAME USER KEYED.
       01 WS-RELEASE-TABLE.
           05 WS-RL-ENTRY OCCURS 2000 TIMES.
               10 WS-RL-DATE PIC 9(8).
               10 WS-RL-TIME PIC 9(8).
               10 WS-RL-USER PIC X(10).
               10 WS-RL-PROGRAM PIC X(10).
               10 WS-RL-ACTION PIC X(1).
               10 WS-RL-TRAN PIC X(39).
               10 WS-RL-TRAN-R REDEFINES WS-RL-TRAN.
                   15 WS-RL-TR-BCODE PIC X(3).
                   15 WS-RL-TR-PCODE PIC X(6).
                   15 WS-RL-TR-OPTION PIC X(1).
                   15 WS-RL-TR-QTY PIC X(7).
                   15 WS-RL-TR-REST PIC X(12).
                   15 WS-RL-TR-UNIT PIC X(2).
                   15 WS-RL-TR-EXPIRY PIC X(8).
               10 WS-RL-MATCHED PIC X(1).
               10 WS-RL-KEY-USER PIC X(10).
               10 WS-RL-KEY-DATE PIC 9(8).
               10 WS-RL-KEY-PROGRAM PIC X(10).
       01 WS-RELEASE-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-RELEASE-COUNT PIC 9(4) VALUE 2000.
       01 WS-RL-IDX PIC 9(4).
       01 WS-KEYED-TRAN.
           05 WS-KT-BCODE PIC X(3).
           05 WS-KT-PCODE PIC X(6).
           05 WS-KT-OPTION PIC X(1).
           05 WS-KT-QTY PIC X(7).
           05 WS-KT-REST PIC X(12).
           05 WS-KT-UNIT PIC X(2).
           05 WS-KT-EXPIRY PIC X(8).

      * THE PROGRAMS THAT ADD, CHANGE OR REMOVE AN EMPLOYEE RECORD ON
      * THE AUDIT TRAIL, WITH THE EMPLOYEE NUMBER IN AUD-EMP-NO.
       01 WS-EMP-PROGRAM-VALUES.
           05 FILLER PIC X(15) VALUE 'WRITEINDEXED'.
           05 FILLER PIC X(15) VALUE 'UPDATEINDEX'.
           05 FILLER PIC X(15) VALUE 'DELETETESTIDX'.
           05 FILLER PIC X(15) VALUE 'UPDATERELATIVE'.
           05 FILLER PIC X(15) VALUE 'DELETERELATIVE'.
           05 FILLER PIC X(15) VALUE 'MASSSALUPDATE'.
           05 FILLER PIC X(15) VALUE 'EMPCSVLOAD'.
       01 WS-EMP-PROGRAM-TABLE REDEFINES WS-EMP-PROGRAM-VALUES.
           05 WS-EMP-PROGRAM OCCURS 7 TIMES PIC X(15).
       77 MAX-EMP-PROGRAM PIC 9(1) VALUE 7.
       01 WS-EP-IDX PIC 9(1).
       01 WS-EMP-PROGRAM-HIT PIC X(1).

      * DUTY ROLES THAT MUST NOT MEET IN ONE PERSON (THE ROLE LETTERS
      * ARE LISTED ON THE USERMST COPYBOOK).
       01 WS-CONFLICT-VALUES.
           05 FILLER PIC X(2) VALUE 'ER'.
           05 FILLER PIC X(44) VALUE
               'KEYS AND RELEASES TRANSACTIONS'.
           05 FILLER PIC X(2) VALUE 'MA'.
           05 FILLER PIC X(44) VALUE
               'MAKES AND APPROVES REFERENCE-DATA CHANGES'.
           05 FILLER PIC X(2) VALUE 'PS'.
           05 FILLER PIC X(44) VALUE
               'MAINTAINS PAY AND ADMINISTERS USER IDS'.
           05 FILLER PIC X(2) VALUE 'AS'.
           05 FILLER PIC X(44) VALUE
               'APPROVES CHANGES AND ADMINISTERS USER IDS'.
       01 WS-CONFLICT-TABLE REDEFINES WS-CONFLICT-VALUES.
           05 WS-CF-ENTRY OCCURS 4 TIMES.
               10 WS-CF-ROLE-1 PIC X(1).
               10 WS-CF-ROLE-2 PIC X(1).
               10 WS-CF-TEXT PIC X(44).
       77 MAX-CONFLICT PIC 9(1) VALUE 4.
       01 WS-CF-IDX PIC 9(1).
       01 WS-HAS-ROLE-1 PIC X(1).
       01 WS-HAS-ROLE-2 PIC X(1).
       01 WS-ROLE-TALLY PIC 9(2).
       01 WS-ROLE-ID-1 PIC X(10).
       01 WS-ROLE-ID-2 PIC X(10).

      * ONE PERSON'S IDS FOR THE ROLE CHECK -- EVERY ID CARRYING THE
      * SAME EMPLOYEE NUMBER, OR THE ONE ID WHEN IT CARRIES NONE.
       01 WS-PERSON-COUNT PIC 9(3).
       01 WS-PERSON-FIRST PIC X(1).
       01 WS-PERSON-IDS PIC X(60).
       01 WS-PERSON-PTR PIC 9(3).

      * SAME-USER TEST -- THE TWO IDS ARE EQUAL, OR BOTH ARE ON THE
      * USER MASTER UNDER THE SAME EMPLOYEE NUMBER.
       01 WS-ID-A PIC X(10).
       01 WS-ID-B PIC X(10).
       01 WS-EMP-A PIC X(5).
       01 WS-SAME-USER PIC X(1).
       01 WS-FIND-ID PIC X(10).
       01 WS-OWN-EMP-NO PIC X(5).

      * ACTIVITY POSTING
       01 WS-ACT-ID PIC X(10).
       01 WS-ACT-DATE PIC 9(8).
       01 WS-ACT-SOURCE PIC X(10).

      * SOURCE RECORD COUNTS, PRINTED AS THE REGISTER'S EVIDENCE OF
      * WHAT WAS READ.
       01 WS-SOURCE-TABLE.
           05 WS-SR-ENTRY OCCURS 6 TIMES.
               10 WS-SR-NAME PIC X(30).
               10 WS-SR-AVAIL PIC X(1).
               10 WS-SR-COUNT PIC 9(7).
       01 WS-SR-IDX PIC 9(1).

       01 WS-SECTION-COUNTS.
           05 WS-SECTION-COUNT OCCURS 5 TIMES PIC 9(5).
       01 WS-SECTION PIC 9(1).
       01 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERFLOW-NOTE PIC X(1) VALUE 'N'.

       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 WS-PAGE-LINE.
           05 FILLER PIC X(43) VALUE
               'SEGREGATION-OF-DUTIES EXCEPTIONS REGISTER -'.
           05 FILLER PIC X(8) VALUE ' PERIOD '.
           05 WS-PG-PERIOD PIC 9(6).
           05 FILLER PIC X(11) VALUE ' - RUN DATE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'PAGE '.
           05 WS-PG-PAGE-NO PIC ZZ9.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(6) VALUE '   NO'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(12) VALUE 'USER'.
           05 FILLER PIC X(12) VALUE 'OTHER USER'.
           05 FILLER PIC X(17) VALUE 'PROGRAM'.
           05 FILLER PIC X(60) VALUE 'DETAIL'.

       01 WS-DETAIL-LINE.
           05 WS-DL-NO PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-USER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-OTHER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PROGRAM PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DETAIL PIC X(63).

       01 WS-CONT-LINE.
           05 FILLER PIC X(57) VALUE SPACES.
           05 WS-CL-DETAIL PIC X(63).

       01 WS-SECTION-TITLE PIC X(80).
       01 WS-HOLD-LINE PIC X(120).
       01 WS-DETAIL-TEXT PIC X(63).
       01 WS-TYPE-TEXT PIC X(7).
       01 WS-DISPLAY-DATE PIC X(8).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.

      * A COUNT SET INTO TEXT WITHOUT ITS LEADING SPACES.
       01 WS-NUM-IN PIC 9(4).
       01 WS-NUM-EDIT PIC ZZZ9.
       01 WS-NUM-LEAD PIC 9(1).
       01 WS-NUM-TEXT PIC X(4).

      * STANDARD RETURN-CODE SCHEME -- 0 NO EXCEPTIONS, 4 EXCEPTIONS
      * LISTED FOR THE COMMITTEE, 8 A TRAIL COULD NOT BE READ (SAID ON
      * THE REGISTER, WHICH IS THEN INCOMPLETE), 12 NO USER MASTER
      * (SECTIONS 3 TO 5 CANNOT BE CHECKED), 16 THE USER MASTER OR
      * THE PERIOD'S RELEASES ARE LARGER THAN THEIR TABLE.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE SPACES TO WS-INACTIVE-DAYS-X.
            ACCEPT WS-INACTIVE-DAYS-X
                FROM ENVIRONMENT 'SOD_INACTIVE_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-INACTIVE-DAYS-X IS NUMERIC
                MOVE WS-INACTIVE-DAYS-X TO WS-INACTIVE-DAYS
            END-IF.
            PERFORM READ-PARM.
            MOVE WS-RUN-DATE TO WS-DATE-NUM.
            PERFORM PREV-DATE-PARA WS-INACTIVE-DAYS TIMES.
            MOVE WS-DATE-NUM TO WS-CUTOFF-DATE.
            PERFORM DEFINE-SOURCES-PARA.
            PERFORM LOAD-USERS-PARA.
            PERFORM SCAN-SIGNON-PARA.
            PERFORM SCAN-DECISIONS-PARA.
            PERFORM SCAN-DISPOSITIONS-PARA.
            PERFORM SCAN-KEYED-PARA.
            PERFORM SCAN-AUDIT-PARA.
            OPEN OUTPUT REGISTER-FILE.
            PERFORM WRITE-SOURCES-PARA.
            PERFORM SECTION-MAKER-PARA.
            PERFORM SECTION-RELEASE-PARA.
            PERFORM SECTION-OWN-RECORD-PARA.
            PERFORM SECTION-ROLES-PARA.
            PERFORM SECTION-INACTIVE-PARA.
            PERFORM WRITE-SIGNOFF-PARA.
            CLOSE REGISTER-FILE.
            IF WS-EXC-COUNT > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "SOD EXCEPTIONS REGISTER FOR PERIOD " WS-PERIOD
                " - " WS-EXC-COUNT " EXCEPTIONS".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-PARM.
      *     THE PERIOD THE MONTH-END STREAM IS CLOSING; THE RUN MONTH
      *     WHEN THE REGISTER IS RUN ON ITS OWN.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PERIOD IS NUMERIC
                            MOVE PARM-PERIOD TO WS-PERIOD
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            IF WS-PERIOD = ZERO
                MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
            END-IF.

       DEFINE-SOURCES-PARA.
            MOVE 'USER MASTER' TO WS-SR-NAME(1).
            MOVE 'SIGN-ON LOG' TO WS-SR-NAME(2).
            MOVE 'AUDIT TRAIL' TO WS-SR-NAME(3).
            MOVE 'HELD-TRANSACTION DECISIONS' TO WS-SR-NAME(4).
            MOVE 'REJECT DISPOSITIONS' TO WS-SR-NAME(5).
            MOVE 'KEYED-TRANSACTION LOG' TO WS-SR-NAME(6).
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > 6
                MOVE 'N' TO WS-SR-AVAIL(WS-SR-IDX)
                MOVE ZERO TO WS-SR-COUNT(WS-SR-IDX)
            END-PERFORM.
            PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 5
                MOVE ZERO TO WS-SECTION-COUNT(WS-SECTION)
            END-PERFORM.

       LOAD-USERS-PARA.
            MOVE ZERO TO WS-USER-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT USER-MASTER.
            IF WS-USR-STATUS NOT = '00'
                DISPLAY "USER MASTER NOT AVAILABLE - STATUS "
                    WS-USR-STATUS
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(1)
                MOVE 'Y' TO WS-USER-LOADED
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ USER-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(1)
                        IF WS-USER-COUNT >= MAX-USER-COUNT
                            DISPLAY "USER MASTER LARGER THAN "
                                MAX-USER-COUNT " IDS - REST NOT CHECKED"
                            MOVE 16 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-OVERFLOW-NOTE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-USER-COUNT
                            MOVE USR-ID TO WS-US-ID(WS-USER-COUNT)
                            MOVE USR-PERM TO WS-US-PERM(WS-USER-COUNT)
                            MOVE USR-EMP-NO
                                TO WS-US-EMP-NO(WS-USER-COUNT)
                            MOVE USR-ROLES TO WS-US-ROLES(WS-USER-COUNT)
                            MOVE USR-ADDED TO WS-US-ADDED(WS-USER-COUNT)
                            MOVE ZERO TO WS-US-LAST-DATE(WS-USER-COUNT)
                            MOVE SPACES
                                TO WS-US-LAST-SOURCE(WS-USER-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-USER-LOADED = 'Y'
                CLOSE USER-MASTER
            END-IF.

       SCAN-SIGNON-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SIGNON-LOG.
            IF WS-SGL-STATUS NOT = '00'
                PERFORM TRAIL-MISSING-PARA
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(2)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SIGNON-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(2)
                        IF SGL-RESULT = 'S'
                            MOVE SGL-USER-ID TO WS-ACT-ID
                            MOVE SGL-DATE TO WS-ACT-DATE
                            MOVE 'SIGN-ON' TO WS-ACT-SOURCE
                            PERFORM POST-ACTIVITY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(2) = 'Y'
                CLOSE SIGNON-LOG
            END-IF.

       SCAN-DECISIONS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DECISION-LOG.
            IF WS-DCN-STATUS NOT = '00'
                PERFORM TRAIL-MISSING-PARA
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(4)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DECISION-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(4)
                        MOVE DCN-USER-ID TO WS-ACT-ID
                        MOVE DCN-DATE TO WS-ACT-DATE
                        MOVE 'HELDREVIEW' TO WS-ACT-SOURCE
                        PERFORM POST-ACTIVITY-PARA
                        IF DCN-ACTION = 'A' AND
                            DCN-DATE(1:6) = WS-PERIOD
                            PERFORM ADD-DECISION-RELEASE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(4) = 'Y'
                CLOSE DECISION-LOG
            END-IF.

       ADD-DECISION-RELEASE-PARA.
            IF WS-RELEASE-COUNT >= MAX-RELEASE-COUNT
                PERFORM RELEASE-OVERFLOW-PARA
            ELSE
                ADD 1 TO WS-RELEASE-COUNT
                MOVE DCN-DATE TO WS-RL-DATE(WS-RELEASE-COUNT)
                MOVE DCN-TIME TO WS-RL-TIME(WS-RELEASE-COUNT)
                MOVE DCN-USER-ID TO WS-RL-USER(WS-RELEASE-COUNT)
                MOVE 'HELDREVIEW' TO WS-RL-PROGRAM(WS-RELEASE-COUNT)
                MOVE DCN-ACTION TO WS-RL-ACTION(WS-RELEASE-COUNT)
                MOVE DCN-ORIGINAL TO WS-RL-TRAN(WS-RELEASE-COUNT)
                PERFORM CLEAR-RELEASE-MATCH-PARA
            END-IF.

       SCAN-DISPOSITIONS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DISPOSITION-LOG.
            IF WS-DSP-STATUS NOT = '00'
                PERFORM TRAIL-MISSING-PARA
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(5)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISPOSITION-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(5)
                        MOVE DSP-USER-ID TO WS-ACT-ID
                        MOVE DSP-DATE TO WS-ACT-DATE
                        MOVE 'REJREVIEW' TO WS-ACT-SOURCE
                        PERFORM POST-ACTIVITY-PARA
                        IF DSP-DATE(1:6) = WS-PERIOD
                            PERFORM ADD-DISPOSITION-RELEASE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(5) = 'Y'
                CLOSE DISPOSITION-LOG
            END-IF.

       ADD-DISPOSITION-RELEASE-PARA.
            IF WS-RELEASE-COUNT >= MAX-RELEASE-COUNT
                PERFORM RELEASE-OVERFLOW-PARA
            ELSE
                ADD 1 TO WS-RELEASE-COUNT
                MOVE DSP-DATE TO WS-RL-DATE(WS-RELEASE-COUNT)
                MOVE DSP-TIME TO WS-RL-TIME(WS-RELEASE-COUNT)
                MOVE DSP-USER-ID TO WS-RL-USER(WS-RELEASE-COUNT)
                MOVE 'REJREVIEW' TO WS-RL-PROGRAM(WS-RELEASE-COUNT)
                MOVE DSP-ACTION TO WS-RL-ACTION(WS-RELEASE-COUNT)
                MOVE DSP-ORIGINAL TO WS-RL-TRAN(WS-RELEASE-COUNT)
                PERFORM CLEAR-RELEASE-MATCH-PARA
            END-IF.

       CLEAR-RELEASE-MATCH-PARA.
            MOVE 'N' TO WS-RL-MATCHED(WS-RELEASE-COUNT).
            MOVE SPACES TO WS-RL-KEY-USER(WS-RELEASE-COUNT).
            MOVE ZERO TO WS-RL-KEY-DATE(WS-RELEASE-COUNT).
            MOVE SPACES TO WS-RL-KEY-PROGRAM(WS-RELEASE-COUNT).

       RELEASE-OVERFLOW-PARA.
            IF WS-OVERFLOW-NOTE NOT = 'Y'
                DISPLAY "MORE THAN " MAX-RELEASE-COUNT " RELEASES IN "
                    "THE PERIOD - REST NOT CHECKED"
            END-IF.
            MOVE 16 TO WS-RETURN-CODE.
            MOVE 'Y' TO WS-OVERFLOW-NOTE.

       SCAN-KEYED-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT KEYED-LOG.
            IF WS-KYT-STATUS NOT = '00'
                PERFORM TRAIL-MISSING-PARA
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(6)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ KEYED-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(6)
                        MOVE KYT-USER-ID TO WS-ACT-ID
                        MOVE KYT-DATE TO WS-ACT-DATE
                        MOVE KYT-PROGRAM TO WS-ACT-SOURCE
                        PERFORM POST-ACTIVITY-PARA
                        MOVE KYT-TRAN TO WS-KEYED-TRAN
                        PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                            UNTIL WS-RL-IDX > WS-RELEASE-COUNT
                            IF WS-RL-MATCHED(WS-RL-IDX) = 'N'
                                PERFORM MATCH-KEYED-PARA
                                    THRU MATCH-KEYED-EXIT
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(6) = 'Y'
                CLOSE KEYED-LOG
            END-IF.

       MATCH-KEYED-PARA.
      *     THE KEYED ENTRY MUST COME FIRST AND BE THE SAME MOVEMENT:
      *     BRANCH, PRODUCT, OPTION, TO-BRANCH, REASON AND LOT, AND
      *     THE QUANTITY TOO UNLESS IT WAS KEYED IN A UNIT THE PRE-EDIT
      *     CONVERTED TO EACHES. A SUPERVISOR'S CORRECTION IS NOT
      *     MATCHED TO THE DISPOSITION THAT WROTE IT.
            IF KYT-DATE > WS-RL-DATE(WS-RL-IDX)
                GO TO MATCH-KEYED-EXIT
            END-IF.
            IF KYT-PROGRAM = 'REJREVIEW' AND
                KYT-DATE = WS-RL-DATE(WS-RL-IDX) AND
                KYT-TIME = WS-RL-TIME(WS-RL-IDX)
                GO TO MATCH-KEYED-EXIT
            END-IF.
            IF WS-KT-BCODE NOT = WS-RL-TR-BCODE(WS-RL-IDX) OR
                WS-KT-PCODE NOT = WS-RL-TR-PCODE(WS-RL-IDX) OR
                WS-KT-OPTION NOT = WS-RL-TR-OPTION(WS-RL-IDX) OR
                WS-KT-REST NOT = WS-RL-TR-REST(WS-RL-IDX)
                GO TO MATCH-KEYED-EXIT
            END-IF.
            IF WS-KT-UNIT = SPACES AND
                WS-KT-QTY NOT = WS-RL-TR-QTY(WS-RL-IDX)
                GO TO MATCH-KEYED-EXIT
            END-IF.
            MOVE KYT-USER-ID TO WS-ID-A.
            MOVE WS-RL-USER(WS-RL-IDX) TO WS-ID-B.
            PERFORM SAME-USER-PARA.
            IF WS-SAME-USER = 'Y'
                MOVE 'Y' TO WS-RL-MATCHED(WS-RL-IDX)
                MOVE KYT-USER-ID TO WS-RL-KEY-USER(WS-RL-IDX)
                MOVE KYT-DATE TO WS-RL-KEY-DATE(WS-RL-IDX)
                MOVE KYT-PROGRAM TO WS-RL-KEY-PROGRAM(WS-RL-IDX)
            END-IF.
       MATCH-KEYED-EXIT.
            EXIT.

       TRAIL-MISSING-PARA.
            MOVE 'Y' TO WS-EOF.
            IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF.

       POST-ACTIVITY-PARA.
      *     AN ID'S LAST ACTIVITY IS THE LATEST DATE IT APPEARS ON ANY
      *     TRAIL. IDS NOT ON THE USER MASTER ARE IGNORED.
            MOVE WS-ACT-ID TO WS-FIND-ID.
            PERFORM FIND-USER-PARA.
            IF WS-US-HIT > ZERO
                IF WS-ACT-DATE > WS-US-LAST-DATE(WS-US-HIT)
                    MOVE WS-ACT-DATE TO WS-US-LAST-DATE(WS-US-HIT)
                    MOVE WS-ACT-SOURCE TO WS-US-LAST-SOURCE(WS-US-HIT)
                END-IF
            END-IF.

       FIND-USER-PARA.
            MOVE ZERO TO WS-US-HIT.
            PERFORM VARYING WS-US-JDX FROM 1 BY 1
                UNTIL WS-US-JDX > WS-USER-COUNT OR WS-US-HIT > ZERO
                IF WS-US-ID(WS-US-JDX) = WS-FIND-ID
                    MOVE WS-US-JDX TO WS-US-HIT
                END-IF
            END-PERFORM.

       SAME-USER-PARA.
            MOVE 'N' TO WS-SAME-USER.
            IF WS-ID-A = WS-ID-B
                MOVE 'Y' TO WS-SAME-USER
            ELSE
                MOVE WS-ID-A TO WS-FIND-ID
                PERFORM FIND-USER-PARA
                IF WS-US-HIT > ZERO
                    MOVE WS-US-EMP-NO(WS-US-HIT) TO WS-EMP-A
                    MOVE WS-ID-B TO WS-FIND-ID
                    PERFORM FIND-USER-PARA
                    IF WS-US-HIT > ZERO AND WS-EMP-A NOT = SPACES
                        IF WS-US-EMP-NO(WS-US-HIT) = WS-EMP-A
                            MOVE 'Y' TO WS-SAME-USER
                        END-IF
                    END-IF
                END-IF
            END-IF.

       WRITE-SOURCES-PARA.
            MOVE ZERO TO WS-LINE-COUNT.
            PERFORM CHECK-PAGE-PARA.
            MOVE SPACES TO REGISTER-LINE.
            MOVE WS-INACTIVE-DAYS TO WS-NUM-IN.
            PERFORM TRIM-NUMBER-PARA.
            STRING 'SOURCES READ - AN ID IS INACTIVE AFTER '
                DELIMITED BY SIZE
                WS-NUM-TEXT DELIMITED BY SPACE
                ' DAYS (NO ACTIVITY SINCE BEFORE ' DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO REGISTER-LINE
            END-STRING.
            PERFORM WRITE-LINE-PARA.
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1 UNTIL WS-SR-IDX > 6
                MOVE SPACES TO REGISTER-LINE
                MOVE WS-SR-NAME(WS-SR-IDX) TO REGISTER-LINE(4:30)
                IF WS-SR-AVAIL(WS-SR-IDX) = 'Y'
                    MOVE WS-SR-COUNT(WS-SR-IDX) TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT TO REGISTER-LINE(35:7)
                    MOVE 'RECORDS' TO REGISTER-LINE(43:7)
                ELSE
                    MOVE 'NOT AVAILABLE - REGISTER INCOMPLETE'
                        TO REGISTER-LINE(35:35)
                END-IF
                PERFORM WRITE-LINE-PARA
            END-PERFORM.
            IF WS-OVERFLOW-NOTE = 'Y'
                MOVE SPACES TO REGISTER-LINE
                MOVE 'A TABLE IS FULL - SOME IDS OR RELEASES WERE NOT '
                    TO REGISTER-LINE(4:48)
                MOVE 'CHECKED' TO REGISTER-LINE(52:7)
                PERFORM WRITE-LINE-PARA
            END-IF.

       SECTION-MAKER-PARA.
            MOVE 1 TO WS-SECTION.
            MOVE '1. REFERENCE-DATA CHANGES DECIDED BY THEIR OWN MAKER'
                TO WS-SECTION-TITLE.
            PERFORM SECTION-HEAD-PARA.
            MOVE 'N' TO WS-EOF.
            IF WS-SR-AVAIL(3) = 'Y'
                OPEN INPUT AUDIT-FILE
            ELSE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUDIT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF AUD-PROGRAM = 'REFAPPROVE' AND
                            AUD-DATE(1:6) = WS-PERIOD
                            PERFORM CHECK-MAKER-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(3) = 'Y'
                CLOSE AUDIT-FILE
            END-IF.
            PERFORM SECTION-FOOT-PARA.

       SCAN-AUDIT-PARA.
      *     ACTIVITY AND THE RECORD COUNT ONLY -- SECTIONS 1 AND 3
      *     READ THE TRAIL AGAIN FOR THEIR EXCEPTIONS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUD-STATUS NOT = '00'
                PERFORM TRAIL-MISSING-PARA
            ELSE
                MOVE 'Y' TO WS-SR-AVAIL(3)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUDIT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-SR-COUNT(3)
                        MOVE AUD-USER-ID TO WS-ACT-ID
                        MOVE AUD-DATE TO WS-ACT-DATE
                        MOVE AUD-PROGRAM TO WS-ACT-SOURCE
                        PERFORM POST-ACTIVITY-PARA
                END-READ
            END-PERFORM.
            IF WS-SR-AVAIL(3) = 'Y'
                CLOSE AUDIT-FILE
            END-IF.

       CHECK-MAKER-PARA.
      *     REFAPPROVE WRITES THE CHECKER AS THE ACTING USER AND THE
      *     MAKER IN THE BEFORE-NAME FIELD.
            MOVE AUD-USER-ID TO WS-ID-A.
            MOVE AUD-BEFORE-NAME TO WS-ID-B.
            PERFORM SAME-USER-PARA.
            IF WS-SAME-USER = 'Y'
                MOVE AUD-DATE TO WS-DISPLAY-DATE
                MOVE AUD-USER-ID TO WS-DL-USER
                MOVE AUD-BEFORE-NAME TO WS-DL-OTHER
                MOVE AUD-PROGRAM TO WS-DL-PROGRAM
                IF AUD-AFTER-SAL(1:1) = 'B'
                    MOVE 'BRANCH' TO WS-TYPE-TEXT
                ELSE
                    MOVE 'PRODUCT' TO WS-TYPE-TEXT
                END-IF
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING AUD-ACTION DELIMITED BY SPACE
                    ' OWN ' DELIMITED BY SIZE
                    AUD-BEFORE-SAL DELIMITED BY SPACE
                    ' OF ' DELIMITED BY SIZE
                    WS-TYPE-TEXT DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    AUD-ENTRY-CODE DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    AUD-AFTER-NAME DELIMITED BY SIZE
                    INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-EXCEPTION-PARA
            END-IF.

       SECTION-RELEASE-PARA.
            MOVE 2 TO WS-SECTION.
            MOVE SPACES TO WS-SECTION-TITLE.
            STRING '2. HELD OR REJECTED TRANSACTIONS RELEASED BY '
                DELIMITED BY SIZE
                'THE USER WHO KEYED THEM' DELIMITED BY SIZE
                INTO WS-SECTION-TITLE
            END-STRING.
            PERFORM SECTION-HEAD-PARA.
            PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                UNTIL WS-RL-IDX > WS-RELEASE-COUNT
                IF WS-RL-MATCHED(WS-RL-IDX) = 'Y'
                    PERFORM WRITE-RELEASE-PARA
                END-IF
            END-PERFORM.
            PERFORM SECTION-FOOT-PARA.

       WRITE-RELEASE-PARA.
            MOVE WS-RL-DATE(WS-RL-IDX) TO WS-DISPLAY-DATE.
            MOVE WS-RL-USER(WS-RL-IDX) TO WS-DL-USER.
            MOVE WS-RL-KEY-USER(WS-RL-IDX) TO WS-DL-OTHER.
            MOVE WS-RL-PROGRAM(WS-RL-IDX) TO WS-DL-PROGRAM.
            MOVE SPACES TO WS-DETAIL-TEXT.
            IF WS-RL-PROGRAM(WS-RL-IDX) = 'HELDREVIEW'
                MOVE 'APPROVED HELD' TO WS-DETAIL-TEXT
            ELSE IF WS-RL-ACTION(WS-RL-IDX) = 'C'
                MOVE 'CORRECTED REJECTED' TO WS-DETAIL-TEXT
            ELSE
                MOVE 'ABANDONED REJECTED' TO WS-DETAIL-TEXT
            END-IF END-IF.
            STRING WS-DETAIL-TEXT DELIMITED BY '  '
                ' ENTRY KEYED ' DELIMITED BY SIZE
                WS-RL-KEY-DATE(WS-RL-IDX) DELIMITED BY SIZE
                ' IN ' DELIMITED BY SIZE
                WS-RL-KEY-PROGRAM(WS-RL-IDX) DELIMITED BY SPACE
                INTO WS-DETAIL-TEXT
            END-STRING.
            PERFORM WRITE-EXCEPTION-PARA.
            MOVE SPACES TO WS-CL-DETAIL.
            STRING 'BRANCH ' DELIMITED BY SIZE
                WS-RL-TR-BCODE(WS-RL-IDX) DELIMITED BY SIZE
                ' PRODUCT ' DELIMITED BY SIZE
                WS-RL-TR-PCODE(WS-RL-IDX) DELIMITED BY SIZE
                ' OPTION ' DELIMITED BY SIZE
                WS-RL-TR-OPTION(WS-RL-IDX) DELIMITED BY SIZE
                ' QUANTITY ' DELIMITED BY SIZE
                WS-RL-TR-QTY(WS-RL-IDX) DELIMITED BY SIZE
                INTO WS-CL-DETAIL
            END-STRING.
            PERFORM CHECK-PAGE-PARA.
            WRITE REGISTER-LINE FROM WS-CONT-LINE.

       SECTION-OWN-RECORD-PARA.
            MOVE 3 TO WS-SECTION.
            MOVE '3. CHANGES TO THE USER''S OWN EMPLOYEE OR SALARY RECOR
      -        'D' TO WS-SECTION-TITLE.
            PERFORM SECTION-HEAD-PARA.
            IF WS-USER-LOADED NOT = 'Y'
                PERFORM NO-USER-MASTER-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                IF WS-SR-AVAIL(3) = 'Y'
                    OPEN INPUT AUDIT-FILE
                ELSE
                    MOVE 'Y' TO WS-EOF
                END-IF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ AUDIT-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF AUD-DATE(1:6) = WS-PERIOD AND
                                AUD-EMP-NO NOT = SPACES
                                PERFORM CHECK-OWN-RECORD-PARA
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-SR-AVAIL(3) = 'Y'
                    CLOSE AUDIT-FILE
                END-IF
            END-IF.
            PERFORM SECTION-FOOT-PARA.

       CHECK-OWN-RECORD-PARA.
            MOVE 'N' TO WS-EMP-PROGRAM-HIT.
            PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                UNTIL WS-EP-IDX > MAX-EMP-PROGRAM
                IF AUD-PROGRAM = WS-EMP-PROGRAM(WS-EP-IDX)
                    MOVE 'Y' TO WS-EMP-PROGRAM-HIT
                END-IF
            END-PERFORM.
            IF WS-EMP-PROGRAM-HIT = 'Y'
                MOVE AUD-USER-ID TO WS-FIND-ID
                PERFORM FIND-USER-PARA
                MOVE SPACES TO WS-OWN-EMP-NO
                IF WS-US-HIT > ZERO
                    MOVE WS-US-EMP-NO(WS-US-HIT) TO WS-OWN-EMP-NO
                END-IF
                IF WS-OWN-EMP-NO NOT = SPACES AND
                    WS-OWN-EMP-NO = AUD-EMP-NO
                    PERFORM WRITE-OWN-RECORD-PARA
                END-IF
            END-IF.

       WRITE-OWN-RECORD-PARA.
            MOVE AUD-DATE TO WS-DISPLAY-DATE.
            MOVE AUD-USER-ID TO WS-DL-USER.
            MOVE SPACES TO WS-DL-OTHER.
            MOVE AUD-PROGRAM TO WS-DL-PROGRAM.
            MOVE SPACES TO WS-DETAIL-TEXT.
            IF AUD-BEFORE-SAL NOT = AUD-AFTER-SAL
                STRING AUD-ACTION DELIMITED BY SPACE
                    ' OWN EMPLOYEE ' DELIMITED BY SIZE
                    AUD-EMP-NO DELIMITED BY SIZE
                    ' - SALARY ' DELIMITED BY SIZE
                    AUD-BEFORE-SAL DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    AUD-AFTER-SAL DELIMITED BY SIZE
                    INTO WS-DETAIL-TEXT
                END-STRING
            ELSE
                STRING AUD-ACTION DELIMITED BY SPACE
                    ' OWN EMPLOYEE ' DELIMITED BY SIZE
                    AUD-EMP-NO DELIMITED BY SIZE
                    ' - NAME ' DELIMITED BY SIZE
                    AUD-BEFORE-NAME DELIMITED BY SIZE
                    ' TO ' DELIMITED BY SIZE
                    AUD-AFTER-NAME DELIMITED BY SIZE
                    INTO WS-DETAIL-TEXT
                END-STRING
            END-IF.
            PERFORM WRITE-EXCEPTION-PARA.

       SECTION-ROLES-PARA.
            MOVE 4 TO WS-SECTION.
            MOVE '4. CONFLICTING DUTY ROLES AND PERSONS HOLDING SEVERAL
      -        'IDS' TO WS-SECTION-TITLE.
            PERFORM SECTION-HEAD-PARA.
            IF WS-USER-LOADED NOT = 'Y'
                PERFORM NO-USER-MASTER-PARA
            ELSE
                PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-USER-COUNT
                    PERFORM CHECK-PERSON-PARA THRU CHECK-PERSON-EXIT
                END-PERFORM
            END-IF.
            PERFORM SECTION-FOOT-PARA.

       CHECK-PERSON-PARA.
      *     EACH PERSON IS CHECKED ONCE, AT THEIR FIRST ID ON THE
      *     MASTER, WITH THE ROLES OF ALL THEIR IDS TAKEN TOGETHER.
            MOVE 'Y' TO WS-PERSON-FIRST.
            IF WS-US-EMP-NO(WS-US-IDX) NOT = SPACES
                PERFORM VARYING WS-US-JDX FROM 1 BY 1
                    UNTIL WS-US-JDX >= WS-US-IDX
                    IF WS-US-EMP-NO(WS-US-JDX) = WS-US-EMP-NO(WS-US-IDX)
                        MOVE 'N' TO WS-PERSON-FIRST
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-PERSON-FIRST = 'N'
                GO TO CHECK-PERSON-EXIT
            END-IF.
            MOVE ZERO TO WS-PERSON-COUNT.
            MOVE SPACES TO WS-PERSON-IDS.
            MOVE 1 TO WS-PERSON-PTR.
            PERFORM VARYING WS-US-JDX FROM WS-US-IDX BY 1
                UNTIL WS-US-JDX > WS-USER-COUNT
                IF WS-US-JDX = WS-US-IDX OR
                    (WS-US-EMP-NO(WS-US-IDX) NOT = SPACES AND
                     WS-US-EMP-NO(WS-US-JDX) = WS-US-EMP-NO(WS-US-IDX))
                    ADD 1 TO WS-PERSON-COUNT
                    STRING WS-US-ID(WS-US-JDX) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        INTO WS-PERSON-IDS
                        WITH POINTER WS-PERSON-PTR
                        ON OVERFLOW CONTINUE
                    END-STRING
                END-IF
            END-PERFORM.
            IF WS-PERSON-COUNT > 1
                MOVE SPACES TO WS-DISPLAY-DATE
                MOVE WS-US-ID(WS-US-IDX) TO WS-DL-USER
                MOVE SPACES TO WS-DL-OTHER
                MOVE 'USER MASTER' TO WS-DL-PROGRAM
                MOVE WS-PERSON-COUNT TO WS-NUM-IN
                PERFORM TRIM-NUMBER-PARA
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING 'EMPLOYEE ' DELIMITED BY SIZE
                    WS-US-EMP-NO(WS-US-IDX) DELIMITED BY SIZE
                    ' HOLDS ' DELIMITED BY SIZE
                    WS-NUM-TEXT DELIMITED BY SPACE
                    ' IDS: ' DELIMITED BY SIZE
                    WS-PERSON-IDS DELIMITED BY SIZE
                    INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-EXCEPTION-PARA
            END-IF.
            PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                UNTIL WS-CF-IDX > MAX-CONFLICT
                PERFORM CHECK-CONFLICT-PARA
            END-PERFORM.
       CHECK-PERSON-EXIT.
            EXIT.

       CHECK-CONFLICT-PARA.
            MOVE 'N' TO WS-HAS-ROLE-1.
            MOVE 'N' TO WS-HAS-ROLE-2.
            MOVE SPACES TO WS-ROLE-ID-1.
            MOVE SPACES TO WS-ROLE-ID-2.
            PERFORM VARYING WS-US-JDX FROM WS-US-IDX BY 1
                UNTIL WS-US-JDX > WS-USER-COUNT
                IF WS-US-JDX = WS-US-IDX OR
                    (WS-US-EMP-NO(WS-US-IDX) NOT = SPACES AND
                     WS-US-EMP-NO(WS-US-JDX) = WS-US-EMP-NO(WS-US-IDX))
                    PERFORM TALLY-ROLES-PARA
                END-IF
            END-PERFORM.
            IF WS-HAS-ROLE-1 = 'Y' AND WS-HAS-ROLE-2 = 'Y'
                MOVE SPACES TO WS-DISPLAY-DATE
                MOVE WS-ROLE-ID-1 TO WS-DL-USER
                IF WS-ROLE-ID-2 NOT = WS-ROLE-ID-1
                    MOVE WS-ROLE-ID-2 TO WS-DL-OTHER
                ELSE
                    MOVE SPACES TO WS-DL-OTHER
                END-IF
                MOVE 'USER MASTER' TO WS-DL-PROGRAM
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING 'ROLES ' DELIMITED BY SIZE
                    WS-CF-ROLE-1(WS-CF-IDX) DELIMITED BY SIZE
                    '+' DELIMITED BY SIZE
                    WS-CF-ROLE-2(WS-CF-IDX) DELIMITED BY SIZE
                    ' - ' DELIMITED BY SIZE
                    WS-CF-TEXT(WS-CF-IDX) DELIMITED BY '  '
                    INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-EXCEPTION-PARA
            END-IF.

       TALLY-ROLES-PARA.
            MOVE ZERO TO WS-ROLE-TALLY.
            INSPECT WS-US-ROLES(WS-US-JDX) TALLYING WS-ROLE-TALLY
                FOR ALL WS-CF-ROLE-1(WS-CF-IDX).
            IF WS-ROLE-TALLY > ZERO AND WS-HAS-ROLE-1 = 'N'
                MOVE 'Y' TO WS-HAS-ROLE-1
                MOVE WS-US-ID(WS-US-JDX) TO WS-ROLE-ID-1
            END-IF.
            MOVE ZERO TO WS-ROLE-TALLY.
            INSPECT WS-US-ROLES(WS-US-JDX) TALLYING WS-ROLE-TALLY
                FOR ALL WS-CF-ROLE-2(WS-CF-IDX).
            IF WS-ROLE-TALLY > ZERO AND WS-HAS-ROLE-2 = 'N'
                MOVE 'Y' TO WS-HAS-ROLE-2
                MOVE WS-US-ID(WS-US-JDX) TO WS-ROLE-ID-2
            END-IF.

       SECTION-INACTIVE-PARA.
            MOVE 5 TO WS-SECTION.
            MOVE SPACES TO WS-SECTION-TITLE.
            MOVE WS-INACTIVE-DAYS TO WS-NUM-IN.
            PERFORM TRIM-NUMBER-PARA.
            STRING '5. USER IDS WITH NO ACTIVITY FOR MORE THAN '
                DELIMITED BY SIZE
                WS-NUM-TEXT DELIMITED BY SPACE
                ' DAYS' DELIMITED BY SIZE
                INTO WS-SECTION-TITLE
            END-STRING.
            PERFORM SECTION-HEAD-PARA.
            IF WS-USER-LOADED NOT = 'Y'
                PERFORM NO-USER-MASTER-PARA
            ELSE
                PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-USER-COUNT
                    PERFORM CHECK-INACTIVE-PARA
                END-PERFORM
            END-IF.
            PERFORM SECTION-FOOT-PARA.

       CHECK-INACTIVE-PARA.
      *     AN ID NEVER SEEN ON ANY TRAIL IS LISTED UNLESS IT WAS SET
      *     UP INSIDE THE INACTIVITY WINDOW.
            IF WS-US-LAST-DATE(WS-US-IDX) = ZERO
                IF WS-US-ADDED(WS-US-IDX) IS NUMERIC AND
                    WS-US-ADDED(WS-US-IDX) NOT < WS-CUTOFF-DATE
                    CONTINUE
                ELSE
                    MOVE SPACES TO WS-DISPLAY-DATE
                    MOVE WS-US-ID(WS-US-IDX) TO WS-DL-USER
                    MOVE SPACES TO WS-DL-OTHER
                    MOVE SPACES TO WS-DL-PROGRAM
                    MOVE SPACES TO WS-DETAIL-TEXT
                    IF WS-US-ADDED(WS-US-IDX) IS NUMERIC
                        STRING 'NO ACTIVITY ON RECORD - SET UP '
                            DELIMITED BY SIZE
                            WS-US-ADDED(WS-US-IDX) DELIMITED BY SIZE
                            INTO WS-DETAIL-TEXT
                        END-STRING
                    ELSE
                        MOVE 'NO ACTIVITY ON RECORD' TO WS-DETAIL-TEXT
                    END-IF
                    PERFORM WRITE-EXCEPTION-PARA
                END-IF
            ELSE IF WS-US-LAST-DATE(WS-US-IDX) < WS-CUTOFF-DATE
                MOVE WS-US-LAST-DATE(WS-US-IDX) TO WS-DATE-NUM
                MOVE ZERO TO WS-DAYS-IDLE
                PERFORM COUNT-DAYS-PARA
                    UNTIL WS-DATE-NUM >= WS-RUN-DATE
                        OR WS-DAYS-IDLE >= MAX-DAYS-IDLE
                MOVE WS-US-LAST-DATE(WS-US-IDX) TO WS-DISPLAY-DATE
                MOVE WS-US-ID(WS-US-IDX) TO WS-DL-USER
                MOVE SPACES TO WS-DL-OTHER
                MOVE WS-US-LAST-SOURCE(WS-US-IDX) TO WS-DL-PROGRAM
                MOVE WS-DAYS-IDLE TO WS-NUM-IN
                PERFORM TRIM-NUMBER-PARA
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING 'LAST ACTIVE ' DELIMITED BY SIZE
                    WS-NUM-TEXT DELIMITED BY SPACE
                    ' DAYS AGO - PERMISSION ' DELIMITED BY SIZE
                    WS-US-PERM(WS-US-IDX) DELIMITED BY SIZE
                    ' ROLES ' DELIMITED BY SIZE
                    WS-US-ROLES(WS-US-IDX) DELIMITED BY SIZE
                    INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-EXCEPTION-PARA
            END-IF END-IF.

       TRIM-NUMBER-PARA.
            MOVE WS-NUM-IN TO WS-NUM-EDIT.
            MOVE ZERO TO WS-NUM-LEAD.
            INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
                FOR LEADING SPACES.
            MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:) TO WS-NUM-TEXT.

       COUNT-DAYS-PARA.
            PERFORM NEXT-DATE-PARA.
            ADD 1 TO WS-DAYS-IDLE.

       NO-USER-MASTER-PARA.
            MOVE SPACES TO REGISTER-LINE.
            MOVE 'NOT CHECKED - THE USER MASTER COULD NOT BE READ'
                TO REGISTER-LINE(7:47).
            PERFORM WRITE-LINE-PARA.

       SECTION-HEAD-PARA.
      *     A SECTION STARTS ON A NEW PAGE RATHER THAN LEAVE ITS
      *     HEADINGS ALONE AT THE FOOT OF ONE.
            MOVE ZERO TO WS-SECTION-COUNT(WS-SECTION).
            IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
                MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
            ELSE
                MOVE SPACES TO REGISTER-LINE
                PERFORM WRITE-LINE-PARA
            END-IF.
            MOVE WS-SECTION-TITLE TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE WS-HEAD-LINE TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.

       SECTION-FOOT-PARA.
            MOVE SPACES TO REGISTER-LINE.
            IF WS-SECTION > 2 AND WS-USER-LOADED NOT = 'Y'
                CONTINUE
            ELSE IF WS-SECTION-COUNT(WS-SECTION) = ZERO
                MOVE 'NONE' TO REGISTER-LINE(7:4)
            ELSE
                MOVE WS-SECTION-COUNT(WS-SECTION) TO WS-EDIT-COUNT
                STRING WS-EDIT-COUNT DELIMITED BY SIZE
                    ' EXCEPTIONS IN THIS SECTION' DELIMITED BY SIZE
                    INTO REGISTER-LINE
                END-STRING
            END-IF END-IF.
            PERFORM WRITE-LINE-PARA.

       WRITE-EXCEPTION-PARA.
            ADD 1 TO WS-EXC-COUNT.
            ADD 1 TO WS-SECTION-COUNT(WS-SECTION).
            MOVE WS-EXC-COUNT TO WS-DL-NO.
            MOVE WS-DISPLAY-DATE TO WS-DL-DATE.
            MOVE WS-DETAIL-TEXT TO WS-DL-DETAIL.
            MOVE WS-DETAIL-LINE TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.

       WRITE-SIGNOFF-PARA.
            MOVE SPACES TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 5
                MOVE SPACES TO REGISTER-LINE
                MOVE 'SECTION' TO REGISTER-LINE(1:7)
                MOVE WS-SECTION TO REGISTER-LINE(9:1)
                MOVE WS-SECTION-COUNT(WS-SECTION) TO WS-EDIT-COUNT
                MOVE WS-EDIT-COUNT TO REGISTER-LINE(18:7)
                MOVE 'EXCEPTIONS' TO REGISTER-LINE(26:10)
                PERFORM WRITE-LINE-PARA
            END-PERFORM.
            MOVE SPACES TO REGISTER-LINE.
            MOVE 'TOTAL' TO REGISTER-LINE(1:5).
            MOVE WS-EXC-COUNT TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT TO REGISTER-LINE(18:7).
            MOVE 'EXCEPTIONS' TO REGISTER-LINE(26:10).
            PERFORM WRITE-LINE-PARA.
      *     THE SIGN-OFF BLOCK IS KEPT TOGETHER ON ONE PAGE.
            IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 10
                MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
            END-IF.
            MOVE SPACES TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE 'REVIEWED FOR THE AUDIT COMMITTEE' TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE SPACES TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE 'NAME ______________________________   SIGNATURE ______
      -        '________________________   DATE ____________'
                TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE SPACES TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE 'MANAGEMENT RESPONSE AND ACTION TAKEN:'
                TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            MOVE ALL '_' TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.
            PERFORM WRITE-LINE-PARA.
            PERFORM WRITE-LINE-PARA.
            MOVE SPACES TO REGISTER-LINE.
            MOVE '*** END OF REGISTER ***' TO REGISTER-LINE.
            PERFORM WRITE-LINE-PARA.

       WRITE-LINE-PARA.
      *     THE LINE IS HELD WHILE A PAGE HEADING GOES OUT AHEAD OF IT.
            MOVE REGISTER-LINE TO WS-HOLD-LINE.
            PERFORM CHECK-PAGE-PARA.
            WRITE REGISTER-LINE FROM WS-HOLD-LINE.

       CHECK-PAGE-PARA.
            IF WS-PAGE-COUNT = ZERO OR
                WS-LINE-COUNT >= WS-LINES-PER-PAGE
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PERIOD TO WS-PG-PERIOD
                MOVE WS-RUN-DATE TO WS-PG-RUN-DATE
                MOVE WS-PAGE-COUNT TO WS-PG-PAGE-NO
                WRITE REGISTER-LINE FROM WS-PAGE-LINE
                MOVE ZERO TO WS-LINE-COUNT
            END-IF.
            ADD 1 TO WS-LINE-COUNT.

       PREV-DATE-PARA.
            SUBTRACT 1 FROM WS-DP-DAY.
            IF WS-DP-DAY = ZERO
                SUBTRACT 1 FROM WS-DP-MONTH
                IF WS-DP-MONTH = ZERO
                    MOVE 12 TO WS-DP-MONTH
                    SUBTRACT 1 FROM WS-DP-YEAR
                END-IF
                PERFORM MONTH-LEN-PARA
                MOVE WS-MONTH-LEN TO WS-DP-DAY
            END-IF.

       NEXT-DATE-PARA.
            PERFORM MONTH-LEN-PARA.
            ADD 1 TO WS-DP-DAY.
            IF WS-DP-DAY > WS-MONTH-LEN
                MOVE 1 TO WS-DP-DAY
                ADD 1 TO WS-DP-MONTH
                IF WS-DP-MONTH > 12
                    MOVE 1 TO WS-DP-MONTH
                    ADD 1 TO WS-DP-YEAR
                END-IF
            END-IF.

       MONTH-LEN-PARA.
            EVALUATE WS-DP-MONTH
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WS-MONTH-LEN
                WHEN 2
                    MOVE 28 TO WS-MONTH-LEN
                    DIVIDE WS-DP-YEAR BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = ZERO
                        MOVE 29 TO WS-MONTH-LEN
                        DIVIDE WS-DP-YEAR BY 100 GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM = ZERO
                            MOVE 28 TO WS-MONTH-LEN
                            DIVIDE WS-DP-YEAR BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = ZERO
                                MOVE 29 TO WS-MONTH-LEN
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-MONTH-LEN
            END-EVALUATE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\UserMaster.txt'
                TO WS-USER-MASTER-PATH
            ACCEPT WS-USER-MASTER-PATH FROM ENVIRONMENT 'USER_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SignonLog.txt'
                TO WS-SIGNON-LOG-PATH
            ACCEPT WS-SIGNON-LOG-PATH FROM ENVIRONMENT 'SIGNON_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AuditTrail.txt'
                TO WS-AUDIT-FILE-PATH
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT 'AUDIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\HoldDecisions.txt'
                TO WS-DECISION-LOG-PATH
            ACCEPT WS-DECISION-LOG-PATH
                FROM ENVIRONMENT 'HOLD_DECISIONS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\DispositionLog.txt'
                TO WS-DISPOSITION-LOG-PATH
            ACCEPT WS-DISPOSITION-LOG-PATH
                FROM ENVIRONMENT 'DISPOSITION_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\KeyedTran.txt'
                TO WS-KEYED-LOG-PATH
            ACCEPT WS-KEYED-LOG-PATH FROM ENVIRONMENT 'KEYED_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MonthEndParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH FROM ENVIRONMENT 'MONTH_END_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SodRegister.txt'
                TO WS-REGISTER-PATH
            ACCEPT WS-REGISTER-PATH FROM ENVIRONMENT 'SOD_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SODCHECK.
