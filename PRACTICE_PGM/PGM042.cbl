      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- time-clock punch converter,
      *                so the daily timesheet is built from the clock
      *                terminals' export instead of being keyed from
      *                paper. The punch export (PunchExport.txt --
      *                badge, branch, date, time HHMM, 'I' in or 'O'
      *                out) is sorted by badge, date and time; each
      *                badge is mapped to its EMP-NO through the badge
      *                cross-reference (BadgeXref.txt) and checked
      *                against the indexed employee master. Each in is
      *                paired with the next out, an out on the day
      *                after its in being a shift that crossed
      *                midnight, and the pair's time belongs to the
      *                day of the clock-in. The punch rules
      *                (PunchRules.txt) give the rounding applied to
      *                every punch, the longest believable shift, the
      *                unpaid-break tiers (a pair longer than the tier
      *                loses its break) and the clock-in windows that
      *                decide the shift code. One worked-day record per
      *                employee per day is appended to Timesheet.txt
      *                in its own layout; a day already on the
      *                timesheet (hand-keyed, or an earlier run) is not
      *                added twice. Missing punches, double punches,
      *                unreadable punches and badges with no employee
      *                go to the exception list (PunchExceptions.txt)
      *                for the supervisor, and the day they touch is
      *                held off the timesheet rather than paid short.
      *                RETURN-CODE 0 clean, 4 exceptions listed, 8 no
      *                punch export, 12 employee master unusable, 16 a
      *                work table overflowed.
      * 10/15/2026 SWL Each timesheet day now carries the branch it
      *                was worked at -- the branch of the day's first
      *                clock-in -- so the payroll can charge the hours
      *                to it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCHCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PUNCH-FILE ASSIGN TO DYNAMIC WS-PUNCH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCH-STATUS.

            SELECT PUNCH-WORK ASSIGN TO DYNAMIC WS-PUNCH-WORK-PATH.

            SELECT BADGE-XREF ASSIGN TO DYNAMIC WS-BADGE-XREF-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BXR-STATUS.

            SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRL-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
            WS-EMPLOYEE-MASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT TIMESHEET-FILE ASSIGN TO DYNAMIC
            WS-TIMESHEET-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TS-STATUS.

            SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
            WS-EXCEPTION-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PUNCH-FILE.
       01 PUNCH-REC.
           05 PCH-BADGE PIC X(8).
           05 PCH-BRANCH PIC 9(3).
           05 PCH-DATE PIC 9(8).
           05 PCH-TIME PIC 9(4).
           05 PCH-DIR PIC X(1).

       SD PUNCH-WORK.
       01 PUNCH-WORK-REC.
           05 PWK-BADGE PIC X(8).
           05 PWK-BRANCH PIC 9(3).
           05 PWK-DATE PIC 9(8).
           05 PWK-TIME PIC 9(4).
           05 FILLER REDEFINES PWK-TIME.
               10 PWK-HH PIC 9(2).
               10 PWK-MM PIC 9(2).
           05 PWK-DIR PIC X(1).

       FD BADGE-XREF.
       01 BADGE-XREF-REC.
           05 BXR-BADGE PIC X(8).
           05 BXR-EMP-NO PIC X(5).

      * 'R' ROUNDING AND LONGEST SHIFT, 'B' AN UNPAID-BREAK TIER,
      * 'S' A CLOCK-IN WINDOW AND THE SHIFT CODE IT GIVES.
       FD RULES-FILE.
       01 RULES-REC.
           05 PRL-TYPE PIC X(1).
           05 PRL-BODY PIC X(20).
       01 RULES-ROUND-REC.
           05 FILLER PIC X(1).
           05 PRL-ROUND-MINS PIC 9(2).
           05 PRL-MAX-HOURS PIC 9(2).
           05 FILLER PIC X(16).
       01 RULES-BREAK-REC.
           05 FILLER PIC X(1).
           05 PRL-BRK-AFTER PIC 9(3).
           05 PRL-BRK-MINS PIC 9(3).
           05 FILLER PIC X(14).
       01 RULES-SHIFT-REC.
           05 FILLER PIC X(1).
           05 PRL-SHF-CODE PIC X(1).
           05 PRL-SHF-FROM PIC 9(4).
           05 PRL-SHF-TO PIC 9(4).
           05 FILLER PIC X(10).

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

       FD TIMESHEET-FILE.
       01 TIMESHEET-REC.
           05 TS-EMP-NO PIC X(5).
           05 TS-DATE PIC 9(8).
           05 TS-HOURS PIC 9(2).
           05 TS-TYPE PIC X(1).
           05 TS-SHIFT PIC X(1).
           05 TS-BRANCH PIC 9(3).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PCH-STATUS PIC X(2).
       01 WS-BXR-STATUS PIC X(2).
       01 WS-PRL-STATUS PIC X(2).
       01 WS-MST-STATUS PIC X(2).
       01 WS-TS-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

      * PUNCH RULES -- DEFAULTS HOLD WHEN THE RULES FILE IS ABSENT.
       01 WS-ROUND-MINS PIC 9(2) VALUE 15.
       01 WS-MAX-SHIFT-MINS PIC 9(4) VALUE 960.
       01 WS-BREAK-TABLE.
           05 WS-BREAK-ENTRY OCCURS 3 TIMES.
               10 WS-BRK-AFTER PIC 9(3).
               10 WS-BRK-MINS PIC 9(3).
       01 WS-BREAK-COUNT PIC 9(1) VALUE ZERO.
       01 WS-BRK-IDX PIC 9(1).
       01 WS-SHIFTWIN-TABLE.
           05 WS-SHIFTWIN-ENTRY OCCURS 10 TIMES.
               10 WS-SWN-CODE PIC X(1).
               10 WS-SWN-FROM PIC 9(4).
               10 WS-SWN-TO PIC 9(4).
       01 WS-SHIFTWIN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SWN-IDX PIC 9(2).

      * BADGE CROSS-REFERENCE, LOADED AT STARTUP.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 500 TIMES.
               10 WS-XRF-BADGE PIC X(8).
               10 WS-XRF-EMP-NO PIC X(5).
       01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-XREF-COUNT PIC 9(3) VALUE 500.
       01 WS-XRF-IDX PIC 9(3).

      * EMPLOYEE DAYS ALREADY ON THE TIMESHEET, AND THOSE ADDED BY
      * THIS RUN, SO NO DAY IS WRITTEN TWICE.
       01 WS-DAYKEY-TABLE.
           05 WS-DAYKEY-ENTRY OCCURS 6000 TIMES.
               10 WS-DKY-EMP-NO PIC X(5).
               10 WS-DKY-DATE PIC 9(8).
       01 WS-DAYKEY-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-DAYKEY-COUNT PIC 9(4) VALUE 6000.
       01 WS-DKY-IDX PIC 9(4).
       01 WS-DKY-FOUND PIC X(1).

      * THE BADGE BEING WORKED THROUGH.
       01 WS-CUR-BADGE PIC X(8) VALUE LOW-VALUES.
       01 WS-CUR-EMP-NO PIC X(5).
       01 WS-BADGE-OK PIC X(1).
           88 WS-BADGE-KNOWN VALUE 'Y'.
       01 WS-LAST-DIR PIC X(1).

      * THE CLOCK-IN AWAITING ITS OUT.
       01 WS-IN-SW PIC X(1) VALUE 'N'.
           88 WS-IN-PENDING VALUE 'Y'.
       01 WS-IN-DATE PIC 9(8).
       01 WS-IN-TIME PIC 9(4).
       01 WS-IN-BRANCH PIC 9(3).
       01 WS-IN-ABS PIC 9(11).

      * THE WORKED DAY BEING BUILT -- KEYED BY THE CLOCK-IN DATE.
       01 WS-DAY-SW PIC X(1) VALUE 'N'.
           88 WS-DAY-OPEN VALUE 'Y'.
       01 WS-DAY-BAD-SW PIC X(1).
           88 WS-DAY-BAD VALUE 'Y'.
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-DAYNUM PIC 9(7).
       01 WS-DAY-BRANCH PIC 9(3).
       01 WS-DAY-SHIFT PIC X(1).
       01 WS-DAY-MINS PIC 9(5).
       01 WS-DAY-HOURS PIC 9(3).

       01 WS-PUNCH-MINS PIC 9(4).
       01 WS-ROUNDED-TIME PIC 9(4).
       01 WS-RND-HH PIC 9(2).
       01 WS-RND-MM PIC 9(2).
       01 WS-PUNCH-ABS PIC 9(11).
       01 WS-PUNCH-DAYNUM PIC 9(7).
       01 WS-PAIR-MINS PIC 9(11).
       01 WS-BREAK-OFF PIC 9(3).
       01 WS-PUNCH-OK PIC X(1).
       01 WS-EXC-REASON PIC X(35).
       01 WS-EXC-DATE PIC 9(8).
       01 WS-EXC-TIME PIC 9(4).
       01 WS-EXC-DIR PIC X(1).
       01 WS-EXC-BRANCH PIC 9(3).

      * DAY NUMBERS FOR PAIRING ACROSS MONTH AND YEAR ENDS -- LEAP
      * YEARS COUNTED BY THE GREGORIAN RULE, AS IN THE PAYROLL.
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

       77 WS-PUNCH-COUNT PIC 9(7) VALUE ZERO.
       77 WS-DAYS-WRITTEN PIC 9(5) VALUE ZERO.
       77 WS-DAYS-HELD PIC 9(5) VALUE ZERO.
       77 WS-EXC-COUNT PIC 9(5) VALUE ZERO.

       01 WS-EXC-DETAIL.
           05 WS-EXD-BADGE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXD-EMP-NO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXD-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXD-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXD-TIME PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXD-DIR PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXD-REASON PIC X(35).
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-PUNCH-PATH PIC X(60).
       01 WS-PUNCH-WORK-PATH PIC X(60).
       01 WS-BADGE-XREF-PATH PIC X(60).
       01 WS-RULES-PATH PIC X(60).
       01 WS-EMPLOYEE-MASTER-PATH PIC X(60).
       01 WS-TIMESHEET-PATH PIC X(60).
       01 WS-EXCEPTION-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 EXCEPTIONS LISTED
      * FOR THE SUPERVISOR, 8 NO PUNCH EXPORT, 12 THE EMPLOYEE MASTER
      * COULD NOT BE OPENED, 16 A WORK TABLE OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            OPEN INPUT PUNCH-FILE.
            IF WS-PCH-STATUS NOT = '00'
                DISPLAY "PUNCH EXPORT NOT AVAILABLE - STATUS "
                    WS-PCH-STATUS " - NOTHING CONVERTED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE PUNCH-FILE.
            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER UNUSABLE - STATUS "
                    WS-MST-STATUS " - NOTHING CONVERTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-RULES-PARA.
            PERFORM LOAD-XREF-PARA.
            PERFORM LOAD-DAYKEYS-PARA.
            OPEN EXTEND TIMESHEET-FILE.
            IF WS-TS-STATUS NOT = '00'
                OPEN OUTPUT TIMESHEET-FILE
            END-IF.
            OPEN OUTPUT EXCEPTION-FILE.
            MOVE "TIME-CLOCK PUNCH EXCEPTIONS - FIX BEFORE PAYROLL"
                TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            MOVE "BADGE    EMP   BR  DATE     TIME D  REASON"
                TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            SORT PUNCH-WORK ON ASCENDING KEY PWK-BADGE
                                ASCENDING KEY PWK-DATE
                                ASCENDING KEY PWK-TIME
            USING PUNCH-FILE
            OUTPUT PROCEDURE IS PAIR-PUNCHES.
            MOVE SPACES TO EXCEPTION-LINE.
            STRING 'PUNCHES ' DELIMITED BY SIZE
                WS-PUNCH-COUNT DELIMITED BY SIZE
                ' DAYS WRITTEN ' DELIMITED BY SIZE
                WS-DAYS-WRITTEN DELIMITED BY SIZE
                ' DAYS HELD ' DELIMITED BY SIZE
                WS-DAYS-HELD DELIMITED BY SIZE
                ' EXCEPTIONS ' DELIMITED BY SIZE
                WS-EXC-COUNT DELIMITED BY SIZE
                INTO EXCEPTION-LINE
            END-STRING.
            WRITE EXCEPTION-LINE.
            DISPLAY EXCEPTION-LINE.
            CLOSE TIMESHEET-FILE EXCEPTION-FILE EMPLOYEE-MASTER.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-RULES-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT RULES-FILE.
            IF WS-PRL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RULES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-RULE-PARA
                END-READ
            END-PERFORM.
            IF WS-PRL-STATUS = '00' OR WS-PRL-STATUS = '10'
                CLOSE RULES-FILE
            END-IF.
      *     NO BREAK TIER ON FILE -- HALF AN HOUR OFF A PAIR OVER
      *     SIX HOURS.
            IF WS-BREAK-COUNT = ZERO
                MOVE 1 TO WS-BREAK-COUNT
                MOVE 360 TO WS-BRK-AFTER(1)
                MOVE 30 TO WS-BRK-MINS(1)
            END-IF.
      *     NO CLOCK-IN WINDOWS ON FILE -- DAY (BLANK, AS THE PAYROLL
      *     READS IT) FROM 06:00, EVENING 'E' FROM 14:00, NIGHT 'N'
      *     FROM 22:00.
            IF WS-SHIFTWIN-COUNT = ZERO
                MOVE 3 TO WS-SHIFTWIN-COUNT
                MOVE SPACE TO WS-SWN-CODE(1)
                MOVE 0600 TO WS-SWN-FROM(1)
                MOVE 1359 TO WS-SWN-TO(1)
                MOVE 'E' TO WS-SWN-CODE(2)
                MOVE 1400 TO WS-SWN-FROM(2)
                MOVE 2159 TO WS-SWN-TO(2)
                MOVE 'N' TO WS-SWN-CODE(3)
                MOVE 2200 TO WS-SWN-FROM(3)
                MOVE 0559 TO WS-SWN-TO(3)
            END-IF.
            DISPLAY "PUNCH ROUNDING " WS-ROUND-MINS " MINS, LONGEST "
                "SHIFT " WS-MAX-SHIFT-MINS " MINS, " WS-BREAK-COUNT
                " BREAK TIERS, " WS-SHIFTWIN-COUNT " SHIFT WINDOWS".

       POST-RULE-PARA.
            EVALUATE PRL-TYPE
                WHEN 'R'
                    IF PRL-ROUND-MINS IS NUMERIC
                        MOVE PRL-ROUND-MINS TO WS-ROUND-MINS
                    END-IF
                    IF PRL-MAX-HOURS IS NUMERIC AND
                        PRL-MAX-HOURS > ZERO
                        COMPUTE WS-MAX-SHIFT-MINS =
                            PRL-MAX-HOURS * 60
                    END-IF
                WHEN 'B'
                    IF PRL-BRK-AFTER IS NUMERIC AND
                        PRL-BRK-MINS IS NUMERIC AND WS-BREAK-COUNT < 3
                        ADD 1 TO WS-BREAK-COUNT
                        MOVE PRL-BRK-AFTER
                            TO WS-BRK-AFTER(WS-BREAK-COUNT)
                        MOVE PRL-BRK-MINS
                            TO WS-BRK-MINS(WS-BREAK-COUNT)
                    ELSE
                        DISPLAY "BREAK RULE IGNORED - " RULES-REC
                    END-IF
                WHEN 'S'
                    IF PRL-SHF-FROM IS NUMERIC AND
                        PRL-SHF-TO IS NUMERIC AND
                        WS-SHIFTWIN-COUNT < 10
                        ADD 1 TO WS-SHIFTWIN-COUNT
                        MOVE PRL-SHF-CODE
                            TO WS-SWN-CODE(WS-SHIFTWIN-COUNT)
                        MOVE PRL-SHF-FROM
                            TO WS-SWN-FROM(WS-SHIFTWIN-COUNT)
                        MOVE PRL-SHF-TO
                            TO WS-SWN-TO(WS-SHIFTWIN-COUNT)
                    ELSE
                        DISPLAY "SHIFT WINDOW IGNORED - " RULES-REC
                    END-IF
                WHEN OTHER
                    DISPLAY "PUNCH RULE IGNORED - " RULES-REC
            END-EVALUATE.

       LOAD-XREF-PARA.
            MOVE ZERO TO WS-XREF-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BADGE-XREF.
            IF WS-BXR-STATUS NOT = '00'
                DISPLAY "BADGE CROSS-REFERENCE NOT AVAILABLE - STATUS "
                    WS-BXR-STATUS " - EVERY BADGE IS AN EXCEPTION"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BADGE-XREF
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-XREF-COUNT >= MAX-XREF-COUNT
                            DISPLAY "BADGE CROSS-REFERENCE EXCEEDS "
                                "CAPACITY OF " MAX-XREF-COUNT
                                " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-XREF-COUNT
                        MOVE BXR-BADGE TO WS-XRF-BADGE(WS-XREF-COUNT)
                        MOVE BXR-EMP-NO
                            TO WS-XRF-EMP-NO(WS-XREF-COUNT)
                END-READ
            END-PERFORM.
            IF WS-BXR-STATUS = '00' OR WS-BXR-STATUS = '10'
                CLOSE BADGE-XREF
            END-IF.

       LOAD-DAYKEYS-PARA.
      *     WHAT IS ALREADY ON THE PERIOD'S TIMESHEET -- HAND-KEYED
      *     DAYS AND AN EARLIER RUN'S OUTPUT ARE LEFT AS THEY ARE.
            MOVE ZERO TO WS-DAYKEY-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TS-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TIMESHEET-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE TS-EMP-NO TO WS-CUR-EMP-NO
                        MOVE TS-DATE TO WS-DAY-DATE
                        PERFORM ADD-DAYKEY-PARA
                END-READ
            END-PERFORM.
            IF WS-TS-STATUS = '00' OR WS-TS-STATUS = '10'
                CLOSE TIMESHEET-FILE
            END-IF.
            MOVE SPACES TO WS-CUR-EMP-NO.

       ADD-DAYKEY-PARA.
            IF WS-DAYKEY-COUNT >= MAX-DAYKEY-COUNT
                DISPLAY "TIMESHEET DAYS EXCEED CAPACITY OF "
                    MAX-DAYKEY-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-DAYKEY-COUNT.
            MOVE WS-CUR-EMP-NO TO WS-DKY-EMP-NO(WS-DAYKEY-COUNT).
            MOVE WS-DAY-DATE TO WS-DKY-DATE(WS-DAYKEY-COUNT).

       FIND-DAYKEY-PARA.
            MOVE 'N' TO WS-DKY-FOUND.
            PERFORM VARYING WS-DKY-IDX FROM 1 BY 1
                UNTIL WS-DKY-IDX > WS-DAYKEY-COUNT
                IF WS-DKY-EMP-NO(WS-DKY-IDX) = WS-CUR-EMP-NO AND
                    WS-DKY-DATE(WS-DKY-IDX) = WS-DAY-DATE
                    MOVE 'Y' TO WS-DKY-FOUND
                    MOVE WS-DAYKEY-COUNT TO WS-DKY-IDX
                END-IF
            END-PERFORM.

       NEW-BADGE-PARA.
      *     A BADGE MAPS TO ITS EMP-NO THROUGH THE CROSS-REFERENCE,
      *     AND THAT EMP-NO MUST BE ON THE EMPLOYEE MASTER.
            MOVE PWK-BADGE TO WS-CUR-BADGE.
            MOVE SPACES TO WS-CUR-EMP-NO.
            MOVE 'N' TO WS-BADGE-OK.
            MOVE SPACE TO WS-LAST-DIR.
            MOVE "BADGE NOT ON CROSS-REFERENCE" TO WS-EXC-REASON.
            PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                UNTIL WS-XRF-IDX > WS-XREF-COUNT
                IF WS-XRF-BADGE(WS-XRF-IDX) = PWK-BADGE
                    MOVE WS-XRF-EMP-NO(WS-XRF-IDX) TO WS-CUR-EMP-NO
                    MOVE WS-XREF-COUNT TO WS-XRF-IDX
                END-IF
            END-PERFORM.
            IF WS-CUR-EMP-NO NOT = SPACES
                MOVE WS-CUR-EMP-NO TO MST-NO
                READ EMPLOYEE-MASTER
                    INVALID KEY
                        MOVE "BADGE EMP-NO NOT ON EMPLOYEE MASTER"
                            TO WS-EXC-REASON
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-BADGE-OK
                END-READ
            END-IF.

       CHECK-PUNCH-PARA.
            MOVE 'Y' TO WS-PUNCH-OK.
            IF PWK-DATE NOT NUMERIC OR PWK-TIME NOT NUMERIC OR
                (PWK-DIR NOT = 'I' AND PWK-DIR NOT = 'O')
                MOVE 'N' TO WS-PUNCH-OK
            ELSE
                IF PWK-HH > 23 OR PWK-MM > 59
                    MOVE 'N' TO WS-PUNCH-OK
                END-IF
                MOVE PWK-DATE TO WS-DAYNUM-WORK
                IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12 OR
                    WS-DN-DAY < 1 OR WS-DN-DAY > 31
                    MOVE 'N' TO WS-PUNCH-OK
                END-IF
            END-IF.

       ROUND-PUNCH-PARA.
      *     THE PUNCH ROUNDED TO THE NEAREST STEP AND TURNED INTO
      *     MINUTES FROM THE DAY-NUMBER ORIGIN, SO A PAIR ACROSS
      *     MIDNIGHT OR A MONTH END SUBTRACTS STRAIGHT.
            MOVE PWK-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-PUNCH-DAYNUM.
            COMPUTE WS-PUNCH-MINS = PWK-HH * 60 + PWK-MM.
            IF WS-ROUND-MINS > 1
                COMPUTE WS-PUNCH-MINS =
                    (WS-PUNCH-MINS + WS-ROUND-MINS / 2)
                    / WS-ROUND-MINS
                COMPUTE WS-PUNCH-MINS =
                    WS-PUNCH-MINS * WS-ROUND-MINS
            END-IF.
            COMPUTE WS-PUNCH-ABS =
                WS-PUNCH-DAYNUM * 1440 + WS-PUNCH-MINS.
            DIVIDE WS-PUNCH-MINS BY 60 GIVING WS-RND-HH
                REMAINDER WS-RND-MM.
            IF WS-RND-HH > 23
                MOVE ZERO TO WS-RND-HH
            END-IF.
            COMPUTE WS-ROUNDED-TIME = WS-RND-HH * 100 + WS-RND-MM.

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

       PUNCH-IN-PARA.
      *     AN IN WHILE ANOTHER IN IS STILL OPEN IS A DOUBLE PUNCH --
      *     UNLESS THE OPEN ONE IS OLDER THAN THE LONGEST SHIFT, IN
      *     WHICH CASE IT NEVER GOT ITS OUT AND THIS IN STARTS AFRESH.
            IF WS-IN-PENDING
                IF WS-PUNCH-ABS - WS-IN-ABS > WS-MAX-SHIFT-MINS
                    PERFORM IN-WITHOUT-OUT-PARA
                ELSE
                    MOVE "DOUBLE IN PUNCH" TO WS-EXC-REASON
                    PERFORM PUNCH-EXCEPTION-PARA
                    MOVE 'Y' TO WS-DAY-BAD-SW
                END-IF
            END-IF.
            IF NOT WS-IN-PENDING
                IF NOT WS-DAY-OPEN OR WS-DAY-DATE NOT = PWK-DATE
                    PERFORM FLUSH-DAY-PARA
                    PERFORM OPEN-DAY-PARA
                END-IF
                MOVE 'Y' TO WS-IN-SW
                MOVE PWK-DATE TO WS-IN-DATE
                MOVE PWK-TIME TO WS-IN-TIME
                MOVE PWK-BRANCH TO WS-IN-BRANCH
                MOVE WS-PUNCH-ABS TO WS-IN-ABS
            END-IF.

       PUNCH-OUT-PARA.
            IF NOT WS-IN-PENDING
                IF WS-LAST-DIR = 'O'
                    MOVE "DOUBLE OUT PUNCH" TO WS-EXC-REASON
                ELSE
                    MOVE "OUT PUNCH WITH NO IN" TO WS-EXC-REASON
                END-IF
                PERFORM PUNCH-EXCEPTION-PARA
      *         THE MISSING IN BELONGS TO THE OUT'S DAY OR, FOR A
      *         NIGHT SHIFT, THE DAY BEFORE -- EITHER WAY THE DAY
      *         BEING BUILT CANNOT BE TRUSTED.
                IF WS-DAY-OPEN AND
                    (WS-DAY-DATE = PWK-DATE OR
                     WS-PUNCH-DAYNUM = WS-DAY-DAYNUM + 1)
                    MOVE 'Y' TO WS-DAY-BAD-SW
                END-IF
            ELSE
                COMPUTE WS-PAIR-MINS = WS-PUNCH-ABS - WS-IN-ABS
                IF WS-PAIR-MINS > WS-MAX-SHIFT-MINS
                    PERFORM IN-WITHOUT-OUT-PARA
                    MOVE "OUT PUNCH WITH NO IN" TO WS-EXC-REASON
                    PERFORM PUNCH-EXCEPTION-PARA
                ELSE
                    IF WS-PAIR-MINS = ZERO
                        MOVE "OUT AT SAME TIME AS IN"
                            TO WS-EXC-REASON
                        PERFORM PUNCH-EXCEPTION-PARA
                        MOVE 'Y' TO WS-DAY-BAD-SW
                    ELSE
                        PERFORM APPLY-BREAK-PARA
                        ADD WS-PAIR-MINS TO WS-DAY-MINS
                    END-IF
                    MOVE 'N' TO WS-IN-SW
                END-IF
            END-IF.

       APPLY-BREAK-PARA.
      *     THE HIGHEST TIER THE PAIR IS LONGER THAN SETS THE UNPAID
      *     BREAK TAKEN OFF IT.
            MOVE ZERO TO WS-BREAK-OFF.
            PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                UNTIL WS-BRK-IDX > WS-BREAK-COUNT
                IF WS-PAIR-MINS > WS-BRK-AFTER(WS-BRK-IDX) AND
                    WS-BRK-MINS(WS-BRK-IDX) > WS-BREAK-OFF
                    MOVE WS-BRK-MINS(WS-BRK-IDX) TO WS-BREAK-OFF
                END-IF
            END-PERFORM.
            IF WS-BREAK-OFF < WS-PAIR-MINS
                SUBTRACT WS-BREAK-OFF FROM WS-PAIR-MINS
            ELSE
                MOVE ZERO TO WS-PAIR-MINS
            END-IF.

       IN-WITHOUT-OUT-PARA.
      *     THE OPEN IN IS REPORTED AGAINST ITS OWN DATE AND TIME AND
      *     ITS DAY IS HELD BACK.
            MOVE WS-IN-DATE TO WS-EXC-DATE.
            MOVE WS-IN-TIME TO WS-EXC-TIME.
            MOVE WS-IN-BRANCH TO WS-EXC-BRANCH.
            MOVE 'I' TO WS-EXC-DIR.
            MOVE "IN PUNCH WITH NO OUT" TO WS-EXC-REASON.
            PERFORM WRITE-EXCEPTION-PARA.
            MOVE 'Y' TO WS-DAY-BAD-SW.
            MOVE 'N' TO WS-IN-SW.

       OPEN-DAY-PARA.
            MOVE 'Y' TO WS-DAY-SW.
            MOVE 'N' TO WS-DAY-BAD-SW.
            MOVE PWK-DATE TO WS-DAY-DATE.
            MOVE WS-PUNCH-DAYNUM TO WS-DAY-DAYNUM.
            MOVE PWK-BRANCH TO WS-DAY-BRANCH.
            MOVE ZERO TO WS-DAY-MINS.
      *     THE SHIFT CODE COMES FROM THE FIRST CLOCK-IN OF THE DAY,
      *     AS ROUNDED -- A WINDOW WHOSE END IS BEFORE ITS START RUNS
      *     THROUGH MIDNIGHT. NO WINDOW IS A PLAIN DAY SHIFT.
            MOVE SPACE TO WS-DAY-SHIFT.
            PERFORM VARYING WS-SWN-IDX FROM 1 BY 1
                UNTIL WS-SWN-IDX > WS-SHIFTWIN-COUNT
                IF (WS-SWN-FROM(WS-SWN-IDX) NOT > WS-SWN-TO(WS-SWN-IDX)
                    AND WS-ROUNDED-TIME NOT < WS-SWN-FROM(WS-SWN-IDX)
                    AND WS-ROUNDED-TIME NOT > WS-SWN-TO(WS-SWN-IDX))
                    OR
                   (WS-SWN-FROM(WS-SWN-IDX) > WS-SWN-TO(WS-SWN-IDX)
                    AND (WS-ROUNDED-TIME NOT < WS-SWN-FROM(WS-SWN-IDX)
                    OR WS-ROUNDED-TIME NOT > WS-SWN-TO(WS-SWN-IDX)))
                    MOVE WS-SWN-CODE(WS-SWN-IDX) TO WS-DAY-SHIFT
                    MOVE WS-SHIFTWIN-COUNT TO WS-SWN-IDX
                END-IF
            END-PERFORM.

       FLUSH-DAY-PARA.
      *     ONE WORKED-DAY RECORD PER EMPLOYEE PER DAY, IN WHOLE HOURS
      *     AS THE TIMESHEET CARRIES THEM. A DAY WITH ANY PUNCH
      *     EXCEPTION IS HELD FOR THE SUPERVISOR, NOT PAID SHORT.
            IF WS-DAY-OPEN
                MOVE 'N' TO WS-DAY-SW
                COMPUTE WS-DAY-HOURS ROUNDED = WS-DAY-MINS / 60
                PERFORM FIND-DAYKEY-PARA
                MOVE WS-DAY-DATE TO WS-EXC-DATE
                MOVE ZERO TO WS-EXC-TIME
                MOVE WS-DAY-BRANCH TO WS-EXC-BRANCH
                MOVE SPACE TO WS-EXC-DIR
                EVALUATE TRUE
                    WHEN WS-DAY-BAD
                        MOVE "DAY HELD OFF TIMESHEET - FIX PUNCH"
                            TO WS-EXC-REASON
                        PERFORM WRITE-EXCEPTION-PARA
                        ADD 1 TO WS-DAYS-HELD
                    WHEN WS-DKY-FOUND = 'Y'
                        MOVE "DAY ALREADY ON TIMESHEET - SKIPPED"
                            TO WS-EXC-REASON
                        PERFORM WRITE-EXCEPTION-PARA
                        ADD 1 TO WS-DAYS-HELD
                    WHEN WS-DAY-HOURS > 24
                        MOVE "DAY OVER 24 HOURS - CHECK PUNCHES"
                            TO WS-EXC-REASON
                        PERFORM WRITE-EXCEPTION-PARA
                        ADD 1 TO WS-DAYS-HELD
                    WHEN OTHER
                        PERFORM WRITE-DAY-PARA
                END-EVALUATE
            END-IF.

       WRITE-DAY-PARA.
            MOVE SPACES TO TIMESHEET-REC.
            MOVE WS-CUR-EMP-NO TO TS-EMP-NO.
            MOVE WS-DAY-DATE TO TS-DATE.
            MOVE WS-DAY-HOURS TO TS-HOURS.
            MOVE 'W' TO TS-TYPE.
            MOVE WS-DAY-SHIFT TO TS-SHIFT.
            MOVE WS-DAY-BRANCH TO TS-BRANCH.
            WRITE TIMESHEET-REC.
            PERFORM ADD-DAYKEY-PARA.
            ADD 1 TO WS-DAYS-WRITTEN.

       END-BADGE-PARA.
            IF WS-IN-PENDING
                PERFORM IN-WITHOUT-OUT-PARA
            END-IF.
            PERFORM FLUSH-DAY-PARA.

       PUNCH-EXCEPTION-PARA.
            MOVE PWK-DATE TO WS-EXC-DATE.
            MOVE PWK-TIME TO WS-EXC-TIME.
            MOVE PWK-BRANCH TO WS-EXC-BRANCH.
            MOVE PWK-DIR TO WS-EXC-DIR.
            PERFORM WRITE-EXCEPTION-PARA.

       WRITE-EXCEPTION-PARA.
            MOVE WS-CUR-BADGE TO WS-EXD-BADGE.
            MOVE WS-CUR-EMP-NO TO WS-EXD-EMP-NO.
            MOVE WS-EXC-BRANCH TO WS-EXD-BRANCH.
            MOVE WS-EXC-DATE TO WS-EXD-DATE.
            IF WS-EXC-DIR = SPACE
                MOVE SPACES TO WS-EXD-TIME
            ELSE
                MOVE WS-EXC-TIME TO WS-EXD-TIME
            END-IF.
            MOVE WS-EXC-DIR TO WS-EXD-DIR.
            MOVE WS-EXC-REASON TO WS-EXD-REASON.
            MOVE WS-EXC-DETAIL TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            ADD 1 TO WS-EXC-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PunchExport.txt'
                TO WS-PUNCH-PATH
            ACCEPT WS-PUNCH-PATH FROM ENVIRONMENT 'PUNCH_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PunchWork.tmp'
                TO WS-PUNCH-WORK-PATH
            ACCEPT WS-PUNCH-WORK-PATH FROM ENVIRONMENT 'PUNCH_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BadgeXref.txt'
                TO WS-BADGE-XREF-PATH
            ACCEPT WS-BADGE-XREF-PATH FROM ENVIRONMENT 'BADGE_XREF'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PunchRules.txt'
                TO WS-RULES-PATH
            ACCEPT WS-RULES-PATH FROM ENVIRONMENT 'PUNCH_RULES'
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
            MOVE 'D:\cOBOLTRAINING\Timesheet.txt'
                TO WS-TIMESHEET-PATH
            ACCEPT WS-TIMESHEET-PATH FROM ENVIRONMENT 'TIMESHEET_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PunchExceptions.txt'
                TO WS-EXCEPTION-PATH
            ACCEPT WS-EXCEPTION-PATH
                FROM ENVIRONMENT 'PUNCH_EXCEPTIONS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       PAIR-PUNCHES SECTION.
       PAIR-START.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                RETURN PUNCH-WORK
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM PAIR-ONE-PUNCH
                END-RETURN
            END-PERFORM.
            IF WS-CUR-BADGE NOT = LOW-VALUES AND WS-BADGE-KNOWN
                PERFORM END-BADGE-PARA
            END-IF.
            GO TO PAIR-EXIT.

       PAIR-ONE-PUNCH.
            ADD 1 TO WS-PUNCH-COUNT.
            IF PWK-BADGE NOT = WS-CUR-BADGE
                IF WS-CUR-BADGE NOT = LOW-VALUES AND WS-BADGE-KNOWN
                    PERFORM END-BADGE-PARA
                END-IF
                PERFORM NEW-BADGE-PARA
            END-IF.
            IF NOT WS-BADGE-KNOWN
      *         EVERY PUNCH OF AN UNMAPPED BADGE IS LISTED SO THE
      *         SUPERVISOR HAS THE TIMES TO KEY BY HAND.
                PERFORM PUNCH-EXCEPTION-PARA
            ELSE
                PERFORM CHECK-PUNCH-PARA
                IF WS-PUNCH-OK = 'N'
                    MOVE "PUNCH UNREADABLE" TO WS-EXC-REASON
                    PERFORM PUNCH-EXCEPTION-PARA
                    IF WS-DAY-OPEN
                        MOVE 'Y' TO WS-DAY-BAD-SW
                    END-IF
                ELSE
                    PERFORM ROUND-PUNCH-PARA
                    IF PWK-DIR = 'I'
                        PERFORM PUNCH-IN-PARA
                    ELSE
                        PERFORM PUNCH-OUT-PARA
                    END-IF
                    MOVE PWK-DIR TO WS-LAST-DIR
                END-IF
            END-IF.

       PAIR-EXIT.
            EXIT.

       END PROGRAM PUNCHCONV.
