      *                the payroll step; gaps within tolerance cut a
      *                'W' alert and end 4. RETURN-CODE 12 when the
      *                master cannot be opened.
      * 10/15/2026 SWL Overtime against the pre-authorisation file
      *                (OtAuth.txt -- EMP-NO, pay date of the period,
      *                authorised hours, approving manager). Each
      *                active employee's worked hours are totalled
      *                and the overtime over the cycle threshold
      *                (40 weekly, 80 fortnightly, 173 monthly, by the
      *                master's pay frequency) is compared with the
      *                hours authorised for the pay date being checked
      *                (BUSINESS_DATE, else today). Overtime beyond
      *                the authorisation is listed on the fix list so
      *                the branch can chase the approval before the
      *                run; the payroll pays only authorised overtime
      *                at the premium. It is a finding, not a gap.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      * 10/15/2026 SWL Public holidays come off the expected days.
      *                Each active employee's region is found through
      *                EMPLOYEEDATA's branch and the branch master;
      *                every holiday on the holiday master
      *                (PublicHolidays.txt, PUBHOL) for that region or
      *                for every region, inside the employee's pay
      *                period on PayCalendar.txt for the pay date
      *                being checked and inside the employment dates,
      *                takes one day off the expected count -- as the
      *                payroll does, so a holiday week no longer flags
      *                the whole workforce. Without a calendar row for
      *                the cycle the count stands as before.
      * 10/15/2026 SWL A timesheet row may now name the branch the day
      *                was worked at. A worked row naming a branch that
      *                is not active on the branch master is a finding,
      *                since the payroll would charge the day home
      *                instead.
      * 10/15/2026 SWL Second step of the payroll job stream. The check
      *                now checks in with RUNCTL as TSCHECK for the pay
      *                date with PAYEDIT as predecessor, so it refuses
      *                (RETURN-CODE 12) until the input edit has passed
      *                for the date, and is marked complete only when
      *                the payroll may run (RETURN-CODE under 8). Writes
      *                its RUNSTATS record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSCHECK.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT TIMESHEET-FILE ASSIGN TO DYNAMIC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

            SELECT OT-AUTH-FILE ASSIGN TO DYNAMIC WS-OT-AUTH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OTA-STATUS.

            SELECT PUBLIC-HOLIDAYS ASSIGN TO DYNAMIC WS-PUBHOL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHL-STATUS.

            SELECT PAY-CALENDAR ASSIGN TO DYNAMIC WS-PAYCAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

            SELECT BRANCH-MASTER ASSIGN TO DYNAMIC
            WS-BRANCH-MASTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           05 TS-HOURS PIC 9(2).
           05 TS-TYPE PIC X(1).
           05 TS-SHIFT PIC X(1).
           05 TS-BRANCH PIC 9(3).

       FD FIXLIST-FILE.
       01 FIXLIST-LINE PIC X(80).
           05 PARM-EXPECT-DAYS PIC 9(2).
           05 PARM-TOLERANCE PIC 9(3).

       FD OT-AUTH-FILE.
           COPY OTAUTH REPLACING OTA-REC-NAME BY OT-AUTH-REC
                                  OTA-EMP-NO-NAME BY OTA-EMP-NO
                                  OTA-PERIOD-NAME BY OTA-PERIOD
                                  OTA-HOURS-NAME BY OTA-HOURS
                                  OTA-MANAGER-NAME BY OTA-MANAGER.

       FD PUBLIC-HOLIDAYS.
           COPY PUBHOL REPLACING PHL-REC-NAME BY PUBHOL-REC
                                  PHL-DATE-NAME BY PHL-DATE
                                  PHL-REGION-NAME BY PHL-REGION
                                  PHL-NAME-NAME BY PHL-NAME
                                  PHL-PREMIUM-NAME BY PHL-PREMIUM.

       FD PAY-CALENDAR.
       01 PAYCAL-REC.
           05 PCL-FREQ PIC X(1).
           05 PCL-START PIC 9(8).
           05 PCL-END PIC 9(8).
           05 PCL-PAYDATE PIC 9(8).

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 FILLER PIC X(28).
           05 E-BRANCH PIC 9(3).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC X(2).
       01 WS-TS-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-OTA-STATUS PIC X(2).
       01 WS-PHL-STATUS PIC X(2).
       01 WS-CAL-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-PAY-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-EXPECT-DAYS PIC 9(2) VALUE 5.
       01 WS-TOLERANCE PIC 9(3) VALUE ZERO.
               10 WS-EMP-NAME PIC X(10).
               10 WS-EMP-DAYS PIC 9(2).
               10 WS-EMP-DATE PIC 9(8) OCCURS 31 TIMES.
               10 WS-EMP-OT-LIMIT PIC 9(3).
               10 WS-EMP-HOURS PIC 9(3).
               10 WS-EMP-AUTH PIC 9(3).
               10 WS-EMP-FREQ PIC X(1).
               10 WS-EMP-EFF PIC 9(8).
               10 WS-EMP-END PIC 9(8).
               10 WS-EMP-REGION PIC 9(2).
       01 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EMP-IDX PIC 9(3).
       01 WS-EMP-HIT PIC 9(3).
       01 WS-DAY-IDX PIC 9(2).
       01 WS-DUP-FOUND PIC X(1).

      * PUBLIC HOLIDAYS, THE BRANCH REGIONS AND THE CALENDAR PERIOD
      * OF EACH CYCLE FOR THE PAY DATE -- WHAT THE PAYROLL USES TO
      * TAKE A HOLIDAY OFF THE EXPECTED DAYS.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
               10 WS-HOL-DATE PIC 9(8).
               10 WS-HOL-REGION PIC 9(2).
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-IDX PIC 9(3).
       01 WS-HOL-DAYS PIC 9(2).
       01 WS-EMP-EXPECT PIC 9(2).
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-STAT PIC X(1).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BR-IDX PIC 9(3).
       01 WS-WRK-BR-OK PIC X(1).
       01 WS-FREQ-TABLE.
           05 WS-FREQ-ENTRY OCCURS 3 TIMES.
               10 WS-FRQ-CODE PIC X(1).
               10 WS-FRQ-START PIC 9(8).
               10 WS-FRQ-END PIC 9(8).
       01 WS-FRQ-IDX PIC 9(1).
       01 WS-FRQ-HIT PIC 9(1).
       01 WS-PER-FROM PIC 9(8).
       01 WS-PER-TO PIC 9(8).

       77 WS-FINDING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GAP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OT-UNAUTH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OT-HOURS PIC 9(3).
       01 WS-OT-EXCESS PIC 9(3).

       01 WS-FIX-DETAIL.
           05 WS-FX-EMP-NO PIC X(5).
       01 WS-TIMESHEET-PATH PIC X(60).
       01 WS-FIXLIST-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
       01 WS-OT-AUTH-PATH PIC X(60).
       01 WS-PUBHOL-PATH PIC X(60).
       01 WS-PAYCAL-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'TSCHECK'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-RUNSTATS
                                    RST-PROGRAM-NAME BY WS-RS-PROGRAM
                                    RST-DATE-NAME BY WS-RS-DATE
                                    RST-START-NAME BY WS-RS-START
                                    RST-END-NAME BY WS-RS-END
                                    RST-READ-NAME BY WS-RS-READ
                                    RST-WRITTEN-NAME BY WS-RS-WRITTEN
                                    RST-REJECTED-NAME
                                        BY WS-RS-REJECTED
                                    RST-RC-NAME BY WS-RS-RC.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 FINDINGS WITHIN
      * TOLERANCE, 8 GAPS EXCEED THE TOLERANCE AND THE PAYROLL STEP
      * MUST NOT RUN, 12 THE EMPLOYEE MASTER COULD NOT BE OPENED OR
      * RUN CONTROL REFUSED THE CHECK.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM READ-PARM.
            PERFORM RUNCTL-START-PARA.
            PERFORM LOAD-ACTIVE-PARA.
            IF WS-RETURN-CODE = 12
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT FIXLIST-FILE.
            MOVE "TIMESHEET COMPLETENESS FIX LIST" TO FIXLIST-LINE.
            WRITE FIXLIST-LINE.
            PERFORM LOAD-BRANCHES-PARA.
            PERFORM SCAN-TIMESHEET-PARA.
            PERFORM LOAD-REGIONS-PARA.
            PERFORM LOAD-HOLIDAY-PARA.
            PERFORM LOAD-PAYCAL-PARA.
            PERFORM LOAD-OT-AUTH-PARA.
            PERFORM CHECK-GAPS-PARA.
            PERFORM CHECK-OVERTIME-PARA.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE FIXLIST-FILE.
            IF WS-RETURN-CODE < 8
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       RUNCTL-START-PARA.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-PAY-DATE TO WS-RUNCTL-DATE.
            MOVE 'PAYEDIT' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - TSCHECK ALREADY COMPLETE FOR "
                    WS-PAY-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - PAYEDIT NOT COMPLETE FOR "
                    WS-PAY-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-RUNSTATS-PARA.
            MOVE 'TSCHECK' TO WS-RS-PROGRAM.
            MOVE WS-PAY-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-EMP-COUNT TO WS-RS-READ.
            MOVE WS-FINDING-COUNT TO WS-RS-WRITTEN.
            MOVE WS-GAP-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       READ-PARM.
            ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-PAY-DATE
            END-IF.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                READ PARM-FILE
                MOVE MST-NO TO WS-EMP-NO(WS-EMP-COUNT)
                MOVE MST-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-DAYS(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-HOURS(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-AUTH(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-REGION(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-EFF(WS-EMP-COUNT)
                MOVE ZERO TO WS-EMP-END(WS-EMP-COUNT)
                IF MST-EFF-DATE IS NUMERIC
                    MOVE MST-EFF-DATE TO WS-EMP-EFF(WS-EMP-COUNT)
                END-IF
                IF MST-END-DATE IS NUMERIC
                    MOVE MST-END-DATE TO WS-EMP-END(WS-EMP-COUNT)
                END-IF
                IF MST-FREQ = 'F' OR MST-FREQ = 'M'
                    MOVE MST-FREQ TO WS-EMP-FREQ(WS-EMP-COUNT)
                ELSE
                    MOVE 'W' TO WS-EMP-FREQ(WS-EMP-COUNT)
                END-IF
      *         THE PAYROLL'S OVERTIME THRESHOLD FOR THE CYCLE; A
      *         BLANK FREQUENCY IS WEEKLY, AS IN THE PAYROLL.
                EVALUATE MST-FREQ
                    WHEN 'F'
                        MOVE 80 TO WS-EMP-OT-LIMIT(WS-EMP-COUNT)
                    WHEN 'M'
                        MOVE 173 TO WS-EMP-OT-LIMIT(WS-EMP-COUNT)
                    WHEN OTHER
                        MOVE 40 TO WS-EMP-OT-LIMIT(WS-EMP-COUNT)
                END-EVALUATE
            ELSE
                DISPLAY "EMPLOYEE TABLE FULL - " MST-NO
                    " NOT CHECKED"
                    END-STRING
                    PERFORM WRITE-FINDING-PARA
                END-IF
                IF TS-TYPE NOT = 'H' AND TS-TYPE NOT = 'S' AND
                    TS-TYPE NOT = 'U' AND TS-BRANCH IS NUMERIC AND
                    TS-BRANCH NOT = ZERO AND WS-BRANCH-COUNT > ZERO
                    PERFORM CHECK-WORK-BRANCH-PARA
                END-IF
      *         WORKED HOURS ARE TOTALLED THE WAY THE PAYROLL TOTALS
      *         THEM -- EVERY VALID WORKED ROW, LEAVE DAYS EXCLUDED.
                IF TS-TYPE NOT = 'H' AND TS-TYPE NOT = 'S' AND
                    TS-TYPE NOT = 'U' AND TS-HOURS IS NUMERIC AND
                    TS-HOURS NOT > 24
                    ADD TS-HOURS TO WS-EMP-HOURS(WS-EMP-HIT)
                END-IF
            END-IF.

       CHECK-WORK-BRANCH-PARA.
      *     THE WORKED-AT BRANCH MUST BE ACTIVE ON THE BRANCH MASTER,
      *     OR THE PAYROLL CHARGES THE DAY TO THE HOME BRANCH.
            MOVE 'N' TO WS-WRK-BR-OK.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                IF WS-BR-CODE(WS-BR-IDX) = TS-BRANCH
                    IF WS-BR-STAT(WS-BR-IDX) NOT = 'I'
                        MOVE 'Y' TO WS-WRK-BR-OK
                    END-IF
                    MOVE WS-BRANCH-COUNT TO WS-BR-IDX
                END-IF
            END-PERFORM.
            IF WS-WRK-BR-OK = 'N'
                MOVE TS-EMP-NO TO WS-FX-EMP-NO
                MOVE WS-EMP-NAME(WS-EMP-HIT) TO WS-FX-NAME
                MOVE SPACES TO WS-FX-TEXT
                STRING 'BRANCH ' DELIMITED BY SIZE
                    TS-BRANCH DELIMITED BY SIZE
                    ' NOT ACTIVE ON ' DELIMITED BY SIZE
                    TS-DATE DELIMITED BY SIZE
                    INTO WS-FX-TEXT
                END-STRING
                PERFORM WRITE-FINDING-PARA
            END-IF.

       CHECK-DUP-DAY-PARA.
       CHECK-GAPS-PARA.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                PERFORM COUNT-HOLIDAYS-PARA
                IF WS-EMP-DAYS(WS-EMP-IDX) = ZERO
                    ADD 1 TO WS-GAP-COUNT
                    MOVE WS-EMP-NO(WS-EMP-IDX) TO WS-FX-EMP-NO
                    MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-FX-NAME
                    MOVE "NO TIMESHEET AT ALL" TO WS-FX-TEXT
                    PERFORM WRITE-FINDING-PARA
                ELSE IF WS-EMP-DAYS(WS-EMP-IDX) < WS-EMP-EXPECT
                    ADD 1 TO WS-GAP-COUNT
                    MOVE WS-EMP-NO(WS-EMP-IDX) TO WS-FX-EMP-NO
                    MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-FX-NAME
                    MOVE SPACES TO WS-FX-TEXT
                    IF WS-HOL-DAYS > ZERO
                        STRING 'MISSING DAYS - ' DELIMITED BY SIZE
                            WS-EMP-DAYS(WS-EMP-IDX) DELIMITED BY SIZE
                            ' OF ' DELIMITED BY SIZE
                            WS-EMP-EXPECT DELIMITED BY SIZE
                            ' (' DELIMITED BY SIZE
                            WS-HOL-DAYS DELIMITED BY SIZE
                            ' PUB HOL)' DELIMITED BY SIZE
                            INTO WS-FX-TEXT
                        END-STRING
                    ELSE
                        STRING 'MISSING DAYS - ' DELIMITED BY SIZE
                            WS-EMP-DAYS(WS-EMP-IDX) DELIMITED BY SIZE
                            ' OF ' DELIMITED BY SIZE
                            WS-EMP-EXPECT DELIMITED BY SIZE
                            INTO WS-FX-TEXT
                        END-STRING
                    END-IF
                    PERFORM WRITE-FINDING-PARA
                END-IF END-IF
            END-PERFORM.

       COUNT-HOLIDAYS-PARA.
      *     THE EMPLOYEE'S HOLIDAYS ARE THOSE FOR EVERY REGION OR FOR
      *     THE BRANCH'S REGION THAT FALL IN THE CYCLE'S CALENDAR
      *     PERIOD WHILE EMPLOYED; EACH ONE COMES OFF THE EXPECTED
      *     DAYS. A CYCLE WITH NO CALENDAR ROW HAS NO PERIOD, SO THE
      *     COUNT STANDS.
            MOVE ZERO TO WS-HOL-DAYS.
            MOVE 1 TO WS-FRQ-HIT.
            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                UNTIL WS-FRQ-IDX > 3
                IF WS-FRQ-CODE(WS-FRQ-IDX) = WS-EMP-FREQ(WS-EMP-IDX)
                    MOVE WS-FRQ-IDX TO WS-FRQ-HIT
                    MOVE 3 TO WS-FRQ-IDX
                END-IF
            END-PERFORM.
            MOVE WS-FRQ-START(WS-FRQ-HIT) TO WS-PER-FROM.
            MOVE WS-FRQ-END(WS-FRQ-HIT) TO WS-PER-TO.
            IF WS-EMP-EFF(WS-EMP-IDX) > WS-PER-FROM
                MOVE WS-EMP-EFF(WS-EMP-IDX) TO WS-PER-FROM
            END-IF.
            IF WS-EMP-END(WS-EMP-IDX) > ZERO AND
                WS-EMP-END(WS-EMP-IDX) < WS-PER-TO
                MOVE WS-EMP-END(WS-EMP-IDX) TO WS-PER-TO
            END-IF.
            IF WS-FRQ-START(WS-FRQ-HIT) > ZERO
                PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-COUNT
                    IF (WS-HOL-REGION(WS-HOL-IDX) = ZERO OR
                        WS-HOL-REGION(WS-HOL-IDX) =
                            WS-EMP-REGION(WS-EMP-IDX)) AND
                        WS-HOL-DATE(WS-HOL-IDX) NOT < WS-PER-FROM AND
                        WS-HOL-DATE(WS-HOL-IDX) NOT > WS-PER-TO
                        ADD 1 TO WS-HOL-DAYS
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-HOL-DAYS < WS-EXPECT-DAYS
                COMPUTE WS-EMP-EXPECT = WS-EXPECT-DAYS - WS-HOL-DAYS
            ELSE
                MOVE ZERO TO WS-EMP-EXPECT
            END-IF.

       LOAD-BRANCHES-PARA.
      *     A BLANK OR ZERO REGION ON THE BRANCH MASTER IS THE
      *     HUNDREDS DIGIT, AS IN THE PAYROLL.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-BRANCH-COUNT < 500 AND
                            BM-BRANCH-CODE IS NUMERIC
                            ADD 1 TO WS-BRANCH-COUNT
                            MOVE BM-BRANCH-CODE
                                TO WS-BR-CODE(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-STAT
                                TO WS-BR-STAT(WS-BRANCH-COUNT)
                            IF BM-BRANCH-REGION IS NUMERIC AND
                                BM-BRANCH-REGION NOT = ZERO
                                MOVE BM-BRANCH-REGION
                                    TO WS-BR-REGION(WS-BRANCH-COUNT)
                            ELSE
                                COMPUTE WS-BR-REGION(WS-BRANCH-COUNT)
                                    = BM-BRANCH-CODE / 100
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       LOAD-REGIONS-PARA.
      *     THE MASTER CARRIES NO BRANCH, SO THE REGION COMES FROM
      *     THE PAYROLL INPUT'S BRANCH THROUGH THE BRANCH MASTER. AN
      *     EMPLOYEE NOT FOUND GETS ONLY THE HOLIDAYS FOR EVERY
      *     REGION.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-EMP-REGION-PARA
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       POST-EMP-REGION-PARA.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-NO(WS-EMP-IDX) = E-NO
                    PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                        UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                        IF WS-BR-CODE(WS-BR-IDX) = E-BRANCH
                            MOVE WS-BR-REGION(WS-BR-IDX)
                                TO WS-EMP-REGION(WS-EMP-IDX)
                            MOVE WS-BRANCH-COUNT TO WS-BR-IDX
                        END-IF
                    END-PERFORM
                    MOVE WS-EMP-COUNT TO WS-EMP-IDX
                END-IF
            END-PERFORM.

       LOAD-HOLIDAY-PARA.
            MOVE ZERO TO WS-HOL-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PUBLIC-HOLIDAYS.
            IF WS-PHL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PUBLIC-HOLIDAYS
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PHL-DATE IS NUMERIC AND WS-HOL-COUNT < 200
                            ADD 1 TO WS-HOL-COUNT
                            MOVE PHL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                            IF PHL-REGION IS NUMERIC
                                MOVE PHL-REGION
                                    TO WS-HOL-REGION(WS-HOL-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO WS-HOL-REGION(WS-HOL-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PHL-STATUS = '00' OR WS-PHL-STATUS = '10'
                CLOSE PUBLIC-HOLIDAYS
            END-IF.

       LOAD-PAYCAL-PARA.
      *     THE PERIOD OF EACH CYCLE PAID ON THE DATE BEING CHECKED.
            MOVE 'W' TO WS-FRQ-CODE(1).
            MOVE 'F' TO WS-FRQ-CODE(2).
            MOVE 'M' TO WS-FRQ-CODE(3).
            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                UNTIL WS-FRQ-IDX > 3
                MOVE ZERO TO WS-FRQ-START(WS-FRQ-IDX)
                MOVE ZERO TO WS-FRQ-END(WS-FRQ-IDX)
            END-PERFORM.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAY-CALENDAR.
            IF WS-CAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAY-CALENDAR
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PCL-PAYDATE IS NUMERIC AND
                            PCL-PAYDATE = WS-PAY-DATE
                            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                                UNTIL WS-FRQ-IDX > 3
                                IF WS-FRQ-CODE(WS-FRQ-IDX) = PCL-FREQ
                                    MOVE PCL-START
                                        TO WS-FRQ-START(WS-FRQ-IDX)
                                    MOVE PCL-END
                                        TO WS-FRQ-END(WS-FRQ-IDX)
                                    MOVE 3 TO WS-FRQ-IDX
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
                CLOSE PAY-CALENDAR
            END-IF.

       LOAD-OT-AUTH-PARA.
      *     ONLY APPROVALS FOR THE PAY DATE BEING CHECKED COUNT;
      *     SEVERAL ROWS FOR ONE EMPLOYEE ADD TOGETHER.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT OT-AUTH-FILE.
            IF WS-OTA-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OT-AUTH-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF OTA-PERIOD = WS-PAY-DATE AND
                            OTA-HOURS IS NUMERIC
                            PERFORM POST-OT-AUTH-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OTA-STATUS = '00' OR WS-OTA-STATUS = '10'
                CLOSE OT-AUTH-FILE
            END-IF.

       POST-OT-AUTH-PARA.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-NO(WS-EMP-IDX) = OTA-EMP-NO
                    ADD OTA-HOURS TO WS-EMP-AUTH(WS-EMP-IDX)
                    MOVE WS-EMP-COUNT TO WS-EMP-IDX
                END-IF
            END-PERFORM.

       CHECK-OVERTIME-PARA.
            PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT
                IF WS-EMP-HOURS(WS-EMP-IDX) >
                    WS-EMP-OT-LIMIT(WS-EMP-IDX)
                    COMPUTE WS-OT-HOURS = WS-EMP-HOURS(WS-EMP-IDX)
                        - WS-EMP-OT-LIMIT(WS-EMP-IDX)
                    IF WS-OT-HOURS > WS-EMP-AUTH(WS-EMP-IDX)
                        PERFORM WRITE-OT-FINDING-PARA
                    END-IF
                END-IF
            END-PERFORM.

       WRITE-OT-FINDING-PARA.
            COMPUTE WS-OT-EXCESS =
                WS-OT-HOURS - WS-EMP-AUTH(WS-EMP-IDX).
            ADD 1 TO WS-OT-UNAUTH-COUNT.
            MOVE WS-EMP-NO(WS-EMP-IDX) TO WS-FX-EMP-NO.
            MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-FX-NAME.
            MOVE SPACES TO WS-FX-TEXT.
            STRING 'OT HRS ' DELIMITED BY SIZE
                WS-OT-HOURS DELIMITED BY SIZE
                ' AUTH ' DELIMITED BY SIZE
                WS-EMP-AUTH(WS-EMP-IDX) DELIMITED BY SIZE
                ' NOT AUTHORISED ' DELIMITED BY SIZE
                WS-OT-EXCESS DELIMITED BY SIZE
                INTO WS-FX-TEXT
            END-STRING.
            PERFORM WRITE-FINDING-PARA.

       WRITE-FINDING-PARA.
            MOVE WS-FIX-DETAIL TO FIXLIST-LINE.
            WRITE FIXLIST-LINE.
                WS-GAP-COUNT DELIMITED BY SIZE
                ' TOLERANCE ' DELIMITED BY SIZE
                WS-TOLERANCE DELIMITED BY SIZE
                ' OT UNAUTHORISED ' DELIMITED BY SIZE
                WS-OT-UNAUTH-COUNT DELIMITED BY SIZE
                INTO FIXLIST-LINE
            END-STRING.
            WRITE FIXLIST-LINE.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OtAuth.txt'
                TO WS-OT-AUTH-PATH
            ACCEPT WS-OT-AUTH-PATH FROM ENVIRONMENT 'OT_AUTH_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PublicHolidays.txt'
                TO WS-PUBHOL-PATH
            ACCEPT WS-PUBHOL-PATH FROM ENVIRONMENT 'PUBLIC_HOLIDAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayCalendar.txt'
                TO WS-PAYCAL-PATH
            ACCEPT WS-PAYCAL-PATH FROM ENVIRONMENT 'PAY_CALENDAR'
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
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM TSCHECK.
