      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: WEEKLY AND MONTH-END JOB-STREAM GATE AND CALENDAR
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- first and last step of the
      *                weekly (COBRD2WK) and month-end (COBRD2ME) job
      *                streams, which are submitted every night after
      *                the close and decide for themselves whether
      *                they are due. STREAM_NAME names the stream
      *                (WEEKLY or MONTHEND) and STREAM_FUNC the step
      *                (START or END). START reads the processing
      *                calendar (ProcessingCalendar.txt, PROCCAL
      *                layout -- holidays and extra working days over
      *                a standing Monday-to-Friday week) and works out
      *                whether the business date is the last working
      *                day of the week (weekly) or of the accounting
      *                period on AccountPeriods.txt (month-end; the
      *                calendar month when the date is in no period),
      *                so a week or period ending on a weekend or a
      *                holiday is run on the working night before it.
      *                A due stream is checked in with RUNCTL under
      *                its own name with CLOSESUM as predecessor, so
      *                it refuses to start until that night's close
      *                has ended, and a second run of a completed
      *                stream is refused; the month-end START also
      *                writes the period to MonthEndParm.txt for
      *                MONTHEND and BUDGETRPT. END completes the
      *                stream in the registry once its steps have run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAMCTL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
           SELECT PERIOD-MASTER ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRD-STATUS.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
           COPY PROCCAL REPLACING PCL-REC-NAME BY CALENDAR-REC
                                   PCL-DATE-NAME BY CAL-DATE
                                   PCL-TYPE-NAME BY CAL-TYPE
                                   PCL-DESC-NAME BY CAL-DESC.

       FD PERIOD-MASTER.
           COPY PERIODMST REPLACING PRD-REC-NAME BY PERIOD-MASTER-REC
                                     PRD-ID-NAME BY PM-PERIOD-ID
                                     PRD-START-NAME BY PM-START
                                     PRD-END-NAME BY PM-END
                                     PRD-STATUS-NAME BY PM-STATUS
                                     PRD-CHGDATE-NAME BY PM-CHGDATE
                                     PRD-CHGUSER-NAME BY PM-CHGUSER
                                     PRD-NOTE-NAME BY PM-NOTE.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-PERIOD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC X(2).
       01 WS-PRD-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-STREAM PIC X(8).
       01 WS-FUNC PIC X(5).

      * DAYS OF THE STANDING WEEK THAT ARE NOT WORKED, AS DAY NUMBERS
      * (1 = MONDAY .. 7 = SUNDAY), AND THE DAY THE WEEK ENDS ON FOR
      * THE WEEKLY STREAM -- BOTH OVERRIDABLE FROM THE ENVIRONMENT.
       01 WS-NONWORK-DAYS PIC X(7) VALUE '67'.
       01 WS-NONWORK-X PIC X(7).
       01 WS-WEEK-END-X PIC X(1).
       01 WS-WEEK-END-DAY PIC 9(1) VALUE 7.

      * PROCESSING-CALENDAR EXCEPTIONS -- H A NON-WORKING DATE, W A
      * WORKING ONE. DATES NOT LISTED FOLLOW THE STANDING WEEK.
       77 MAX-CAL-COUNT PIC 9(3) VALUE 500.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CAL-DATE PIC 9(8).
               10 WS-CAL-TYPE PIC X(1).
               10 WS-CAL-DESC PIC X(30).
       01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAL-IDX PIC 9(3).
       01 WS-CAL-HIT PIC X(1).
       01 WS-CAL-SKIPPED PIC 9(3) VALUE ZERO.

      * THE DATE BEING TESTED, AND WHAT THE CALENDAR SAYS ABOUT IT.
       01 WS-CHK-DATE PIC 9(8).
       01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05 WS-CHK-YEAR PIC 9(4).
           05 WS-CHK-MONTH PIC 9(2).
           05 WS-CHK-DAY PIC 9(2).
       01 WS-WORKING PIC X(1).
       01 WS-WORK-DESC PIC X(30).
       01 WS-DOW PIC 9(1).
       01 WS-DOW-X PIC X(1).
       01 WS-DOW-TALLY PIC 9(2).

      * THE LAST DAY OF THE WEEK OR PERIOD THE STREAM CLOSES, AND
      * WHETHER ANY WORKING DAY IS LEFT BETWEEN TONIGHT AND IT.
       01 WS-LIMIT-DATE PIC 9(8).
       01 WS-NEXT-WORKING PIC 9(8).
       01 WS-DUE PIC X(1).
       01 WS-DAYS-LEFT PIC S9(2).
       01 WS-DAY-STEP PIC 9(2).

       01 WS-PERIOD-ID PIC 9(6).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PERIOD-FOUND PIC X(1).

      * DAYS IN EACH MONTH, FOR STEPPING A DATE FORWARD AND FOR THE
      * END OF A CALENDAR-MONTH PERIOD. FEBRUARY IS ADJUSTED FOR A
      * LEAP YEAR WHEN IT IS USED.
       01 WS-MONTH-DAYS-LIST PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-LAST-DAY PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM4 PIC 9(3).
       01 WS-LEAP-REM100 PIC 9(3).
       01 WS-LEAP-REM400 PIC 9(3).

      * ZELLER'S CONGRUENCE WORK FIELDS -- GIVES THE DAY OF WEEK
      * (1 = MONDAY .. 7 = SUNDAY) OF WS-CHK-DATE.
       01 WS-ZC-Y PIC 9(4).
       01 WS-ZC-M PIC 9(2).
       01 WS-ZC-K PIC 9(2).
       01 WS-ZC-H PIC S9(7).
       01 WS-ZC-T PIC 9(7).
       01 WS-ZC-W1 PIC 9(5).
       01 WS-ZC-W2 PIC 9(5).
       01 WS-ZC-W3 PIC 9(5).
       01 WS-ZC-W4 PIC 9(5).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8).
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

       01 WS-CALENDAR-PATH PIC X(60).
       01 WS-PERIOD-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 THE STREAM IS DUE AND HAS
      * STARTED (OR, FOR END, HAS BEEN COMPLETED), 4 THE STREAM IS
      * NOT DUE TONIGHT SO ITS STEPS ARE SKIPPED, 12 THE RUN WAS
      * REFUSED (THE NIGHT'S CLOSE HAS NOT ENDED, THE STREAM ALREADY
      * COMPLETED FOR THE DATE, OR AN UNKNOWN STREAM OR FUNCTION).
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
            MOVE SPACES TO WS-STREAM.
            ACCEPT WS-STREAM FROM ENVIRONMENT 'STREAM_NAME'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-FUNC.
            ACCEPT WS-FUNC FROM ENVIRONMENT 'STREAM_FUNC'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-FUNC = SPACES
                MOVE 'START' TO WS-FUNC
            END-IF.
            IF WS-STREAM NOT = 'WEEKLY' AND WS-STREAM NOT = 'MONTHEND'
                DISPLAY "STREAM_NAME '" WS-STREAM "' IS NOT WEEKLY OR "
                    "MONTHEND - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-STREAM TO WS-RUNCTL-JOB.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            IF WS-FUNC = 'START'
                PERFORM START-STREAM-PARA THRU START-STREAM-EXIT
            ELSE IF WS-FUNC = 'END'
                PERFORM END-STREAM-PARA
            ELSE
                DISPLAY "STREAM_FUNC '" WS-FUNC "' IS NOT START OR "
                    "END - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       START-STREAM-PARA.
            PERFORM LOAD-CALENDAR-PARA.
            MOVE WS-RUN-DATE TO WS-CHK-DATE.
            PERFORM WORKING-DAY-PARA.
            IF WS-WORKING = 'N'
                DISPLAY WS-STREAM " STREAM NOT DUE - " WS-RUN-DATE
                    " IS NOT A WORKING DAY (" WS-WORK-DESC ")"
                MOVE 4 TO WS-RETURN-CODE
                GO TO START-STREAM-EXIT
            END-IF.
            IF WS-STREAM = 'WEEKLY'
                PERFORM WEEK-END-PARA
            ELSE
                PERFORM PERIOD-END-PARA
            END-IF.
            PERFORM LAST-WORKING-PARA.
            IF WS-DUE = 'N'
                DISPLAY WS-STREAM " STREAM NOT DUE FOR " WS-RUN-DATE
                    " - " WS-NEXT-WORKING " IS A LATER WORKING DAY "
                    "ON OR BEFORE " WS-LIMIT-DATE
                MOVE 4 TO WS-RETURN-CODE
                GO TO START-STREAM-EXIT
            END-IF.
            IF WS-STREAM = 'WEEKLY'
                DISPLAY "WEEKLY STREAM DUE FOR " WS-RUN-DATE
                    " - LAST WORKING DAY OF THE WEEK ENDING "
                    WS-LIMIT-DATE
            ELSE
                DISPLAY "MONTHEND STREAM DUE FOR " WS-RUN-DATE
                    " - LAST WORKING DAY OF PERIOD " WS-PERIOD-ID
                    " ENDING " WS-LIMIT-DATE
            END-IF.
            IF WS-LIMIT-DATE > WS-RUN-DATE
                DISPLAY "  NO WORKING DAY IS LEFT BEFORE "
                    WS-LIMIT-DATE " - THE STREAM RUNS TONIGHT"
            END-IF.
      *     THE CLOSE SUMMARY IS THE NIGHT'S LAST CLOSE STEP AND ONLY
      *     RUNS AFTER THE ROLL-FORWARD COMPLETED, SO ITS ENTRY BEING
      *     COMPLETE IS WHAT "THE CLOSE HAS ENDED" MEANS HERE.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE 'CLOSESUM' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY WS-STREAM " STREAM REFUSED - THE CLOSE HAS "
                    "NOT ENDED (CLOSESUM NOT COMPLETE) FOR "
                    WS-RUN-DATE
                MOVE 12 TO WS-RETURN-CODE
                GO TO START-STREAM-EXIT
            END-IF.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY WS-STREAM " STREAM REFUSED - ALREADY COMPLETE "
                    "FOR " WS-RUN-DATE
                MOVE 12 TO WS-RETURN-CODE
                GO TO START-STREAM-EXIT
            END-IF.
            IF WS-STREAM = 'MONTHEND'
                PERFORM WRITE-PARM-PARA
            END-IF.
            DISPLAY WS-STREAM " STREAM STARTED FOR " WS-RUN-DATE.

       START-STREAM-EXIT.
            EXIT.

       END-STREAM-PARA.
            MOVE 'END' TO WS-RUNCTL-FUNC.
            MOVE SPACES TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            DISPLAY WS-STREAM " STREAM COMPLETE FOR " WS-RUN-DATE.

       WEEK-END-PARA.
      *     THE WEEK CLOSES ON WS-WEEK-END-DAY; STEP TONIGHT'S DATE
      *     FORWARD TO IT (NO STEPS WHEN TONIGHT IS THAT DAY).
            MOVE WS-RUN-DATE TO WS-CHK-DATE.
            PERFORM DAY-OF-WEEK-PARA.
            COMPUTE WS-DAYS-LEFT = WS-WEEK-END-DAY - WS-DOW.
            IF WS-DAYS-LEFT < ZERO
                ADD 7 TO WS-DAYS-LEFT
            END-IF.
            PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                UNTIL WS-DAY-STEP > WS-DAYS-LEFT
                PERFORM NEXT-DAY-PARA
            END-PERFORM.
            MOVE WS-CHK-DATE TO WS-LIMIT-DATE.

       PERIOD-END-PARA.
      *     THE ACCOUNTING PERIOD HOLDING TONIGHT'S DATE DECIDES THE
      *     MONTH-END (FINANCE MAY RUN A 4-4-5 CALENDAR); A DATE IN NO
      *     PERIOD FALLS BACK TO ITS CALENDAR MONTH.
            MOVE 'N' TO WS-PERIOD-FOUND.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PERIOD-MASTER.
            IF WS-PRD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PERIOD-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PM-START IS NUMERIC AND PM-END IS NUMERIC
                            AND PM-START NOT > WS-RUN-DATE
                            AND PM-END NOT < WS-RUN-DATE
                            MOVE PM-PERIOD-ID TO WS-PERIOD-ID
                            MOVE PM-END TO WS-PERIOD-END
                            MOVE 'Y' TO WS-PERIOD-FOUND
                            MOVE 'Y' TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRD-STATUS = '00' OR WS-PRD-STATUS = '10'
                CLOSE PERIOD-MASTER
            END-IF.
            IF WS-PERIOD-FOUND = 'N'
                MOVE WS-RUN-DATE TO WS-CHK-DATE
                PERFORM MONTH-LENGTH-PARA
                COMPUTE WS-PERIOD-ID = WS-CHK-YEAR * 100 + WS-CHK-MONTH
                MOVE WS-LAST-DAY TO WS-CHK-DAY
                MOVE WS-CHK-DATE TO WS-PERIOD-END
                DISPLAY "  " WS-RUN-DATE " IS IN NO PERIOD ON THE "
                    "PERIOD MASTER - CALENDAR MONTH " WS-PERIOD-ID
                    " USED"
            END-IF.
            MOVE WS-PERIOD-END TO WS-LIMIT-DATE.

       LAST-WORKING-PARA.
      *     TONIGHT IS THE STREAM'S NIGHT WHEN NO WORKING DAY IS LEFT
      *     AFTER IT UP TO AND INCLUDING THE LIMIT DATE -- WHICH IS
      *     WHAT MOVES A WEEK OR PERIOD ENDING ON A WEEKEND OR A
      *     HOLIDAY BACK TO THE WORKING NIGHT BEFORE IT.
            MOVE 'Y' TO WS-DUE.
            MOVE WS-RUN-DATE TO WS-CHK-DATE.
            PERFORM NEXT-DAY-PARA.
            PERFORM UNTIL WS-CHK-DATE > WS-LIMIT-DATE OR WS-DUE = 'N'
                PERFORM WORKING-DAY-PARA
                IF WS-WORKING = 'Y'
                    MOVE 'N' TO WS-DUE
                    MOVE WS-CHK-DATE TO WS-NEXT-WORKING
                ELSE
                    PERFORM NEXT-DAY-PARA
                END-IF
            END-PERFORM.

       WORKING-DAY-PARA.
      *     A CALENDAR ROW FOR THE DATE DECIDES; OTHERWISE THE
      *     STANDING WEEK DOES.
            MOVE 'Y' TO WS-WORKING.
            MOVE SPACES TO WS-WORK-DESC.
            MOVE 'N' TO WS-CAL-HIT.
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
                IF WS-CAL-DATE(WS-CAL-IDX) = WS-CHK-DATE
                    IF WS-CAL-TYPE(WS-CAL-IDX) = 'H'
                        MOVE 'N' TO WS-WORKING
                    END-IF
                    MOVE WS-CAL-DESC(WS-CAL-IDX) TO WS-WORK-DESC
                    MOVE WS-CAL-COUNT TO WS-CAL-IDX
                    MOVE 'Y' TO WS-CAL-HIT
                END-IF
            END-PERFORM.
            IF WS-CAL-HIT = 'N'
                PERFORM DAY-OF-WEEK-PARA
                MOVE WS-DOW TO WS-DOW-X
                MOVE ZERO TO WS-DOW-TALLY
                INSPECT WS-NONWORK-DAYS TALLYING WS-DOW-TALLY
                    FOR ALL WS-DOW-X
                IF WS-DOW-TALLY > ZERO
                    MOVE 'N' TO WS-WORKING
                    MOVE 'STANDING NON-WORKING DAY' TO WS-WORK-DESC
                END-IF
            END-IF.

       NEXT-DAY-PARA.
            PERFORM MONTH-LENGTH-PARA.
            IF WS-CHK-DAY < WS-LAST-DAY
                ADD 1 TO WS-CHK-DAY
            ELSE
                MOVE 1 TO WS-CHK-DAY
                IF WS-CHK-MONTH < 12
                    ADD 1 TO WS-CHK-MONTH
                ELSE
                    MOVE 1 TO WS-CHK-MONTH
                    ADD 1 TO WS-CHK-YEAR
                END-IF
            END-IF.

       MONTH-LENGTH-PARA.
            MOVE WS-MONTH-DAYS(WS-CHK-MONTH) TO WS-LAST-DAY.
            IF WS-CHK-MONTH = 2
                DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM4
                DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM100
                DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM400
                IF WS-LEAP-REM400 = ZERO OR
                    (WS-LEAP-REM4 = ZERO AND WS-LEAP-REM100 > ZERO)
                    MOVE 29 TO WS-LAST-DAY
                END-IF
            END-IF.

       DAY-OF-WEEK-PARA.
      *     ZELLER'S CONGRUENCE ON WS-CHK-DATE, GIVING WS-DOW AS
      *     1 = MONDAY .. 7 = SUNDAY.
            MOVE WS-CHK-YEAR TO WS-ZC-Y.
            MOVE WS-CHK-MONTH TO WS-ZC-M.
            MOVE WS-CHK-DAY TO WS-ZC-K.
            IF WS-ZC-M < 3
                ADD 12 TO WS-ZC-M
                SUBTRACT 1 FROM WS-ZC-Y
            END-IF.
      *     THE CONGRUENCE NEEDS EVERY DIVISION TRUNCATED, SO EACH
      *     ONE GOES THROUGH ITS OWN INTEGER WORK FIELD INSTEAD OF
      *     RIDING A COMPUTE'S FRACTIONAL INTERMEDIATES.
            COMPUTE WS-ZC-W1 = (13 * (WS-ZC-M + 1)) / 5.
            COMPUTE WS-ZC-W2 = WS-ZC-Y / 4.
            COMPUTE WS-ZC-W3 = WS-ZC-Y / 100.
            COMPUTE WS-ZC-W4 = WS-ZC-Y / 400.
            COMPUTE WS-ZC-H =
                WS-ZC-K + WS-ZC-W1 + WS-ZC-Y
                + WS-ZC-W2 - WS-ZC-W3 + WS-ZC-W4.
      *     REMAINDER BY TRUNCATING DIVISION -- ZELLER'S 0 IS A
      *     SATURDAY, SO SHIFT BY 5 TO LAND MONDAY ON 1.
            ADD 5 TO WS-ZC-H.
            COMPUTE WS-ZC-T = WS-ZC-H / 7.
            COMPUTE WS-DOW = WS-ZC-H - (WS-ZC-T * 7) + 1.

       LOAD-CALENDAR-PARA.
      *     AN ABSENT CALENDAR LEAVES THE STANDING WEEK ALONE IN
      *     CHARGE -- SAID, BECAUSE HOLIDAYS WILL THEN BE MISSED.
            MOVE ZERO TO WS-CAL-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CALENDAR-FILE.
            IF WS-CAL-STATUS NOT = '00'
                DISPLAY "PROCESSING CALENDAR NOT FOUND - STANDING "
                    "WEEK ONLY, NO HOLIDAYS"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CALENDAR-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM LOAD-ONE-DATE-PARA
                END-READ
            END-PERFORM.
            IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
                CLOSE CALENDAR-FILE
            END-IF.
            IF WS-CAL-SKIPPED > ZERO
                DISPLAY "  " WS-CAL-SKIPPED " PROCESSING CALENDAR "
                    "LINE(S) SKIPPED - NOT A DATE WITH TYPE H OR W"
            END-IF.

       LOAD-ONE-DATE-PARA.
            IF CAL-DATE IS NOT NUMERIC OR
                (CAL-TYPE NOT = 'H' AND CAL-TYPE NOT = 'W')
                ADD 1 TO WS-CAL-SKIPPED
            ELSE IF WS-CAL-COUNT < MAX-CAL-COUNT
                ADD 1 TO WS-CAL-COUNT
                MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                MOVE CAL-DESC TO WS-CAL-DESC(WS-CAL-COUNT)
            ELSE
                ADD 1 TO WS-CAL-SKIPPED
            END-IF END-IF.

       WRITE-PARM-PARA.
      *     MONTHEND AND BUDGETRPT TAKE THE PERIOD FROM THE PARAMETER
      *     FILE, SO THE STREAM SETS IT RATHER THAN AN OPERATOR.
            OPEN OUTPUT PARM-FILE.
            MOVE WS-PERIOD-ID TO PARM-PERIOD.
            WRITE PARM-REC.
            CLOSE PARM-FILE.
            DISPLAY "  MONTH-END PARAMETER SET TO PERIOD " WS-PERIOD-ID.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\ProcessingCalendar.txt'
                TO WS-CALENDAR-PATH
            ACCEPT WS-CALENDAR-PATH
                FROM ENVIRONMENT 'PROCESSING_CALENDAR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AccountPeriods.txt'
                TO WS-PERIOD-PATH
            ACCEPT WS-PERIOD-PATH
                FROM ENVIRONMENT 'ACCOUNT_PERIODS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MonthEndParm.txt'
                TO WS-PARM-FILE-PATH
            ACCEPT WS-PARM-FILE-PATH FROM ENVIRONMENT 'MONTH_END_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-NONWORK-X.
            ACCEPT WS-NONWORK-X FROM ENVIRONMENT 'NON_WORKING_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-NONWORK-X NOT = SPACES
                MOVE WS-NONWORK-X TO WS-NONWORK-DAYS
            END-IF.
            MOVE SPACE TO WS-WEEK-END-X.
            ACCEPT WS-WEEK-END-X FROM ENVIRONMENT 'WEEK_END_DAY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-WEEK-END-X IS NUMERIC AND WS-WEEK-END-X NOT = '0'
                AND WS-WEEK-END-X NOT > '7'
                MOVE WS-WEEK-END-X TO WS-WEEK-END-DAY
            END-IF.

       END PROGRAM STREAMCTL.
