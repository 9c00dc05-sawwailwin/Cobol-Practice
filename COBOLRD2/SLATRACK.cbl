      *                by the operator or on a timer. RETURN-CODE 0
      *                everything on time, 4 something late or
      *                missing.
      * 10/15/2026 SWL Payday cut-off. SLA_CUTOFF (HHMMSS) names the
      *                time by which every job on the schedule must
      *                have ended -- the payroll stream runs the
      *                tracker as its last step with the payroll
      *                schedule and the bank's cut-off. A job that
      *                ended after it, or has not ended once the clock
      *                is past it, gets a 'C' alert on top of any
      *                window exception. No cut-off set, no check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLATRACK.
       01 WS-BUSDATE-X PIC X(8).
       01 WS-CLOCK-TIME PIC 9(8).
       01 WS-CLOCK-HHMMSS PIC 9(6).
       01 WS-CUTOFF-X PIC X(6).
       01 WS-CUTOFF PIC 9(6).

      * THE LATEST STATS ROW PER SCHEDULED JOB FOR THE BUSINESS DATE
      * -- THE START/END STAMPS ARE HHMMSSHH FROM ACCEPT FROM TIME,
           05 WS-ALERT-TEXT PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 EVERYTHING ON TIME, 4
      * SOMETHING LATE, OVERRUNNING, NEVER STARTED, OR PAST CUT-OFF.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
            END-IF.
            ACCEPT WS-CLOCK-TIME FROM TIME.
            MOVE WS-CLOCK-TIME(1:6) TO WS-CLOCK-HHMMSS.
            IF WS-CUTOFF-X IS NUMERIC
                MOVE WS-CUTOFF-X TO WS-CUTOFF
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'BATCH WINDOW SLA CHECK FOR ' DELIMITED BY SIZE
                    WRITE REPORT-LINE
                END-IF
            END-IF.
            IF WS-CUTOFF-X IS NUMERIC
                PERFORM CHECK-CUTOFF-PARA
            END-IF.

       CHECK-CUTOFF-PARA.
      *     A JOB WITH NO STATS ROW HAS NOT ENDED -- IT MISSES THE
      *     CUT-OFF AS SOON AS THE CLOCK PASSES IT.
            IF (WS-FOUND = 'Y' AND WS-ACT-END > WS-CUTOFF) OR
                (WS-FOUND = 'N' AND WS-CLOCK-HHMMSS > WS-CUTOFF)
                PERFORM FLAG-PARA
                MOVE 'C' TO WS-ALERT-SEVERITY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'CUT-OFF MISSED - ' DELIMITED BY SIZE
                    JSC-JOB DELIMITED BY SPACE
                    ' ON ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' (CUT-OFF ' DELIMITED BY SIZE
                    WS-CUTOFF DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                END-STRING
                CALL 'ALERTLOG' USING WS-ALERT
                MOVE SPACES TO REPORT-LINE
                STRING '*** PAST CUT-OFF *** ' DELIMITED BY SIZE
                    JSC-JOB DELIMITED BY SIZE
                    ' CUT-OFF ' DELIMITED BY SIZE
                    WS-CUTOFF DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.

       FLAG-PARA.
            ADD 1 TO WS-LATE-COUNT.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-CUTOFF-X
            ACCEPT WS-CUTOFF-X FROM ENVIRONMENT 'SLA_CUTOFF'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SLATRACK.
