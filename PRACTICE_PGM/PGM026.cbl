      *                the employee's cycle is due. RETURN-CODE 0
      *                clean, 4 some requests refused, 8 no usable
      *                parameter or history file.
      * 10/15/2026 SWL The timesheet history record now ends with the
      *                worked-at branch; the layout here follows.
      * 10/15/2026 SWL Retro-pay pickup step of the payroll job stream,
      *                which runs it every payday. It checks in with
      *                RUNCTL as RETROCLC for the pay date with TSCHECK
      *                as predecessor, and is marked complete when the
      *                arrears file is fit for the payroll (RETURN-CODE
      *                under 8). No parameter file, or an empty one, is
      *                now an ordinary payday with nothing to calculate
      *                (RETURN-CODE 0, RetroPay.txt left as it is)
      *                instead of an error. Once the requests have been
      *                judged, RetroParm.txt is emptied so the next
      *                payday does not pay them again -- a refused
      *                request is listed on the register to be keyed
      *                again once corrected. More than 50 requests is
      *                refused before anything is written (RETURN-CODE
      *                8). Writes its RUNSTATS record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROCALC.
           05 TSH-HOURS PIC 9(2).
           05 TSH-TYPE PIC X(1).
           05 TSH-SHIFT PIC X(1).
           05 TSH-BRANCH PIC 9(3).

       FD YTD-FILE.
       01 YTD-REC.
       01 WS-RETRO-PAY-PATH PIC X(60).
       01 WS-REGISTER-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-PARM-FOUND PIC X(1) VALUE 'N'.

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'RETROCLC'.
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

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN (OR NO REQUESTS THIS
      * PAYDAY), 4 WARNING (AT LEAST ONE REQUEST REFUSED), 8 NO USABLE
      * TIMESHEET HISTORY FILE OR TOO MANY REQUESTS, 12 RUN CONTROL
      * REFUSED THE RUN.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM RUNCTL-START-PARA.
            PERFORM LOAD-REQUESTS-PARA.
            IF WS-RETURN-CODE >= 8
                PERFORM END-RUN-PARA
            END-IF.
            IF WS-REQ-COUNT = ZERO
                PERFORM END-RUN-PARA
            END-IF.
            PERFORM LOOKUP-OLD-RATES-PARA.
            PERFORM LOOKUP-YTD-PARA.
            PERFORM SCAN-HISTORY-PARA.
            IF WS-RETURN-CODE >= 8
                PERFORM END-RUN-PARA
            END-IF.
            PERFORM WRITE-RESULTS-PARA.
      *     THE REQUESTS HAVE BEEN JUDGED -- EMPTY THE PARAMETER FILE
      *     SO THE NEXT PAYDAY DOES NOT CALCULATE THEM AGAIN.
            OPEN OUTPUT PARM-FILE.
            CLOSE PARM-FILE.
            DISPLAY "RETRO PARAMETERS CLEARED - " WS-REQ-COUNT
                " REQUESTS JUDGED".
            PERFORM END-RUN-PARA.

       END-RUN-PARA.
            IF WS-RETURN-CODE < 8
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            MOVE 'RETROCALC' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-REQ-COUNT TO WS-RS-READ.
            MOVE WS-CALC-COUNT TO WS-RS-WRITTEN.
            MOVE WS-REFUSE-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       RUNCTL-START-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE 'TSCHECK' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - RETROCALC ALREADY COMPLETE FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - TSCHECK NOT COMPLETE FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-REQUESTS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS NOT = '00'
                DISPLAY "NO RETRO PARAMETERS - NOTHING DONE"
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-PARM-FOUND
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PARM-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-REQ-COUNT = 50
                            DISPLAY "MORE THAN 50 RETRO REQUESTS - "
                                "SPLIT THE PARAMETER FILE; NOTHING "
                                "DONE"
                            MOVE 8 TO WS-RETURN-CODE
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-REQ-COUNT
                            MOVE PARM-EMP-NO
                                TO WS-REQ-EMP-NO(WS-REQ-COUNT)
                            MOVE PARM-NEW-RATE
                                TO WS-REQ-NEW-RATE(WS-REQ-COUNT)
                            MOVE PARM-EFF-DATE
                                TO WS-REQ-EFF-DATE(WS-REQ-COUNT)
                            MOVE ZERO TO WS-REQ-OLD-RATE(WS-REQ-COUNT)
                            MOVE ZERO TO WS-REQ-HOURS(WS-REQ-COUNT)
                            MOVE ZERO TO WS-REQ-YTD-GROSS(WS-REQ-COUNT)
                            MOVE 'P' TO WS-REQ-STATE(WS-REQ-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10'
                CLOSE PARM-FILE
            END-IF.
            IF WS-REQ-COUNT = ZERO AND WS-PARM-FOUND = 'Y'
                DISPLAY "RETRO PARAMETER FILE EMPTY - NOTHING DONE"
            END-IF.

       LOOKUP-OLD-RATES-PARA.
