      *                a re-run of payroll on a copy. RETURN-CODE 0
      *                when something was reprinted, 4 when nothing
      *                matched, 8 when there is no history file.
      * 10/15/2026 SWL Payslip-print step of the payroll job stream.
      *                With PAYSLIP_MODE=PRINT the program asks nothing:
      *                it prints every slip retained for the business
      *                date (BUSINESS_DATE, else today), all employees,
      *                to the print file, checking in with RUNCTL as
      *                PAYSLIP with PAYROLL as predecessor -- refused
      *                (RETURN-CODE 12) until the pay calculation has
      *                completed for the date -- and writing its
      *                RUNSTATS record. The reprint inquiry is
      *                unchanged and stays out of run control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIPRPT.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-REPRINT-PATH PIC X(60).
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.

      * PRINT MODE -- THE WHOLE PAY DATE FOR THE JOB STREAM, NO
      * PROMPTS.
       01 WS-MODE PIC X(5) VALUE SPACES.
           88 WS-PRINT-RUN VALUE 'PRINT'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'PAYSLIP'.
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

      * STANDARD RETURN-CODE SCHEME -- 0 REPRINTED, 4 NOTHING
      * MATCHED, 8 NO HISTORY FILE, 12 RUN CONTROL REFUSED THE PRINT
      * RUN.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            IF WS-PRINT-RUN
                PERFORM START-PRINT-RUN-PARA
            ELSE
                DISPLAY "ENTER EMP NO TO REPRINT"
                ACCEPT WS-ASK-EMP-NO
                DISPLAY "ENTER PAY DATE YYYYMMDD (BLANK = ALL PERIODS)"
                ACCEPT WS-ASK-DATE
            END-IF.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-HIS-STATUS NOT = '00'
                DISPLAY "PAYSLIP HISTORY NOT AVAILABLE - STATUS "
                    WS-HIS-STATUS
                MOVE 8 TO WS-RETURN-CODE
                IF WS-PRINT-RUN
                    PERFORM WRITE-RUNSTATS-PARA
                END-IF
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPRINT-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYSLIP-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-PRINT-RUN
                            PERFORM PRINT-LINE-PARA
                        ELSE
                            PERFORM MATCH-LINE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAYSLIP-HISTORY REPRINT-FILE.
            IF WS-PRINT-RUN
                PERFORM END-PRINT-RUN-PARA
            END-IF.
            IF WS-MATCH-COUNT = ZERO
                DISPLAY "NO RETAINED PAYSLIP FOR EMP "
                    WS-ASK-EMP-NO
                ADD 1 TO WS-MATCH-COUNT
            END-IF.

       PRINT-LINE-PARA.
            ADD 1 TO WS-READ-COUNT.
            IF PSH-PAY-DATE = WS-RUN-DATE
                MOVE PSH-LINE TO REPRINT-LINE
                WRITE REPRINT-LINE
                ADD 1 TO WS-MATCH-COUNT
            END-IF.

       START-PRINT-RUN-PARA.
            ACCEPT WS-RS-START FROM TIME.
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
            MOVE 'PAYROLL' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - PAYSLIPS ALREADY PRINTED FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - PAYROLL NOT COMPLETE FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       END-PRINT-RUN-PARA.
            IF WS-MATCH-COUNT = ZERO
                DISPLAY "NO RETAINED PAYSLIPS FOR PAY DATE "
                    WS-RUN-DATE
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                DISPLAY WS-MATCH-COUNT " PAYSLIP LINES PRINTED FOR "
                    WS-RUN-DATE
            END-IF.
            MOVE 'END' TO WS-RUNCTL-FUNC.
            MOVE SPACES TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       WRITE-RUNSTATS-PARA.
            MOVE 'PAYSLIPRPT' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-READ-COUNT TO WS-RS-READ.
            MOVE WS-MATCH-COUNT TO WS-RS-WRITTEN.
            MOVE ZERO TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-MODE FROM ENVIRONMENT 'PAYSLIP_MODE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayslipReprint.txt'
                TO WS-REPRINT-PATH
            ACCEPT WS-REPRINT-PATH
