      *                code; a non-numeric branch is dropped here
      *                (the branch-master check itself stays with
      *                EMPLOYEEREPORT, which loads the master anyway).
      * 10/15/2026 SWL First step of the payroll job stream. The edit
      *                now checks in with RUNCTL as PAYEDIT for the
      *                business date (BUSINESS_DATE, else today) and is
      *                marked complete only when the clean file is fit
      *                to pay from (RETURN-CODE under 8), so the steps
      *                after it refuse to run on a failed edit. A
      *                second run once the date has completed is
      *                refused. Writes its RUNSTATS record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEDIT.
       01 WS-EDIT-REPORT-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'PAYEDIT'.
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

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 SOME RECORDS
      * DROPPED BUT THE CLEAN FILE IS FIT TO PAY FROM, 8 ERRORS
      * EXCEED THE THRESHOLD AND THE PAYROLL STEP MUST NOT RUN, 12
      * RUN CONTROL REFUSED THE RUN (ALREADY COMPLETE FOR THE DATE).
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM RUNCTL-START-PARA.
            PERFORM READ-PARM.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMP-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMP-STATUS
                MOVE 8 TO WS-RETURN-CODE
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            END-PERFORM.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE EMPLOYEE-DATA CLEAN-FILE EDIT-REPORT.
            IF WS-RETURN-CODE < 8
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            PERFORM WRITE-RUNSTATS-PARA.
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
            MOVE SPACES TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - PAYEDIT ALREADY COMPLETE FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-RUNSTATS-PARA.
            MOVE 'PAYEDIT' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-READ-COUNT TO WS-RS-READ.
            MOVE WS-CLEAN-COUNT TO WS-RS-WRITTEN.
            MOVE WS-DROP-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       READ-PARM.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
