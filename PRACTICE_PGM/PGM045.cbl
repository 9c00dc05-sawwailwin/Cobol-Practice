      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- year-to-date backup, the last
      *                step of the payroll job stream. Once the pay run
      *                has rolled YTDFile.txt forward and the journal
      *                has been posted, copies it to a dated backup
      *                (YTDBackup<YYYYMMDD>.txt in BACKUP_DIR, or the
      *                path in YTD_BACKUP) and reads the copy back to
      *                prove every record arrived, so a damaged YTD
      *                file can be put back to the state of the last
      *                payday. Checks in with RUNCTL as YTDBKUP for
      *                the business date with PAYJRNL as predecessor
      *                and writes its RUNSTATS record. RETURN-CODE 0
      *                backed up, 8 no YTD file or the copy does not
      *                read back whole, 12 run control refused the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDBACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT YTD-FILE ASSIGN TO DYNAMIC WS-YTD-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

            SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
       01 YTD-REC.
           05 YTD-EMP-NO PIC X(5).
           05 YTD-YEAR PIC 9(4).
           05 YTD-HOURS PIC 9(7).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-WITHHOLD PIC 9(8)V99.
           05 YTD-NET PIC 9(9)V99.

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS PIC X(2).
       01 WS-BKP-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       77 WS-COPY-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CHECK-COUNT PIC 9(7) VALUE ZERO.

       01 WS-YTD-FILE-PATH PIC X(60).
       01 WS-BACKUP-PATH PIC X(60).
       01 WS-BACKUP-DIR PIC X(40).

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'YTDBKUP'.
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

      * STANDARD RETURN-CODE SCHEME -- 0 BACKED UP, 8 NO YTD FILE OR
      * THE BACKUP DID NOT READ BACK WHOLE, 12 RUN CONTROL REFUSED THE
      * RUN (JOURNAL NOT COMPLETE, OR ALREADY BACKED UP FOR THE DATE).
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
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
            PERFORM RUNCTL-START-PARA.
            IF WS-BACKUP-PATH = SPACES
                STRING WS-BACKUP-DIR DELIMITED BY SPACE
                    'YTDBackup' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    '.txt' DELIMITED BY SIZE
                    INTO WS-BACKUP-PATH
                END-STRING
            END-IF.
            PERFORM COPY-YTD-PARA.
            IF WS-RETURN-CODE < 8
                PERFORM CHECK-BACKUP-PARA
            END-IF.
            IF WS-RETURN-CODE < 8
                DISPLAY "YTD BACKED UP TO " WS-BACKUP-PATH " - "
                    WS-COPY-COUNT " RECORDS"
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            MOVE 'YTDBACKUP' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-COPY-COUNT TO WS-RS-READ.
            MOVE WS-CHECK-COUNT TO WS-RS-WRITTEN.
            MOVE ZERO TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       RUNCTL-START-PARA.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE 'PAYJRNL' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - YTD ALREADY BACKED UP FOR "
                    WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - PAYROLL JOURNAL NOT COMPLETE "
                    "FOR " WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       COPY-YTD-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS NOT = '00'
                DISPLAY "YTD FILE NOT AVAILABLE - STATUS "
                    WS-YTD-STATUS " - NOTHING BACKED UP"
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                OPEN OUTPUT BACKUP-FILE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ YTD-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE YTD-REC TO BACKUP-REC
                            WRITE BACKUP-REC
                            ADD 1 TO WS-COPY-COUNT
                    END-READ
                END-PERFORM
                CLOSE YTD-FILE BACKUP-FILE
            END-IF.

       CHECK-BACKUP-PARA.
      *     READ THE COPY BACK -- A BACKUP THAT CANNOT BE READ WHOLE IS
      *     NO BACKUP.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BACKUP-FILE.
            IF WS-BKP-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BACKUP-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-CHECK-COUNT
                END-READ
            END-PERFORM.
            IF WS-BKP-STATUS = '00' OR WS-BKP-STATUS = '10'
                CLOSE BACKUP-FILE
            END-IF.
            IF WS-CHECK-COUNT NOT = WS-COPY-COUNT
                DISPLAY "YTD BACKUP READS BACK " WS-CHECK-COUNT
                    " RECORDS OF " WS-COPY-COUNT " - BACKUP FAILED"
                MOVE 8 TO WS-RETURN-CODE
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\YTDFile.txt'
                TO WS-YTD-FILE-PATH
            ACCEPT WS-YTD-FILE-PATH FROM ENVIRONMENT 'YTD_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\' TO WS-BACKUP-DIR
            ACCEPT WS-BACKUP-DIR FROM ENVIRONMENT 'BACKUP_DIR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-BACKUP-PATH
            ACCEPT WS-BACKUP-PATH FROM ENVIRONMENT 'YTD_BACKUP'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM YTDBACKUP.
