      *                files plus a Backup<YYYYMMDD>.CTL control file
      *                recording each file's record count for the
      *                restore to verify against.
      * 10/15/2026 SWL The set now also carries the stock position: the
      *                indexed BalanceMaster.dat (unloaded in key order
      *                as BALMAST) and LotBalance.txt, QuarBalance.txt
      *                and InTransit.txt as text members, so a damaged
      *                balance master can be put back and rolled forward
      *                by BALRECOVER.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      * 10/15/2026 SWL Text and backup records widened from 80 to 120
      *                bytes -- the branch master now carries the
      *                delivery address and runs to 116.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPMASTERS.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS IDX-NO
            ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
            FILE STATUS IS WS-IDX-STATUS.
            SELECT BAL-FILE ASSIGN TO DYNAMIC WS-BALMASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BAL-KEY
            ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
            FILE STATUS IS WS-BAL-STATUS.
            SELECT REL-FILE ASSIGN TO DYNAMIC WS-REL-PATH
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS RANDOM
                                  EMR-EFF-DATE-NAME BY IDX-EFF-DATE
                                  EMR-END-DATE-NAME BY IDX-END-DATE.

      * KEEP IN STEP WITH THE BALMASTER FD IN COBOLRD02.
       FD BAL-FILE.
       01 BAL-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD REL-FILE.
           COPY EMPREC REPLACING EMR-REC-NAME BY REL-REC
                                  EMR-NO-NAME BY REL-NO
                                  EMR-END-DATE-NAME BY REL-END-DATE.

       FD TEXT-FILE.
       01 TEXT-REC PIC X(120).

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-REC.

       WORKING-STORAGE SECTION.
       01 WS-IDX-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-REL-STATUS PIC X(2).
       01 WS-TXT-STATUS PIC X(2).
       01 WS-POS-STATUS PIC X(2).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-OLDBALANCE-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-INTRANSIT-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (A SOURCE
      * FILE WAS NOT PRESENT AND WAS BACKED UP EMPTY).
            MOVE 'OLDBAL' TO WS-FILE-ID.
            MOVE WS-OLDBALANCE-PATH TO WS-TEXT-PATH.
            PERFORM BACKUP-TEXT-PARA.
            PERFORM BACKUP-BAL-PARA.
            MOVE 'LOTBAL' TO WS-FILE-ID.
            MOVE WS-LOTBALANCE-PATH TO WS-TEXT-PATH.
            PERFORM BACKUP-TEXT-PARA.
            MOVE 'QUARBAL' TO WS-FILE-ID.
            MOVE WS-QUARBAL-PATH TO WS-TEXT-PATH.
            PERFORM BACKUP-TEXT-PARA.
            MOVE 'INTRANS' TO WS-FILE-ID.
            MOVE WS-INTRANSIT-PATH TO WS-TEXT-PATH.
            PERFORM BACKUP-TEXT-PARA.
            CLOSE CONTROL-FILE.
            DISPLAY "BACKUP SET " WS-RUN-DATE " COMPLETE".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            CLOSE BACKUP-FILE.
            PERFORM WRITE-CONTROL-PARA.

       BACKUP-BAL-PARA.
      *     THE BALANCE MASTER GOES OUT IN KEY ORDER LIKE THE EMPLOYEE
      *     MASTER, SO A RESTORE (OR BALRECOVER) RELOADS IT STRAIGHT.
            MOVE 'BALMAST' TO WS-FILE-ID.
            PERFORM BUILD-BACKUP-PATH.
            MOVE ZERO TO WS-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN OUTPUT BACKUP-FILE.
            OPEN INPUT BAL-FILE.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT PRESENT - STATUS "
                    WS-BAL-STATUS
                MOVE 4 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BAL-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE BAL-REC TO BACKUP-REC
                        WRITE BACKUP-REC
                        ADD 1 TO WS-COUNT
                END-READ
            END-PERFORM.
            IF WS-BAL-STATUS = '00' OR WS-BAL-STATUS = '10'
                CLOSE BAL-FILE
            END-IF.
            CLOSE BACKUP-FILE.
            PERFORM WRITE-CONTROL-PARA.

       BACKUP-REL-PARA.
      *     FIRST BACKUP RECORD IS THE POSITION COUNTER; EVERY LIVE
      *     SLOT FOLLOWS WITH ITS POSITION, SO THE RESTORE PUTS EACH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LotBalance.txt'
                TO WS-LOTBALANCE-PATH
            ACCEPT WS-LOTBALANCE-PATH FROM ENVIRONMENT 'LOT_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\QuarBalance.txt'
                TO WS-QUARBAL-PATH
            ACCEPT WS-QUARBAL-PATH FROM ENVIRONMENT 'QUAR_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-PATH
            ACCEPT WS-INTRANSIT-PATH FROM ENVIRONMENT 'INTRANSIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\' TO WS-BACKUP-DIR
            ACCEPT WS-BACKUP-DIR FROM ENVIRONMENT 'BACKUP_DIR'
                ON EXCEPTION
