      *                member's restored count matches the control
      *                file; a mismatch ends with RETURN-CODE 8 so
      *                nobody trusts a half-restored set.
      * 10/15/2026 SWL BALMAST (the indexed balance master, reloaded
      *                from its key-order unload) and the LOTBAL,
      *                QUARBAL and INTRANS text members are restored
      *                with the rest of the set. Restoring only puts the
      *                set's own night back; BALRECOVER rolls the
      *                balance files forward from there.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so every write and rewrite keeps the name
      *                index in step with the records.
      * 10/15/2026 SWL Text and backup records widened from 80 to 120
      *                bytes -- the branch master now carries the
      *                delivery address and runs to 116.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTOREMASTERS.
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
       01 WS-BKP-STATUS PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-OLDBALANCE-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-INTRANSIT-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 EVERY MEMBER RESTORED AND
      * COUNTS PROVED, 8 THE SET WAS MISSING OR A COUNT MISMATCHED
                PERFORM RESTORE-IDX-PARA
            ELSE IF WS-FILE-ID = 'RELFILE'
                PERFORM RESTORE-REL-PARA
            ELSE IF WS-FILE-ID = 'BALMAST'
                PERFORM RESTORE-BAL-PARA
            ELSE
                PERFORM RESTORE-TEXT-PARA
            END-IF END-IF END-IF.
            IF WS-COUNT = WS-EXPECT-COUNT
                DISPLAY WS-FILE-ID " RESTORED - " WS-COUNT
                    " RECORDS, COUNT PROVED"
                CLOSE IDX-FILE BACKUP-FILE
            END-IF.

       RESTORE-BAL-PARA.
            OPEN INPUT BACKUP-FILE.
            IF WS-BKP-STATUS NOT = '00'
                DISPLAY WS-FILE-ID " BACKUP MEMBER MISSING"
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                OPEN OUTPUT BAL-FILE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ BACKUP-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE BACKUP-REC TO BAL-REC
                            WRITE BAL-REC
                                INVALID KEY
                                    DISPLAY "BAD KEY IN BACKUP - "
                                        BAL-KEY
                                    MOVE 8 TO WS-RETURN-CODE
                                NOT INVALID KEY
                                    ADD 1 TO WS-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE BAL-FILE BACKUP-FILE
            END-IF.

       RESTORE-REL-PARA.
            OPEN INPUT BACKUP-FILE.
            IF WS-BKP-STATUS NOT = '00'
                MOVE WS-PRODUCT-MASTER-PATH TO WS-TEXT-PATH
            ELSE IF WS-FILE-ID = 'OLDBAL'
                MOVE WS-OLDBALANCE-PATH TO WS-TEXT-PATH
            ELSE IF WS-FILE-ID = 'LOTBAL'
                MOVE WS-LOTBALANCE-PATH TO WS-TEXT-PATH
            ELSE IF WS-FILE-ID = 'QUARBAL'
                MOVE WS-QUARBAL-PATH TO WS-TEXT-PATH
            ELSE IF WS-FILE-ID = 'INTRANS'
                MOVE WS-INTRANSIT-PATH TO WS-TEXT-PATH
            ELSE
                DISPLAY "UNKNOWN BACKUP MEMBER " WS-FILE-ID
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF END-IF END-IF END-IF END-IF END-IF.
            IF WS-EOF NOT = 'Y'
                OPEN INPUT BACKUP-FILE
                IF WS-BKP-STATUS NOT = '00'
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
