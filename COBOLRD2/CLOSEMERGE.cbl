      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: FOLD THE REGION CLOSES BACK INTO THE SINGLE FILES
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- last step of the split
      *                close. Refuses unless the split claim is still
      *                standing and every region on the region master
      *                has left a COBOLRD2 run line for the business
      *                date on its RUN_STATS.Rnn twin (a failed region
      *                is restarted alone, then the merge rerun).
      *                Sorts the region snapshots into NEWBALANCE_FILE
      *                by branch and product, keeps the latest row per
      *                unit for SERIAL_REGISTER, rebuilds each other
      *                carry file and listing from its region twins
      *                and appends the trails (variance, lot register,
      *                serial history, period exceptions) to the real
      *                files, emptying their twins. Then posts one
      *                COBOLRD2 run line for the whole close, completes
      *                the date in run control and releases the claim
      *                CLOSESPLIT took, so a rerun is refused rather
      *                than doubling the trails.
      * 10/15/2026 SWL The issue-demand trail (DEMAND_LOG) is appended
      *                from its region twins with the other trails.
      * 10/15/2026 SWL The alert file is appended from its region twins
      *                with the other trails -- each region now raises
      *                its alerts on its own ALERT_FILE.Rnn, so the
      *                regions no longer queue for the shared file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEMERGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STATS-TWIN ASSIGN TO DYNAMIC WS-TWIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TWN-STATUS.
           SELECT MERGE-IN ASSIGN TO DYNAMIC WS-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
           SELECT MERGE-OUT ASSIGN TO DYNAMIC WS-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
           SELECT NEWBALANCE ASSIGN TO DYNAMIC WS-NEWBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT SERIAL-REGISTER ASSIGN TO DYNAMIC
           WS-SERIAL-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRG-STATUS.
           SELECT BAL-WORK ASSIGN TO DYNAMIC WS-BAL-WORK-PATH.
           SELECT SER-WORK ASSIGN TO DYNAMIC WS-SER-WORK-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD STATS-TWIN.
       01 STATS-TWIN-REC PIC X(62).

       FD MERGE-IN.
       01 MERGE-IN-REC PIC X(150).

       FD MERGE-OUT.
       01 MERGE-OUT-REC PIC X(150).

       FD NEWBALANCE.
       01 NEWBALANCE-REC PIC X(16).

       FD SERIAL-REGISTER.
       01 SERIAL-REGISTER-REC PIC X(30).

      * ONE BALANCE SNAPSHOT LINE FROM A REGION TWIN, KEYED AS THE
      * SINGLE CLOSE WRITES THEM -- BRANCH, THEN PRODUCT.
       SD BAL-WORK.
       01 BAL-WORK-REC.
           05 BW-KEY.
               10 BW-BCODE PIC 9(3).
               10 BW-PCODE PIC 9(6).
           05 BW-QUANTITY PIC 9(7).

      * ONE SERIAL-REGISTER ROW FROM A REGION TWIN. A UNIT THAT
      * CROSSED REGIONS CAN COME BACK FROM BOTH SIDES; THE NEWEST
      * MOVEMENT DATE SORTS FIRST AND IS THE ONE KEPT.
       SD SER-WORK.
           COPY SERREG REPLACING SRG-REC-NAME BY SER-WORK-REC
                                  SRG-BCODE-NAME BY SW-BCODE
                                  SRG-PCODE-NAME BY SW-PCODE
                                  SRG-SERIAL-NAME BY SW-SERIAL
                                  SRG-STATUS-NAME BY SW-STATUS
                                  SRG-DATE-NAME BY SW-DATE.

       WORKING-STORAGE SECTION.
       01 WS-TWN-STATUS PIC X(2).
       01 WS-IN-STATUS PIC X(2).
       01 WS-OUT-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-SRG-STATUS PIC X(2).
       01 WS-IN-EOF PIC A(1) VALUE 'N'.
       01 WS-TWIN-FOUND PIC X(1) VALUE 'N'.
       01 WS-WRK-EOF PIC A(1) VALUE 'N'.

       01 WS-TWIN-PATH PIC X(60).
       01 WS-IN-PATH PIC X(60).
       01 WS-OUT-PATH PIC X(60).
       01 WS-BAL-WORK-PATH PIC X(60).
       01 WS-SER-WORK-PATH PIC X(60).

      * THE REAL FILES, UNDER THE SAME NAMES COBOLRD2 OPENS THEM BY;
      * EACH REGION'S TWIN IS THE SAME NAME WITH '.Rnn' ON THE END.
       01 WS-RUNSTATS-PATH PIC X(60).
       01 WS-NEWBALANCE-PATH PIC X(60).
       01 WS-SERIAL-REGISTER-PATH PIC X(60).
       01 WS-ERRBALANCE-PATH PIC X(60).
       01 WS-UNMATCHED-FILE-PATH PIC X(60).
       01 WS-INVALID-BRANCH-FILE-PATH PIC X(60).
       01 WS-ADJUST-REGISTER-PATH PIC X(60).
       01 WS-MOVEMENT-REGISTER-PATH PIC X(60).
       01 WS-AGING-REPORT-PATH PIC X(60).
       01 WS-BACKORDER-FILE-PATH PIC X(60).
       01 WS-BACKORDER-REPORT-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-INTRANSIT-REPORT-PATH PIC X(60).
       01 WS-OPENPO-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-SERIAL-EXCEPT-PATH PIC X(60).
       01 WS-VARIANCE-FILE-PATH PIC X(60).
       01 WS-LOT-REGISTER-PATH PIC X(60).
       01 WS-SERIAL-HISTORY-PATH PIC X(60).
       01 WS-DEMAND-LOG-PATH PIC X(60).
       01 WS-PERIOD-EXCEPT-PATH PIC X(60).
       01 WS-ALERT-FILE-PATH PIC X(60).

      * HOW THE TWINS OF ONE FILE GO BACK -- 'R' REBUILDS THE REAL
      * FILE FROM THE TWINS, 'T' APPENDS THEM TO A TRAIL THAT KEEPS
      * EVERY NIGHT AND EMPTIES THE TWINS.
       01 WS-MERGE-MODE PIC X(1).
           88 WS-MERGE-TRAIL VALUE 'T'.
       01 WS-REAL-PATH PIC X(60).
       01 WS-FILE-LINES PIC 9(7).
       01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FILE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SER-IN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SER-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SER-DUP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LAST-UNIT.
           05 WS-LAST-PCODE PIC 9(6).
           05 WS-LAST-SERIAL PIC X(12).
       01 WS-LAST-SET PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-BUSDATE-R REDEFINES WS-BUSDATE-X.
           05 WS-BD-YEAR PIC 9(4).
           05 WS-BD-MONTH PIC 9(2).
           05 WS-BD-DAY PIC 9(2).

      * THE REGIONS ON THE REGION MASTER, ASCENDING (AS BRREGION
      * LISTS THEM) -- THE SAME LIST CLOSESPLIT CUT SLICES FOR.
       01 WS-REGION-TABLE.
           05 WS-RG-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-REGION-COUNT
               INDEXED BY WS-RG-INX.
               10 WS-RG-CODE PIC 9(2).
       01 WS-REGION-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RG-IDX PIC 9(2).

      * PATH-SUFFIX WORK AREA -- '.Rnn' ON THE END OF A REAL NAME IS
      * THAT REGION'S TWIN.
       01 WS-PATH-WORK PIC X(60).
       01 WS-PATH-END PIC 9(2).
       01 WS-PATH-IDX PIC 9(2).
       01 WS-PATH-SUFFIX PIC X(6).

      * BRANCH-TO-REGION LOOKUP PASSED TO THE SHARED BRREGION
      * SUBPROGRAM.
       01 WS-BRREGION.
           05 WS-BRR-FUNC PIC X(5).
           05 WS-BRR-BCODE PIC 9(3).
           05 WS-BRR-ORDINAL PIC 9(2).
           05 WS-BRR-REGION PIC 9(2).
           05 WS-BRR-HOME-REGION PIC 9(2).
           05 WS-BRR-COUNT PIC 9(2).
           05 WS-BRR-RESULT PIC X(1).

      * RUN-CONTROL REQUEST -- THE MERGE COMPLETES THE DATE UNDER
      * COBOLRD2'S OWN NAME, AS THE SINGLE ROLL-FORWARD WOULD HAVE.
       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'COBOLRD2'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

      * FILE-LOCK REQUEST -- THE CLAIM CLOSESPLIT TOOK FOR THE WHOLE
      * SPLIT CLOSE, RELEASED HERE ONCE EVERYTHING IS BACK.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'CLOSESPL'.
           05 WS-FL-RESULT PIC X(1).

      * ONE REGION'S RUN LINE, READ BACK FROM ITS TWIN.
           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-TWIN-STATS
                                    RST-PROGRAM-NAME BY WS-TW-PROGRAM
                                    RST-DATE-NAME BY WS-TW-DATE
                                    RST-START-NAME BY WS-TW-START
                                    RST-END-NAME BY WS-TW-END
                                    RST-READ-NAME BY WS-TW-READ
                                    RST-WRITTEN-NAME BY WS-TW-WRITTEN
                                    RST-REJECTED-NAME
                                        BY WS-TW-REJECTED
                                    RST-RC-NAME BY WS-TW-RC.

      * THE WHOLE CLOSE'S COBOLRD2 RUN LINE -- EARLIEST START, LATEST
      * END, THE REGIONS' COUNTS ADDED UP AND THE WORST RETURN CODE.
           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-CLOSE-STATS
                                    RST-PROGRAM-NAME BY WS-CS-PROGRAM
                                    RST-DATE-NAME BY WS-CS-DATE
                                    RST-START-NAME BY WS-CS-START
                                    RST-END-NAME BY WS-CS-END
                                    RST-READ-NAME BY WS-CS-READ
                                    RST-WRITTEN-NAME BY WS-CS-WRITTEN
                                    RST-REJECTED-NAME
                                        BY WS-CS-REJECTED
                                    RST-RC-NAME BY WS-CS-RC.

      * STANDARD RUN-STATISTICS RECORD APPENDED THROUGH THE SHARED
      * RUNSTATS SUBPROGRAM AT END OF JOB.
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

      * STANDARD RETURN-CODE SCHEME -- THE WORST RETURN CODE ANY
      * REGION'S CLOSE FINISHED WITH (0, 4 OR 8), OR 12 WHEN THE
      * MERGE WAS REFUSED (BAD DATE, NO REGION MASTER, NO SPLIT
      * STANDING, OR A REGION NOT YET CLOSED) AND NOTHING WAS MERGED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM SET-BUSINESS-DATE.
            IF WS-RETURN-CODE NOT = 12
                PERFORM LOAD-REGIONS-PARA
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                PERFORM CHECK-CLAIM-PARA
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                PERFORM CHECK-TWINS-PARA
            END-IF.
            IF WS-RETURN-CODE = 12
                DISPLAY "MERGE REFUSED - NOTHING MERGED"
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            SORT BAL-WORK
                ON ASCENDING KEY BW-KEY
                INPUT PROCEDURE IS READ-BAL-TWINS
                GIVING NEWBALANCE.
            DISPLAY "NEW BALANCE SNAPSHOT " WS-BAL-COUNT " LINES".
            SORT SER-WORK
                ON ASCENDING KEY SW-PCODE
                   ASCENDING KEY SW-SERIAL
                   DESCENDING KEY SW-DATE
                INPUT PROCEDURE IS READ-SER-TWINS
                OUTPUT PROCEDURE IS WRITE-SER-REGISTER.
            DISPLAY "SERIAL REGISTER " WS-SER-OUT-COUNT " UNITS, "
                WS-SER-DUP-COUNT " OLDER ROWS DROPPED".
            MOVE 'R' TO WS-MERGE-MODE.
            MOVE WS-ERRBALANCE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-UNMATCHED-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-INVALID-BRANCH-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-ADJUST-REGISTER-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-MOVEMENT-REGISTER-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-AGING-REPORT-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-BACKORDER-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-BACKORDER-REPORT-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-INTRANSIT-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-INTRANSIT-REPORT-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-OPENPO-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-LOTBALANCE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-QUARBAL-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-SERIAL-EXCEPT-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE 'T' TO WS-MERGE-MODE.
            MOVE WS-VARIANCE-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-LOT-REGISTER-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-SERIAL-HISTORY-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-DEMAND-LOG-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-PERIOD-EXCEPT-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            MOVE WS-ALERT-FILE-PATH TO WS-REAL-PATH.
            PERFORM MERGE-FILE-PARA.
            DISPLAY WS-LINE-COUNT " LINES MERGED INTO " WS-FILE-COUNT
                " FILES FROM " WS-REGION-COUNT " REGIONS".
            MOVE WS-CS-RC TO WS-RETURN-CODE.
            PERFORM FINISH-CLOSE-PARA.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-BAL-TWINS SECTION.
       READ-BAL-TWINS-PARA.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT
                MOVE WS-NEWBALANCE-PATH TO WS-PATH-WORK
                PERFORM TWIN-PATH-PARA
                MOVE WS-PATH-WORK TO WS-IN-PATH
                PERFORM OPEN-TWIN-PARA
                PERFORM UNTIL WS-IN-EOF = 'Y'
                    READ MERGE-IN
                        AT END MOVE 'Y' TO WS-IN-EOF
                        NOT AT END
                            MOVE MERGE-IN-REC(1:16) TO BAL-WORK-REC
                            RELEASE BAL-WORK-REC
                            ADD 1 TO WS-BAL-COUNT
                    END-READ
                END-PERFORM
                PERFORM CLOSE-TWIN-PARA
            END-PERFORM.
            GO TO READ-BAL-TWINS-EXIT.

       TWIN-PATH-PARA.
      *     TURN THE REAL NAME IN WS-PATH-WORK INTO THE CURRENT
      *     REGION'S TWIN OF IT.
            MOVE '.R' TO WS-PATH-SUFFIX.
            MOVE WS-RG-CODE(WS-RG-IDX) TO WS-PATH-SUFFIX(3:2).
            PERFORM APPEND-SUFFIX-PARA.

       APPEND-SUFFIX-PARA.
      *     STICK WS-PATH-SUFFIX ON THE END OF THE PATH IN
      *     WS-PATH-WORK -- THE LAST NON-SPACE MARKS WHERE THE REAL
      *     NAME ENDS.
            MOVE 1 TO WS-PATH-END.
            PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                UNTIL WS-PATH-IDX > 54
                IF WS-PATH-WORK(WS-PATH-IDX:1) NOT = SPACE
                    MOVE WS-PATH-IDX TO WS-PATH-END
                END-IF
            END-PERFORM.
            MOVE WS-PATH-SUFFIX TO WS-PATH-WORK(WS-PATH-END + 1:6).

       OPEN-TWIN-PARA.
      *     A TWIN THE REGION NEVER WROTE (NOTHING OF THAT KIND IN
      *     THE REGION TONIGHT) SIMPLY ADDS NOTHING.
            MOVE 'N' TO WS-IN-EOF.
            MOVE 'Y' TO WS-TWIN-FOUND.
            OPEN INPUT MERGE-IN.
            IF WS-IN-STATUS NOT = '00'
                MOVE 'Y' TO WS-IN-EOF
                MOVE 'N' TO WS-TWIN-FOUND
            END-IF.

       CLOSE-TWIN-PARA.
            IF WS-TWIN-FOUND = 'Y'
                CLOSE MERGE-IN
            END-IF.

       READ-BAL-TWINS-EXIT.
            EXIT.

       READ-SER-TWINS SECTION.
       READ-SER-TWINS-PARA.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT
                MOVE WS-SERIAL-REGISTER-PATH TO WS-PATH-WORK
                PERFORM TWIN-PATH-PARA
                MOVE WS-PATH-WORK TO WS-IN-PATH
                PERFORM OPEN-TWIN-PARA
                PERFORM UNTIL WS-IN-EOF = 'Y'
                    READ MERGE-IN
                        AT END MOVE 'Y' TO WS-IN-EOF
                        NOT AT END
                            MOVE MERGE-IN-REC(1:30) TO SER-WORK-REC
                            RELEASE SER-WORK-REC
                            ADD 1 TO WS-SER-IN-COUNT
                    END-READ
                END-PERFORM
                PERFORM CLOSE-TWIN-PARA
            END-PERFORM.
            GO TO READ-SER-TWINS-EXIT.

       READ-SER-TWINS-EXIT.
            EXIT.

       WRITE-SER-REGISTER SECTION.
       WRITE-SER-REGISTER-PARA.
            OPEN OUTPUT SERIAL-REGISTER.
            MOVE 'N' TO WS-WRK-EOF.
            MOVE 'N' TO WS-LAST-SET.
            PERFORM UNTIL WS-WRK-EOF = 'Y'
                RETURN SER-WORK
                    AT END MOVE 'Y' TO WS-WRK-EOF
                    NOT AT END PERFORM WRITE-ONE-UNIT
                END-RETURN
            END-PERFORM.
            CLOSE SERIAL-REGISTER.
            GO TO WRITE-SER-REGISTER-EXIT.

       WRITE-ONE-UNIT.
      *     THE FIRST ROW OF A UNIT IS ITS NEWEST; ANY OTHER IS THE
      *     STALE SIDE OF A CROSS-REGION MOVE AND IS DROPPED.
            IF WS-LAST-SET = 'Y' AND SW-PCODE = WS-LAST-PCODE
                AND SW-SERIAL = WS-LAST-SERIAL
                ADD 1 TO WS-SER-DUP-COUNT
            ELSE
                MOVE SER-WORK-REC TO SERIAL-REGISTER-REC
                WRITE SERIAL-REGISTER-REC
                ADD 1 TO WS-SER-OUT-COUNT
                MOVE SW-PCODE TO WS-LAST-PCODE
                MOVE SW-SERIAL TO WS-LAST-SERIAL
                MOVE 'Y' TO WS-LAST-SET
            END-IF.

       WRITE-SER-REGISTER-EXIT.
            EXIT.

       TAIL SECTION.
       MERGE-FILE-PARA.
      *     PUT ONE FILE BACK TOGETHER FROM ITS TWINS, REGION BY
      *     REGION. A TRAIL IS EXTENDED (STARTED IF THERE IS NONE
      *     YET) AND ITS TWINS EMPTIED, SO THE NEXT SPLIT CLOSE DOES
      *     NOT CARRY TONIGHT'S LINES IN A SECOND TIME.
            MOVE WS-REAL-PATH TO WS-OUT-PATH.
            MOVE ZERO TO WS-FILE-LINES.
            IF WS-MERGE-TRAIL
                OPEN EXTEND MERGE-OUT
                IF WS-OUT-STATUS = '35'
                    OPEN OUTPUT MERGE-OUT
                END-IF
            ELSE
                OPEN OUTPUT MERGE-OUT
            END-IF.
            IF WS-OUT-STATUS NOT = '00'
                DISPLAY "CANNOT WRITE " WS-REAL-PATH " - STATUS "
                    WS-OUT-STATUS
                MOVE 8 TO WS-CS-RC
            ELSE
                PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-REGION-COUNT
                    MOVE WS-REAL-PATH TO WS-PATH-WORK
                    PERFORM TWIN-PATH-PARA
                    MOVE WS-PATH-WORK TO WS-IN-PATH
                    PERFORM OPEN-TWIN-PARA
                    PERFORM UNTIL WS-IN-EOF = 'Y'
                        READ MERGE-IN
                            AT END MOVE 'Y' TO WS-IN-EOF
                            NOT AT END
                                MOVE MERGE-IN-REC TO MERGE-OUT-REC
                                WRITE MERGE-OUT-REC
                                ADD 1 TO WS-FILE-LINES
                        END-READ
                    END-PERFORM
                    PERFORM CLOSE-TWIN-PARA
                    IF WS-MERGE-TRAIL AND WS-TWIN-FOUND = 'Y'
                        OPEN OUTPUT MERGE-IN
                        CLOSE MERGE-IN
                    END-IF
                END-PERFORM
                CLOSE MERGE-OUT
                ADD 1 TO WS-FILE-COUNT
                ADD WS-FILE-LINES TO WS-LINE-COUNT
            END-IF.

       SET-BUSINESS-DATE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X NOT = SPACES
                IF WS-BUSDATE-X IS NUMERIC AND
                    WS-BD-MONTH >= 01 AND WS-BD-MONTH <= 12 AND
                    WS-BD-DAY >= 01 AND WS-BD-DAY <= 31
                    MOVE WS-BUSDATE-X TO WS-RUN-DATE
                ELSE
                    DISPLAY "INVALID BUSINESS DATE PARAMETER '"
                        WS-BUSDATE-X "' - RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            DISPLAY "CLOSE MERGE FOR BUSINESS DATE " WS-RUN-DATE.

       LOAD-REGIONS-PARA.
            MOVE ZERO TO WS-REGION-COUNT.
            MOVE 'LIST ' TO WS-BRR-FUNC.
            MOVE 1 TO WS-BRR-ORDINAL.
            CALL 'BRREGION' USING WS-BRREGION.
            IF WS-BRR-RESULT = '9' OR WS-BRR-COUNT = ZERO
                DISPLAY "NO REGION MASTER - NOTHING TO MERGE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                PERFORM UNTIL WS-BRR-RESULT NOT = '0'
                    ADD 1 TO WS-REGION-COUNT
                    MOVE WS-BRR-REGION TO WS-RG-CODE(WS-REGION-COUNT)
                    ADD 1 TO WS-BRR-ORDINAL
                    CALL 'BRREGION' USING WS-BRREGION
                END-PERFORM
            END-IF.

       CHECK-CLAIM-PARA.
      *     NO CLAIM MEANS NO SPLIT CLOSE IS WAITING -- MOST LIKELY
      *     THIS MERGE ALREADY RAN, AND A SECOND PASS WOULD APPEND
      *     THE TRAILS TWICE.
            MOVE 'CHECK' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT = '0'
                DISPLAY "NO SPLIT CLOSE STANDING - NOTHING TO MERGE"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       CHECK-TWINS-PARA.
      *     EVERY REGION MUST HAVE FINISHED TONIGHT'S CLOSE. A REGION
      *     THAT STOPPED SHORT IS NAMED SO IT CAN BE RESTARTED ON ITS
      *     OWN (IT PICKS UP FROM ITS OWN CHECKPOINT); NOTHING IS
      *     MERGED UNTIL THEY ALL HAVE.
            MOVE 'COBOLRD2' TO WS-CS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-CS-DATE.
            MOVE 99999999 TO WS-CS-START.
            MOVE ZERO TO WS-CS-END.
            MOVE ZERO TO WS-CS-READ.
            MOVE ZERO TO WS-CS-WRITTEN.
            MOVE ZERO TO WS-CS-REJECTED.
            MOVE ZERO TO WS-CS-RC.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT
                MOVE WS-RUNSTATS-PATH TO WS-PATH-WORK
                PERFORM TWIN-PATH-PARA
                MOVE WS-PATH-WORK TO WS-TWIN-PATH
                MOVE SPACES TO WS-TWIN-STATS
                OPEN INPUT STATS-TWIN
                IF WS-TWN-STATUS = '00'
                    READ STATS-TWIN INTO WS-TWIN-STATS
                        AT END MOVE SPACES TO WS-TWIN-STATS
                    END-READ
                    CLOSE STATS-TWIN
                END-IF
                IF WS-TW-PROGRAM NOT = 'COBOLRD2'
                    OR WS-TW-DATE NOT = WS-RUN-DATE
                    DISPLAY "REGION " WS-RG-CODE(WS-RG-IDX)
                        " HAS NOT CLOSED " WS-RUN-DATE
                        " - RESTART IT, THEN RERUN THE MERGE"
                    MOVE 12 TO WS-RETURN-CODE
                ELSE IF WS-TW-RC >= 12
                    DISPLAY "REGION " WS-RG-CODE(WS-RG-IDX)
                        " CLOSE ENDED RC " WS-TW-RC
                        " - RESTART IT, THEN RERUN THE MERGE"
                    MOVE 12 TO WS-RETURN-CODE
                ELSE
                    PERFORM ADD-TWIN-STATS-PARA
                END-IF END-IF
            END-PERFORM.

       ADD-TWIN-STATS-PARA.
            DISPLAY "REGION " WS-RG-CODE(WS-RG-IDX) " CLOSED - READ "
                WS-TW-READ " WRITTEN " WS-TW-WRITTEN " REJECTED "
                WS-TW-REJECTED " RC " WS-TW-RC.
            IF WS-TW-START < WS-CS-START
                MOVE WS-TW-START TO WS-CS-START
            END-IF.
            IF WS-TW-END > WS-CS-END
                MOVE WS-TW-END TO WS-CS-END
            END-IF.
            ADD WS-TW-READ TO WS-CS-READ.
            ADD WS-TW-WRITTEN TO WS-CS-WRITTEN.
            ADD WS-TW-REJECTED TO WS-CS-REJECTED.
            IF WS-TW-RC > WS-CS-RC
                MOVE WS-TW-RC TO WS-CS-RC
            END-IF.

       FINISH-CLOSE-PARA.
      *     THE WHOLE CLOSE'S RUN LINE GOES ON THE COMMON RUN-STATS
      *     FILE AS THE SINGLE ROLL-FORWARD'S WOULD, THE DATE IS
      *     COMPLETED FOR COBOLRD2'S SUCCESSORS, AND THE CLAIM GOES
      *     LAST -- WHILE IT STANDS, A RERUN CAN STILL FINISH THE JOB.
            CALL 'RUNSTATS' USING WS-CLOSE-STATS.
            MOVE 'END' TO WS-RUNCTL-FUNC.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE SPACES TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            MOVE 'REFDATA     ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            DISPLAY "SPLIT CLOSE FOR " WS-RUN-DATE " COMPLETE".

       WRITE-RUNSTATS-PARA.
            MOVE 'CLOSEMERGE' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            COMPUTE WS-RS-READ = WS-BAL-COUNT + WS-SER-IN-COUNT
                + WS-LINE-COUNT.
            COMPUTE WS-RS-WRITTEN = WS-BAL-COUNT + WS-SER-OUT-COUNT
                + WS-LINE-COUNT.
            MOVE WS-SER-DUP-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\RunStats.txt'
                TO WS-RUNSTATS-PATH.
            ACCEPT WS-RUNSTATS-PATH FROM ENVIRONMENT 'RUN_STATS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\NewBalance.txt'
                TO WS-NEWBALANCE-PATH.
            ACCEPT WS-NEWBALANCE-PATH FROM ENVIRONMENT 'NEWBALANCE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialRegister.txt'
                TO WS-SERIAL-REGISTER-PATH.
            ACCEPT WS-SERIAL-REGISTER-PATH
                FROM ENVIRONMENT 'SERIAL_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceErrors.txt'
                TO WS-ERRBALANCE-PATH.
            ACCEPT WS-ERRBALANCE-PATH FROM ENVIRONMENT 'BALANCE_ERRORS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\UnmatchedTran.txt'
                TO WS-UNMATCHED-FILE-PATH.
            ACCEPT WS-UNMATCHED-FILE-PATH
                FROM ENVIRONMENT 'UNMATCHED_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InvalidBranch.txt'
                TO WS-INVALID-BRANCH-FILE-PATH.
            ACCEPT WS-INVALID-BRANCH-FILE-PATH
                FROM ENVIRONMENT 'INVALID_BRANCH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AdjustRegister.txt'
                TO WS-ADJUST-REGISTER-PATH.
            ACCEPT WS-ADJUST-REGISTER-PATH
                FROM ENVIRONMENT 'ADJUST_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MovementRegister.txt'
                TO WS-MOVEMENT-REGISTER-PATH.
            ACCEPT WS-MOVEMENT-REGISTER-PATH
                FROM ENVIRONMENT 'MOVEMENT_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\UnmatchedAging.txt'
                TO WS-AGING-REPORT-PATH.
            ACCEPT WS-AGING-REPORT-PATH
                FROM ENVIRONMENT 'UNMATCHED_AGING'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\Backorders.txt'
                TO WS-BACKORDER-FILE-PATH.
            ACCEPT WS-BACKORDER-FILE-PATH
                FROM ENVIRONMENT 'BACKORDER_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BackorderReport.txt'
                TO WS-BACKORDER-REPORT-PATH.
            ACCEPT WS-BACKORDER-REPORT-PATH
                FROM ENVIRONMENT 'BACKORDER_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-FILE-PATH.
            ACCEPT WS-INTRANSIT-FILE-PATH
                FROM ENVIRONMENT 'INTRANSIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InTransitAging.txt'
                TO WS-INTRANSIT-REPORT-PATH.
            ACCEPT WS-INTRANSIT-REPORT-PATH
                FROM ENVIRONMENT 'INTRANSIT_AGING'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH.
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LotBalance.txt'
                TO WS-LOTBALANCE-PATH.
            ACCEPT WS-LOTBALANCE-PATH FROM ENVIRONMENT 'LOT_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\QuarBalance.txt'
                TO WS-QUARBAL-PATH.
            ACCEPT WS-QUARBAL-PATH FROM ENVIRONMENT 'QUAR_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialExceptions.txt'
                TO WS-SERIAL-EXCEPT-PATH.
            ACCEPT WS-SERIAL-EXCEPT-PATH
                FROM ENVIRONMENT 'SERIAL_EXCEPTIONS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\StockTakeVariance.txt'
                TO WS-VARIANCE-FILE-PATH.
            ACCEPT WS-VARIANCE-FILE-PATH
                FROM ENVIRONMENT 'STOCKTAKE_VARIANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LotRegister.txt'
                TO WS-LOT-REGISTER-PATH.
            ACCEPT WS-LOT-REGISTER-PATH FROM ENVIRONMENT 'LOT_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialHistory.txt'
                TO WS-SERIAL-HISTORY-PATH.
            ACCEPT WS-SERIAL-HISTORY-PATH
                FROM ENVIRONMENT 'SERIAL_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\DemandLog.txt'
                TO WS-DEMAND-LOG-PATH.
            ACCEPT WS-DEMAND-LOG-PATH FROM ENVIRONMENT 'DEMAND_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PeriodExceptions.txt'
                TO WS-PERIOD-EXCEPT-PATH.
            ACCEPT WS-PERIOD-EXCEPT-PATH
                FROM ENVIRONMENT 'PERIOD_EXCEPTIONS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AlertFile.txt'
                TO WS-ALERT-FILE-PATH.
            ACCEPT WS-ALERT-FILE-PATH FROM ENVIRONMENT 'ALERT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CloseMergeBal.tmp'
                TO WS-BAL-WORK-PATH.
            ACCEPT WS-BAL-WORK-PATH FROM ENVIRONMENT 'MERGE_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CloseMergeSer.tmp'
                TO WS-SER-WORK-PATH.
            ACCEPT WS-SER-WORK-PATH FROM ENVIRONMENT 'MERGE_WORK2'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CLOSEMERGE.
