      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: CUT THE CLEAN FEED INTO ONE SLICE PER REGION CLOSE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- first step of the split
      *                close. Checks the business date in with run
      *                control under COBOLRD2 (predecessor TRANEDIT,
      *                exactly as the single roll-forward does), claims
      *                the balance master and reference masters in the
      *                lock registry for the whole close, and sorts
      *                the clean feed by region (BRREGION) into one
      *                TODAY_TRANSACTION.Rnn slice per region on the
      *                region master, keeping each region's records in
      *                feed order. A region with nothing tonight still
      *                gets an empty slice, so every region's COBOLRD2
      *                can run. The per-region COBOLRD2 runs (one
      *                CLOSE_REGION each) then go in parallel and
      *                CLOSEMERGE releases the claim and completes the
      *                date. A second split while one is still
      *                standing is refused -- restart the failed
      *                region instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSESPLIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TDYTRAN-FILE ASSIGN TO DYNAMIC WS-TDYTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDY-STATUS.
           SELECT SLICE-FILE ASSIGN TO DYNAMIC WS-SLICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLC-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD TDYTRAN-FILE.
       01 TDYTRAN-REC PIC X(39).

       FD SLICE-FILE.
       01 SLICE-REC PIC X(39).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

      * FEED RECORD TAGGED WITH ITS REGION AND ITS POSITION ON THE
      * FEED -- THE SECOND KEY KEEPS EACH SLICE IN FEED ORDER, WHICH
      * THE ROLL-FORWARD'S TRANSACTION SEQUENCE DEPENDS ON.
       SD WORK-FILE.
       01 WORK-REC.
           05 WRK-REGION PIC 9(2).
           05 WRK-SEQ PIC 9(7).
           05 WRK-TRAN PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-TDY-STATUS PIC X(2).
       01 WS-SLC-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-TDY-EOF PIC A(1) VALUE 'N'.
       01 WS-WRK-EOF PIC A(1) VALUE 'N'.
       01 WS-BRM-EOF PIC A(1) VALUE 'N'.

       01 WS-TDYTRAN-PATH PIC X(60).
       01 WS-SLICE-PATH PIC X(60).
       01 WS-BRANCH-PATH PIC X(60).
       01 WS-WORK-FILE-PATH PIC X(60).

       01 WS-TDY-BCODE-X PIC X(3).
       01 WS-TDY-BCODE REDEFINES WS-TDY-BCODE-X PIC 9(3).
       01 WS-FEED-SEQ PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CUR-REGION PIC 9(2).
       01 WS-SLICE-OPEN PIC X(1) VALUE 'N'.
       01 WS-NOPART-COUNT PIC 9(4) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-BUSDATE-R REDEFINES WS-BUSDATE-X.
           05 WS-BD-YEAR PIC 9(4).
           05 WS-BD-MONTH PIC 9(2).
           05 WS-BD-DAY PIC 9(2).

      * THE REGIONS ON THE REGION MASTER, ASCENDING (AS BRREGION
      * LISTS THEM), WITH TONIGHT'S RECORD COUNT FOR EACH SLICE.
       01 WS-REGION-TABLE.
           05 WS-RG-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-REGION-COUNT
               ASCENDING KEY IS WS-RG-CODE
               INDEXED BY WS-RG-INX.
               10 WS-RG-CODE PIC 9(2).
               10 WS-RG-RECS PIC 9(7).
       01 WS-REGION-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RG-IDX PIC 9(2).

      * PATH-SUFFIX WORK AREA -- THE SLICE IS THE FEED'S OWN NAME
      * WITH '.Rnn' ON THE END, THE SAME TWIN NAME COBOLRD2 OPENS
      * UNDER CLOSE_REGION=nn.
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

      * RUN-CONTROL REQUEST -- THE SPLIT CHECKS IN FOR THE WHOLE
      * CLOSE UNDER COBOLRD2'S OWN NAME, SO A DATE ALREADY ROLLED
      * FORWARD (SPLIT OR NOT) IS REFUSED HERE.
       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'COBOLRD2'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

      * FILE-LOCK REQUEST -- THE CLAIM STANDS FOR THE WHOLE SPLIT
      * CLOSE AND IS WHAT EACH REGION'S COBOLRD2 CHECKS FOR.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'CLOSESPL'.
           05 WS-FL-RESULT PIC X(1).

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

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A BRANCH'S REGION
      * HAS NO CLOSE PARTITION (ITS RECORDS WENT TO THE FIRST REGION),
      * 12 THE SPLIT WAS REFUSED (BAD DATE, NO REGION MASTER, RUN
      * CONTROL OR A SPLIT ALREADY STANDING), NOTHING CUT.
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
                PERFORM CHECK-BRANCHES-PARA
                PERFORM RUNCTL-START-PARA
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                PERFORM SET-LOCKS-PARA
            END-IF.
            IF WS-RETURN-CODE = 12
                DISPLAY "SPLIT CLOSE REFUSED - NO SLICES CUT"
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            SORT WORK-FILE
                ON ASCENDING KEY WRK-REGION
                   ASCENDING KEY WRK-SEQ
                INPUT PROCEDURE IS READ-FEED
                OUTPUT PROCEDURE IS WRITE-SLICES.
            PERFORM EMPTY-SLICES-PARA.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT
                DISPLAY "REGION " WS-RG-CODE(WS-RG-IDX) " SLICE "
                    WS-RG-RECS(WS-RG-IDX) " RECORDS"
            END-PERFORM.
            DISPLAY WS-FEED-SEQ " FEED RECORDS CUT INTO "
                WS-REGION-COUNT " REGION SLICES".
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-FEED SECTION.
       READ-FEED-PARA.
            OPEN INPUT TDYTRAN-FILE.
            IF WS-TDY-STATUS NOT = '00'
                DISPLAY "CLEAN FEED NOT AVAILABLE - STATUS "
                    WS-TDY-STATUS " - EVERY SLICE WILL BE EMPTY"
                MOVE 'Y' TO WS-TDY-EOF
            END-IF.
            PERFORM UNTIL WS-TDY-EOF = 'Y'
                READ TDYTRAN-FILE
                    AT END MOVE 'Y' TO WS-TDY-EOF
                    NOT AT END PERFORM RELEASE-ONE-RECORD
                END-READ
            END-PERFORM.
            IF WS-TDY-STATUS = '00' OR WS-TDY-STATUS = '10'
                CLOSE TDYTRAN-FILE
            END-IF.
            GO TO READ-FEED-EXIT.

       RELEASE-ONE-RECORD.
      *     A RECORD WHOSE BRANCH IS NOT EVEN NUMERIC STILL GOES TO A
      *     SLICE (BRREGION GIVES BRANCH ZERO A REGION LIKE ANY
      *     OTHER), SO THE ROLL-FORWARD CAN REJECT IT AS IT ALWAYS
      *     HAS INSTEAD OF IT VANISHING HERE.
            ADD 1 TO WS-FEED-SEQ.
            MOVE TDYTRAN-REC(1:3) TO WS-TDY-BCODE-X.
            IF WS-TDY-BCODE-X IS NUMERIC
                MOVE WS-TDY-BCODE TO WS-BRR-BCODE
            ELSE
                MOVE ZERO TO WS-BRR-BCODE
            END-IF.
            MOVE 'FIND ' TO WS-BRR-FUNC.
            CALL 'BRREGION' USING WS-BRREGION.
            MOVE WS-BRR-REGION TO WRK-REGION.
            MOVE WS-FEED-SEQ TO WRK-SEQ.
            MOVE TDYTRAN-REC TO WRK-TRAN.
            RELEASE WORK-REC.

       READ-FEED-EXIT.
            EXIT.

       WRITE-SLICES SECTION.
       WRITE-SLICES-PARA.
            PERFORM UNTIL WS-WRK-EOF = 'Y'
                RETURN WORK-FILE
                    AT END MOVE 'Y' TO WS-WRK-EOF
                    NOT AT END PERFORM WRITE-ONE-RECORD
                END-RETURN
            END-PERFORM.
            IF WS-SLICE-OPEN = 'Y'
                CLOSE SLICE-FILE
                MOVE 'N' TO WS-SLICE-OPEN
            END-IF.
            GO TO WRITE-SLICES-EXIT.

       WRITE-ONE-RECORD.
            IF WS-SLICE-OPEN = 'N' OR WRK-REGION NOT = WS-CUR-REGION
                IF WS-SLICE-OPEN = 'Y'
                    CLOSE SLICE-FILE
                END-IF
                MOVE WRK-REGION TO WS-CUR-REGION
                PERFORM OPEN-SLICE-PARA
            END-IF.
            MOVE WRK-TRAN TO SLICE-REC.
            WRITE SLICE-REC.
            ADD 1 TO WS-OUT-COUNT.
            SEARCH ALL WS-RG-ENTRY
                AT END CONTINUE
                WHEN WS-RG-CODE(WS-RG-INX) = WS-CUR-REGION
                    ADD 1 TO WS-RG-RECS(WS-RG-INX)
            END-SEARCH.

       OPEN-SLICE-PARA.
            MOVE WS-TDYTRAN-PATH TO WS-PATH-WORK.
            MOVE '.R' TO WS-PATH-SUFFIX.
            MOVE WS-CUR-REGION TO WS-PATH-SUFFIX(3:2).
            PERFORM APPEND-SUFFIX-PARA.
            MOVE WS-PATH-WORK TO WS-SLICE-PATH.
            OPEN OUTPUT SLICE-FILE.
            MOVE 'Y' TO WS-SLICE-OPEN.

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

       WRITE-SLICES-EXIT.
            EXIT.

       TAIL SECTION.
       EMPTY-SLICES-PARA.
      *     A REGION WITH NOTHING TONIGHT STILL GETS A SLICE -- AN
      *     EMPTY ONE -- SO ITS ROLL-FORWARD RUNS, CARRIES ITS OPEN
      *     WORK FORWARD AND LEAVES THE RUN LINE THE MERGE WAITS FOR.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT
                IF WS-RG-RECS(WS-RG-IDX) = ZERO
                    MOVE WS-RG-CODE(WS-RG-IDX) TO WS-CUR-REGION
                    PERFORM OPEN-SLICE-PARA
                    CLOSE SLICE-FILE
                    MOVE 'N' TO WS-SLICE-OPEN
                END-IF
            END-PERFORM.

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
            DISPLAY "SPLIT CLOSE FOR BUSINESS DATE " WS-RUN-DATE.

       LOAD-REGIONS-PARA.
      *     ONE SLICE, AND ONE ROLL-FORWARD, PER REGION ON THE REGION
      *     MASTER. WITHOUT THE MASTER THERE IS NOTHING TO SPLIT BY.
            MOVE ZERO TO WS-REGION-COUNT.
            MOVE 'LIST ' TO WS-BRR-FUNC.
            MOVE 1 TO WS-BRR-ORDINAL.
            CALL 'BRREGION' USING WS-BRREGION.
            IF WS-BRR-RESULT = '9' OR WS-BRR-COUNT = ZERO
                DISPLAY "NO REGION MASTER - RUN THE SINGLE CLOSE"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                PERFORM UNTIL WS-BRR-RESULT NOT = '0'
                    ADD 1 TO WS-REGION-COUNT
                    MOVE WS-BRR-REGION TO WS-RG-CODE(WS-REGION-COUNT)
                    MOVE ZERO TO WS-RG-RECS(WS-REGION-COUNT)
                    ADD 1 TO WS-BRR-ORDINAL
                    CALL 'BRREGION' USING WS-BRREGION
                END-PERFORM
            END-IF.

       CHECK-BRANCHES-PARA.
      *     A BRANCH WHOSE REGION HAS NO PARTITION STILL CLOSES (IN
      *     THE FIRST REGION'S RUN), BUT THE REGION MASTER IS BEHIND
      *     THE BRANCH MASTER AND SOMEONE SHOULD KNOW.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-BRM-EOF
            END-IF.
            PERFORM UNTIL WS-BRM-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-BRM-EOF
                    NOT AT END
                        IF BM-BRANCH-CODE IS NUMERIC
                            MOVE BM-BRANCH-CODE TO WS-BRR-BCODE
                            MOVE 'FIND ' TO WS-BRR-FUNC
                            CALL 'BRREGION' USING WS-BRREGION
                            IF WS-BRR-RESULT = '2'
                                ADD 1 TO WS-NOPART-COUNT
                                DISPLAY "BRANCH " BM-BRANCH-CODE
                                    " REGION " WS-BRR-HOME-REGION
                                    " HAS NO CLOSE PARTITION - "
                                    "CLOSED WITH REGION "
                                    WS-BRR-REGION
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.
            IF WS-NOPART-COUNT > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       RUNCTL-START-PARA.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE 'TRANEDIT' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - COBOLRD2 ALREADY COMPLETE FOR "
                    WS-RUNCTL-DATE
                MOVE 12 TO WS-RETURN-CODE
            ELSE IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - TRANEDIT NOT COMPLETE FOR "
                    WS-RUNCTL-DATE
                MOVE 12 TO WS-RETURN-CODE
            END-IF END-IF.

       SET-LOCKS-PARA.
      *     A CLAIM ALREADY STANDING IS EITHER ANOTHER RUN OR A SPLIT
      *     CLOSE NOT YET MERGED -- CUTTING AGAIN WOULD OVERWRITE THE
      *     SLICES A FAILED REGION NEEDS TO RESTART FROM.
            MOVE 'SET  ' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "BALANCE MASTER IS LOCKED - A SPLIT CLOSE MAY"
                    " STILL BE STANDING; RESTART THE FAILED REGION OR"
                    " RUN CLOSEMERGE - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE 'REFDATA     ' TO WS-FL-RESOURCE
                CALL 'FILELOCK' USING WS-FILELOCK
                IF WS-FL-RESULT NOT = '0'
                    DISPLAY "REFERENCE MASTERS ARE LOCKED - "
                        "RUN REFUSED"
                    MOVE 'CLEAR' TO WS-FL-FUNC
                    MOVE 'BALMASTER   ' TO WS-FL-RESOURCE
                    CALL 'FILELOCK' USING WS-FILELOCK
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.

       WRITE-RUNSTATS-PARA.
            MOVE 'CLOSESPLIT' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-FEED-SEQ TO WS-RS-READ.
            MOVE WS-OUT-COUNT TO WS-RS-WRITTEN.
            MOVE ZERO TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\TodayTransaction.txt'
                TO WS-TDYTRAN-PATH.
            ACCEPT WS-TDYTRAN-PATH FROM ENVIRONMENT 'TODAY_TRANSACTION'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-PATH.
            ACCEPT WS-BRANCH-PATH FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CloseSplitWork.tmp'
                TO WS-WORK-FILE-PATH.
            ACCEPT WS-WORK-FILE-PATH FROM ENVIRONMENT 'SPLIT_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CLOSESPLIT.
