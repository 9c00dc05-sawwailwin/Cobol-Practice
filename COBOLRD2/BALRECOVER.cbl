      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: FORWARD RECOVERY OF THE BALANCE MASTER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- rebuilds a damaged balance
      *                master without the overwritten TDYTRAN feeds.
      *                Puts back the BALMAST, LOTBAL, QUARBAL and
      *                INTRANS members of a chosen BACKUPMASTERS set
      *                (RECOVER_SET_DATE), proving each count against
      *                the set's control file, then replays every
      *                movement posted after the set (business dates
      *                after RECOVER_BASE_DATE, which defaults to the
      *                set date) in date and reference order, up to
      *                and including RECOVER_TO_DATE / RECOVER_TO_REF
      *                (default: everything on file). The balance
      *                history sets each branch/product to the balance
      *                the close committed; the movement detail drives
      *                the lot, quarantine and in-transit balances the
      *                same way the roll-forward's restart replay does,
      *                reversals included. Ends by matching the rebuilt
      *                master against the last published NewBalance
      *                snapshot. RETURN-CODE 0 rebuild proved, 4 the
      *                rebuild differs from the snapshot (or the
      *                snapshot is missing, or a movement could not be
      *                placed), 8 a backup member failed its count (the
      *                master is not to be trusted), 12 refused -- bad
      *                parameters, master locked, set or history
      *                missing -- and nothing touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRECOVER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.
           SELECT BALHISTORY ASSIGN TO DYNAMIC WS-BALHISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BHI-STATUS.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MVD-STATUS.
           SELECT NEWBALANCE ASSIGN TO DYNAMIC WS-NEWBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT LOTBALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOTBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARBAL-FILE ASSIGN TO DYNAMIC WS-QUARBAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCV-WORK ASSIGN TO DYNAMIC WS-RCV-WORK-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-REC.
           05 CTL-ID PIC X(8).
           05 CTL-COUNT PIC 9(7).

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(80).

       FD BALMASTER.
      * KEEP IN STEP WITH THE BALMASTER FD IN COBOLRD02.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD BALHISTORY.
           COPY BALHISTX REPLACING BHX-REC-NAME BY BALHISTORY-REC
                                    BHX-KEY-NAME BY BH-KEY
                                    BHX-BCODE-NAME BY BH-BCODE
                                    BHX-PCODE-NAME BY BH-PCODE
                                    BHX-DATE-NAME BY BH-RUNDATE
                                    BHX-REF-NAME BY BH-REF
                                    BHX-QTY-NAME BY BH-QUANTITY
                                    BHX-OPTION-NAME BY BH-OPTION
                                    BHX-REASON-NAME BY BH-REASON.

       FD MOVEMENT-DETAIL.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY MOVEMENT-DETAIL-REC
                                   MVD-KEY-NAME BY MD-KEY
                                   MVD-BCODE-NAME BY MD-BCODE
                                   MVD-PCODE-NAME BY MD-PCODE
                                   MVD-DATE-NAME BY MD-DATE
                                   MVD-REF-NAME BY MD-REF
                                   MVD-OPTION-NAME BY MD-OPTION
                                   MVD-QTY-NAME BY MD-QTY
                                   MVD-BEFORE-NAME BY MD-BEFORE
                                   MVD-AFTER-NAME BY MD-AFTER
                                   MVD-OTHBR-NAME BY MD-OTHBR
                                   MVD-SHIPDATE-NAME BY MD-SHIPDATE
                                   MVD-PONUM-NAME BY MD-PONUM
                                   MVD-REASON-NAME BY MD-REASON
                                   MVD-LOT-COUNT-NAME BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD NEWBALANCE.
       01 NEWBALANCE-REC.
           05 NEW-KEY.
               10 NEW-BCODE PIC 9(3).
               10 NEW-PCODE PIC 9(6).
           05 NEW-QUANTITY PIC 9(7).

       FD LOTBALANCE-FILE.
           COPY LOTBAL REPLACING LBL-REC-NAME BY LOTBALANCE-REC
                                  LBL-BCODE-NAME BY LBL-BCODE
                                  LBL-PCODE-NAME BY LBL-PCODE
                                  LBL-LOT-NAME BY LBL-LOT
                                  LBL-QTY-NAME BY LBL-QTY
                                  LBL-EXPIRY-NAME BY LBL-EXPIRY.

       FD QUARBAL-FILE.
           COPY QUARBAL REPLACING QBL-REC-NAME BY QUARBAL-REC
                                   QBL-BCODE-NAME BY QBL-BCODE
                                   QBL-PCODE-NAME BY QBL-PCODE
                                   QBL-QTY-NAME BY QBL-QTY.

       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

      * ONE POSTED MOVEMENT IN REPLAY ORDER -- BUSINESS DATE, THEN
      * THE CLOSE'S TRANSACTION REFERENCE. 'H' CARRIES A BALANCE
      * HISTORY LINE, 'M' A MOVEMENT DETAIL RECORD.
       SD RCV-WORK.
       01 RCV-WORK-REC.
           05 RW-DATE PIC 9(8).
           05 RW-REF PIC 9(7).
           05 RW-TYPE PIC X(1).
           05 RW-BCODE PIC 9(3).
           05 RW-PCODE PIC 9(6).
           05 RW-DATA PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC X(2).
       01 WS-BKP-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-BHI-STATUS PIC X(2).
       01 WS-MVD-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-WRK-EOF PIC A(1).
       01 WS-NEW-EOF PIC A(1).
       01 WS-BAL-EOF PIC A(1).

       01 WS-CONTROL-PATH PIC X(60).
       01 WS-BACKUP-PATH PIC X(60).
       01 WS-BACKUP-DIR PIC X(40).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-NEWBALANCE-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-RCV-WORK-PATH PIC X(60).

      * RECOVERY PARAMETERS. THE SET IS THE BACKUPMASTERS RUN DATE;
      * THE BASE IS THE LAST BUSINESS DATE THE SET ALREADY HOLDS
      * (THE SET DATE FOR THE USUAL AFTER-CLOSE BACKUP -- GIVE THE
      * DAY BEFORE FOR A SET TAKEN BEFORE THAT NIGHT'S CLOSE). THE
      * REPLAY STOPS AFTER THE GIVEN DATE AND REFERENCE.
       01 WS-PARM-X PIC X(8).
       01 WS-PARM-R REDEFINES WS-PARM-X.
           05 WS-PM-YEAR PIC 9(4).
           05 WS-PM-MONTH PIC 9(2).
           05 WS-PM-DAY PIC 9(2).
       01 WS-REF-X PIC X(7).
       01 WS-SET-DATE PIC 9(8) VALUE ZERO.
       01 WS-BASE-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
       01 WS-TO-REF PIC 9(7) VALUE 9999999.
       01 WS-PARM-OK PIC X(1).

      * THE FOUR MEMBERS OF THE SET THIS PROGRAM PUTS BACK, WITH THE
      * COUNT THE CONTROL FILE RECORDS FOR EACH.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 4 TIMES.
               10 WS-MB-ID PIC X(8).
               10 WS-MB-EXPECT PIC 9(7).
               10 WS-MB-FOUND PIC X(1).
       01 WS-MB-IDX PIC 9(1).
       01 WS-FILE-ID PIC X(8).
       01 WS-COUNT PIC 9(7).

      * THE LOT, QUARANTINE AND IN-TRANSIT POSITIONS BEING REBUILT --
      * SAME SIZES AS THE ROLL-FORWARD'S OWN TABLES.
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 1000 TIMES.
               10 WS-LOT-T-BCODE PIC 9(3).
               10 WS-LOT-T-PCODE PIC 9(6).
               10 WS-LOT-T-LOT PIC X(6).
               10 WS-LOT-T-QTY PIC 9(7).
               10 WS-LOT-T-EXPIRY PIC 9(8).
       01 WS-LOT-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LOT-COUNT PIC 9(4) VALUE 1000.
       01 WS-LOT-IDX PIC 9(4).
       01 WS-LOT-HIT PIC 9(4).

       01 WS-QUAR-TABLE.
           05 WS-QUAR-ENTRY OCCURS 1000 TIMES.
               10 WS-QR-T-BCODE PIC 9(3).
               10 WS-QR-T-PCODE PIC 9(6).
               10 WS-QR-T-QTY PIC 9(7).
       01 WS-QUAR-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-QUAR-COUNT PIC 9(4) VALUE 1000.
       01 WS-QUAR-IDX PIC 9(4).
       01 WS-QUAR-HIT PIC 9(4).

      * IN-TRANSIT STATE: 'O' ON THE ROAD, 'R' RECEIVED, 'X' CANCELLED
      * BY A REVERSAL. ONLY OPEN LINES GO BACK TO THE FILE.
       01 WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 500 TIMES.
               10 WS-IT-T-FROM PIC 9(3).
               10 WS-IT-T-TO PIC 9(3).
               10 WS-IT-T-PCODE PIC 9(6).
               10 WS-IT-T-QTY PIC 9(7).
               10 WS-IT-T-DATE PIC 9(8).
               10 WS-IT-T-STATE PIC X(1).
       01 WS-IT-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-IT-COUNT PIC 9(3) VALUE 500.
       01 WS-IT-IDX PIC 9(3).
       01 WS-IT-HIT PIC 9(3).

      * WORK FIELDS FOR ONE LOT, QUARANTINE OR IN-TRANSIT POSTING.
       01 WS-LT-BCODE PIC 9(3).
       01 WS-LT-PCODE PIC 9(6).
       01 WS-LT-LOT PIC X(6).
       01 WS-LT-QTY PIC 9(7).
       01 WS-LT-IDX PIC 9(1).
       01 WS-IT-STATE PIC X(1).
       01 WS-IT-FROM PIC 9(3).
       01 WS-IT-TO PIC 9(3).
       01 WS-IT-PCODE PIC 9(6).
       01 WS-IT-QTY PIC 9(7).
       01 WS-IT-DATE PIC 9(8).
       01 WS-REV-DELTA PIC S9(8).
       01 WS-REV-ABS PIC 9(7).

      * BACKUP MEMBER LINES, LAID OUT AS THE FILES THEY CAME FROM.
           COPY LOTBAL REPLACING LBL-REC-NAME BY WS-LOT-LINE
                                  LBL-BCODE-NAME BY WS-LL-BCODE
                                  LBL-PCODE-NAME BY WS-LL-PCODE
                                  LBL-LOT-NAME BY WS-LL-LOT
                                  LBL-QTY-NAME BY WS-LL-QTY
                                  LBL-EXPIRY-NAME BY WS-LL-EXPIRY.
           COPY QUARBAL REPLACING QBL-REC-NAME BY WS-QUAR-LINE
                                   QBL-BCODE-NAME BY WS-QL-BCODE
                                   QBL-PCODE-NAME BY WS-QL-PCODE
                                   QBL-QTY-NAME BY WS-QL-QTY.
       01 WS-IT-LINE.
           05 WS-IL-FROM PIC 9(3).
           05 WS-IL-TO PIC 9(3).
           05 WS-IL-PCODE PIC 9(6).
           05 WS-IL-QTY PIC 9(7).
           05 WS-IL-DATE PIC 9(8).

      * THE MOVEMENT BEING REPLAYED. A REVERSAL READS ITS ORIGINAL
      * INTO THE MOVEMENT-DETAIL RECORD AREA.
           COPY BALHISTX REPLACING BHX-REC-NAME BY WS-RPL-HIST
                                    BHX-KEY-NAME BY WS-RH-KEY
                                    BHX-BCODE-NAME BY WS-RH-BCODE
                                    BHX-PCODE-NAME BY WS-RH-PCODE
                                    BHX-DATE-NAME BY WS-RH-DATE
                                    BHX-REF-NAME BY WS-RH-REF
                                    BHX-QTY-NAME BY WS-RH-QUANTITY
                                    BHX-OPTION-NAME BY WS-RH-OPTION
                                    BHX-REASON-NAME BY WS-RH-REASON.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY WS-RPL-MOVE
                                   MVD-KEY-NAME BY WS-RM-KEY
                                   MVD-BCODE-NAME BY WS-RM-BCODE
                                   MVD-PCODE-NAME BY WS-RM-PCODE
                                   MVD-DATE-NAME BY WS-RM-DATE
                                   MVD-REF-NAME BY WS-RM-REF
                                   MVD-OPTION-NAME BY WS-RM-OPTION
                                   MVD-QTY-NAME BY WS-RM-QTY
                                   MVD-BEFORE-NAME BY WS-RM-BEFORE
                                   MVD-AFTER-NAME BY WS-RM-AFTER
                                   MVD-OTHBR-NAME BY WS-RM-OTHBR
                                   MVD-SHIPDATE-NAME BY WS-RM-SHIPDATE
                                   MVD-PONUM-NAME BY WS-RM-PONUM
                                   MVD-REASON-NAME BY WS-RM-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY WS-RM-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY WS-RM-LOT-ENTRY
                                   MVD-LOT-NAME BY WS-RM-LOT
                                   MVD-LOT-QTY-NAME BY WS-RM-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY WS-RM-LINK-DATE
                                   MVD-LINK-REF-NAME BY WS-RM-LINK-REF
                                   MVD-LINK-OPT-NAME
                                       BY WS-RM-LINK-OPT.

      * SNAPSHOT MATCH -- EACH SIDE'S KEY, HIGH-VALUES AT ITS END.
       01 WS-NB-KEY PIC X(9).
       01 WS-BM-KEY PIC X(9).

       01 WS-HIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REV-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MISS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ZERO-COUNT PIC 9(7) VALUE ZERO.

      * FILE-LOCK REQUEST -- NOTHING ELSE MAY POST TO THE MASTER
      * WHILE IT IS BEING REBUILT.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'BALRECOV'.
           05 WS-FL-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 THE REBUILT MASTER MATCHES
      * THE PUBLISHED SNAPSHOT, 4 IT DOES NOT (OR THERE WAS NO
      * SNAPSHOT, OR A MOVEMENT COULD NOT BE PLACED), 8 A BACKUP
      * MEMBER FAILED ITS COUNT, 12 REFUSED WITH NOTHING TOUCHED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM GET-PARMS-PARA.
            IF WS-RETURN-CODE NOT = 12
                PERFORM CHECK-SET-PARA
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                PERFORM CHECK-TRAILS-PARA
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                MOVE 'SET  ' TO WS-FL-FUNC
                MOVE 'BALMASTER   ' TO WS-FL-RESOURCE
                CALL 'FILELOCK' USING WS-FILELOCK
                IF WS-FL-RESULT NOT = '0'
                    DISPLAY "BALANCE MASTER IS LOCKED - RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            IF WS-RETURN-CODE = 12
                DISPLAY "RECOVERY REFUSED - NOTHING TOUCHED"
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM RESTORE-SET-PARA.
            IF WS-RETURN-CODE = 8
                DISPLAY "BACKUP SET " WS-SET-DATE " FAILED ITS COUNTS"
                    " - RESTORE FROM ANOTHER SET"
                PERFORM RELEASE-LOCK-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            SORT RCV-WORK
                ON ASCENDING KEY RW-DATE
                   ASCENDING KEY RW-REF
                   ASCENDING KEY RW-TYPE
                   ASCENDING KEY RW-BCODE
                   ASCENDING KEY RW-PCODE
                INPUT PROCEDURE IS READ-MOVEMENTS
                OUTPUT PROCEDURE IS REPLAY-MOVEMENTS.
            DISPLAY WS-HIST-COUNT " BALANCE LINES AND " WS-DTL-COUNT
                " MOVEMENT DETAILS REPLAYED (" WS-REV-COUNT
                " REVERSALS)".
            IF WS-MISS-COUNT > ZERO
                DISPLAY WS-MISS-COUNT
                    " MOVEMENTS COULD NOT BE PLACED - SEE ABOVE"
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            IF WS-SUP-COUNT > ZERO
                DISPLAY "SUPERSESSION CUTOVER LINES REPLAYED - RERUN "
                    "SUPERCUT TO CARRY LOTS, QUARANTINE AND "
                    "IN-TRANSIT ACROSS"
            END-IF.
            PERFORM REWRITE-LOTBAL-PARA.
            PERFORM REWRITE-QUARBAL-PARA.
            PERFORM REWRITE-INTRANSIT-PARA.
            PERFORM COMPARE-SNAPSHOT-PARA.
            PERFORM RELEASE-LOCK-PARA.
            IF WS-RETURN-CODE = ZERO
                DISPLAY "RECOVERY COMPLETE - REBUILD PROVED AGAINST "
                    "THE PUBLISHED SNAPSHOT"
            ELSE
                DISPLAY "RECOVERY COMPLETE - REBUILD NOT PROVED, "
                    "CHECK THE DIFFERENCES ABOVE"
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-MOVEMENTS SECTION.
       READ-MOVEMENTS-PARA.
      *     EVERY HISTORY LINE AND MOVEMENT DETAIL INSIDE THE WINDOW
      *     GOES TO THE SORT; BOTH FILES ARE KEYED BY BRANCH FIRST, SO
      *     THE SORT PUTS THEM BACK INTO POSTING ORDER.
            OPEN INPUT BALHISTORY.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BALHISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE BH-RUNDATE TO RW-DATE
                        MOVE BH-REF TO RW-REF
                        PERFORM CHECK-WINDOW-PARA
                        IF WS-PARM-OK = 'Y'
                            MOVE 'H' TO RW-TYPE
                            MOVE BH-BCODE TO RW-BCODE
                            MOVE BH-PCODE TO RW-PCODE
                            MOVE BALHISTORY-REC TO RW-DATA
                            RELEASE RCV-WORK-REC
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BALHISTORY.
            OPEN INPUT MOVEMENT-DETAIL.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-DETAIL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE MD-DATE TO RW-DATE
                        MOVE MD-REF TO RW-REF
                        PERFORM CHECK-WINDOW-PARA
                        IF WS-PARM-OK = 'Y'
                            MOVE 'M' TO RW-TYPE
                            MOVE MD-BCODE TO RW-BCODE
                            MOVE MD-PCODE TO RW-PCODE
                            MOVE MOVEMENT-DETAIL-REC TO RW-DATA
                            RELEASE RCV-WORK-REC
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MOVEMENT-DETAIL.
            GO TO READ-MOVEMENTS-EXIT.

       CHECK-WINDOW-PARA.
      *     AFTER THE SET'S LAST BUSINESS DATE, UP TO AND INCLUDING
      *     THE STOPPING DATE AND REFERENCE.
            MOVE 'N' TO WS-PARM-OK.
            IF RW-DATE > WS-BASE-DATE
                IF RW-DATE < WS-TO-DATE
                    MOVE 'Y' TO WS-PARM-OK
                ELSE IF RW-DATE = WS-TO-DATE AND RW-REF <= WS-TO-REF
                    MOVE 'Y' TO WS-PARM-OK
                END-IF END-IF
            END-IF.

       READ-MOVEMENTS-EXIT.
            EXIT.

       REPLAY-MOVEMENTS SECTION.
       REPLAY-MOVEMENTS-PARA.
            OPEN I-O BALMASTER.
            OPEN INPUT MOVEMENT-DETAIL.
            MOVE 'N' TO WS-WRK-EOF.
            PERFORM UNTIL WS-WRK-EOF = 'Y'
                RETURN RCV-WORK
                    AT END MOVE 'Y' TO WS-WRK-EOF
                    NOT AT END
                        IF RW-TYPE = 'H'
                            PERFORM REPLAY-BALANCE-PARA
                        ELSE
                            PERFORM REPLAY-DETAIL-PARA
                        END-IF
                END-RETURN
            END-PERFORM.
            CLOSE BALMASTER.
            CLOSE MOVEMENT-DETAIL.
            GO TO REPLAY-MOVEMENTS-EXIT.

       REPLAY-BALANCE-PARA.
      *     THE HISTORY LINE CARRIES THE BALANCE THE CLOSE COMMITTED,
      *     SO THE MASTER IS SET TO IT -- CREATED IF THE MOVEMENT
      *     OPENED A NEW BRANCH/PRODUCT.
            MOVE RW-DATA TO WS-RPL-HIST.
            ADD 1 TO WS-HIST-COUNT.
            IF WS-RH-REASON = 'SUP'
                ADD 1 TO WS-SUP-COUNT
            END-IF.
            MOVE WS-RH-BCODE TO BAL-BCODE.
            MOVE WS-RH-PCODE TO BAL-PCODE.
            READ BALMASTER
                INVALID KEY
                    MOVE WS-RH-BCODE TO BAL-BCODE
                    MOVE WS-RH-PCODE TO BAL-PCODE
                    MOVE WS-RH-QUANTITY TO BAL-QUANTITY
                    WRITE BALMASTER-REC
                NOT INVALID KEY
                    MOVE WS-RH-QUANTITY TO BAL-QUANTITY
                    REWRITE BALMASTER-REC
            END-READ.

       REPLAY-DETAIL-PARA.
      *     WHAT THE MOVEMENT DID BEYOND THE MASTER, AS THE CLOSE
      *     RECORDED IT -- THE LOTS IT DREW OR CREDITED, THE SHIPMENT
      *     IT PARKED OR RECEIVED, THE QUARANTINE BUCKET IT MOVED.
            MOVE RW-DATA TO WS-RPL-MOVE.
            ADD 1 TO WS-DTL-COUNT.
            MOVE WS-RM-BCODE TO WS-LT-BCODE.
            MOVE WS-RM-PCODE TO WS-LT-PCODE.
            IF WS-RM-OPTION = 1 OR WS-RM-OPTION = 5
                PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                    UNTIL WS-LT-IDX > WS-RM-LOT-COUNT
                    MOVE WS-RM-LOT(WS-LT-IDX) TO WS-LT-LOT
                    MOVE WS-RM-LOT-QTY(WS-LT-IDX) TO WS-LT-QTY
                    PERFORM DEBIT-LOT-PARA
                END-PERFORM
            ELSE IF WS-RM-OPTION = 2
                PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                    UNTIL WS-LT-IDX > WS-RM-LOT-COUNT
                    MOVE WS-RM-LOT(WS-LT-IDX) TO WS-LT-LOT
                    MOVE WS-RM-LOT-QTY(WS-LT-IDX) TO WS-LT-QTY
                    PERFORM CREDIT-LOT-PARA
                END-PERFORM
            ELSE IF WS-RM-OPTION = 4
                MOVE WS-RM-BCODE TO WS-IT-FROM
                MOVE WS-RM-OTHBR TO WS-IT-TO
                MOVE WS-RM-PCODE TO WS-IT-PCODE
                MOVE WS-RM-QTY TO WS-IT-QTY
                MOVE WS-RM-DATE TO WS-IT-DATE
                PERFORM ADD-INTRANSIT-PARA
            ELSE IF WS-RM-OPTION = 6
                PERFORM RECEIVE-INTRANSIT-PARA
            ELSE IF WS-RM-OPTION = 7
                MOVE WS-RM-QTY TO WS-LT-QTY
                PERFORM ADD-QUAR-PARA
            ELSE IF WS-RM-OPTION = 8 OR WS-RM-OPTION = 9
                MOVE WS-RM-QTY TO WS-LT-QTY
                PERFORM TAKE-QUAR-PARA
            ELSE IF WS-RM-OPTION = 0
                PERFORM REPLAY-REVERSAL-PARA
            END-IF END-IF END-IF END-IF END-IF END-IF END-IF.

       RECEIVE-INTRANSIT-PARA.
      *     THE CONFIRMATION CLOSED THE OLDEST OPEN LINE ON ITS ROUTE
      *     FOR THE PRODUCT AND QUANTITY; THE DETAIL NAMES THAT LINE'S
      *     SHIP DATE.
            MOVE 'O' TO WS-IT-STATE.
            MOVE WS-RM-OTHBR TO WS-IT-FROM.
            MOVE WS-RM-BCODE TO WS-IT-TO.
            MOVE WS-RM-PCODE TO WS-IT-PCODE.
            MOVE WS-RM-QTY TO WS-IT-QTY.
            MOVE WS-RM-SHIPDATE TO WS-IT-DATE.
            PERFORM FIND-INTRANSIT-PARA.
            IF WS-IT-HIT = ZERO
                MOVE ZERO TO WS-IT-DATE
                PERFORM FIND-INTRANSIT-PARA
            END-IF.
            IF WS-IT-HIT > ZERO
                MOVE 'R' TO WS-IT-T-STATE(WS-IT-HIT)
            ELSE
                DISPLAY "CONFIRMATION WITH NOTHING IN TRANSIT - "
                    WS-RM-OTHBR " TO " WS-RM-BCODE " PRODUCT "
                    WS-RM-PCODE " QTY " WS-RM-QTY " REF " WS-RM-DATE
                    " " WS-RM-REF
                ADD 1 TO WS-MISS-COUNT
            END-IF.

       REPLAY-REVERSAL-PARA.
      *     THE REVERSAL'S DETAIL NAMES ITS ORIGINAL; THE ORIGINAL'S
      *     DETAIL SAYS WHAT TO UNDO, EXACTLY AS THE CLOSE UNDID IT.
            ADD 1 TO WS-REV-COUNT.
            MOVE WS-RM-BCODE TO MD-BCODE.
            MOVE WS-RM-PCODE TO MD-PCODE.
            MOVE WS-RM-LINK-DATE TO MD-DATE.
            MOVE WS-RM-LINK-REF TO MD-REF.
            READ MOVEMENT-DETAIL
                INVALID KEY
                    DISPLAY "REVERSAL " WS-RM-DATE " " WS-RM-REF
                        " - ORIGINAL " WS-RM-LINK-DATE " "
                        WS-RM-LINK-REF " NOT ON THE MOVEMENT DETAIL"
                    ADD 1 TO WS-MISS-COUNT
                NOT INVALID KEY
                    PERFORM UNDO-ORIGINAL-PARA
            END-READ.

       UNDO-ORIGINAL-PARA.
            IF MD-OPTION = 7 OR MD-OPTION = 9
                MOVE MD-QTY TO WS-REV-ABS
            ELSE
                COMPUTE WS-REV-DELTA = MD-AFTER - MD-BEFORE
                IF WS-REV-DELTA < ZERO
                    COMPUTE WS-REV-ABS = ZERO - WS-REV-DELTA
                ELSE
                    MOVE WS-REV-DELTA TO WS-REV-ABS
                END-IF
            END-IF.
            MOVE MD-BCODE TO WS-LT-BCODE.
            MOVE MD-PCODE TO WS-LT-PCODE.
            IF MD-OPTION = 1 OR MD-OPTION = 5
                PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                    UNTIL WS-LT-IDX > MD-LOT-COUNT
                    MOVE MD-LOT(WS-LT-IDX) TO WS-LT-LOT
                    MOVE MD-LOT-QTY(WS-LT-IDX) TO WS-LT-QTY
                    PERFORM CREDIT-LOT-PARA
                END-PERFORM
            ELSE IF MD-OPTION = 2
                PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                    UNTIL WS-LT-IDX > MD-LOT-COUNT
                    MOVE MD-LOT(WS-LT-IDX) TO WS-LT-LOT
                    MOVE MD-LOT-QTY(WS-LT-IDX) TO WS-LT-QTY
                    PERFORM DEBIT-LOT-PARA
                END-PERFORM
            ELSE IF MD-OPTION = 4
                MOVE 'O' TO WS-IT-STATE
                MOVE MD-BCODE TO WS-IT-FROM
                MOVE MD-OTHBR TO WS-IT-TO
                MOVE MD-PCODE TO WS-IT-PCODE
                MOVE MD-QTY TO WS-IT-QTY
                MOVE MD-DATE TO WS-IT-DATE
                PERFORM FIND-INTRANSIT-PARA
                IF WS-IT-HIT > ZERO
                    MOVE 'X' TO WS-IT-T-STATE(WS-IT-HIT)
                END-IF
            ELSE IF MD-OPTION = 6
      *         BACK ON THE ROAD UNDER ITS ORIGINAL SHIP DATE.
                MOVE 'R' TO WS-IT-STATE
                MOVE MD-OTHBR TO WS-IT-FROM
                MOVE MD-BCODE TO WS-IT-TO
                MOVE MD-PCODE TO WS-IT-PCODE
                MOVE MD-QTY TO WS-IT-QTY
                MOVE MD-SHIPDATE TO WS-IT-DATE
                PERFORM FIND-INTRANSIT-PARA
                IF WS-IT-HIT > ZERO
                    MOVE 'O' TO WS-IT-T-STATE(WS-IT-HIT)
                ELSE
                    PERFORM ADD-INTRANSIT-PARA
                END-IF
            ELSE IF MD-OPTION = 7
                MOVE WS-REV-ABS TO WS-LT-QTY
                PERFORM TAKE-QUAR-PARA
            ELSE IF MD-OPTION = 8 OR MD-OPTION = 9
                MOVE WS-REV-ABS TO WS-LT-QTY
                PERFORM ADD-QUAR-PARA
            END-IF END-IF END-IF END-IF END-IF END-IF.

       FIND-LOT-PARA.
            MOVE ZERO TO WS-LOT-HIT.
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                    OR WS-LOT-HIT > ZERO
                IF WS-LOT-T-BCODE(WS-LOT-IDX) = WS-LT-BCODE
                    AND WS-LOT-T-PCODE(WS-LOT-IDX) = WS-LT-PCODE
                    AND WS-LOT-T-LOT(WS-LOT-IDX) = WS-LT-LOT
                    MOVE WS-LOT-IDX TO WS-LOT-HIT
                END-IF
            END-PERFORM.

       CREDIT-LOT-PARA.
      *     A LOT FIRST RECEIVED AFTER THE SET COMES BACK WITHOUT AN
      *     EXPIRY -- THE DETAIL DOES NOT CARRY ONE -- AS A REVERSED
      *     ISSUE DOES IN THE CLOSE.
            PERFORM FIND-LOT-PARA.
            IF WS-LOT-HIT > ZERO
                ADD WS-LT-QTY TO WS-LOT-T-QTY(WS-LOT-HIT)
                    ON SIZE ERROR
                        MOVE 9999999 TO WS-LOT-T-QTY(WS-LOT-HIT)
                END-ADD
            ELSE
                IF WS-LOT-COUNT >= MAX-LOT-COUNT
                    DISPLAY "LOT TABLE FULL - LOT NOT TRACKED "
                        WS-LT-BCODE " " WS-LT-PCODE " " WS-LT-LOT
                    ADD 1 TO WS-MISS-COUNT
                ELSE
                    ADD 1 TO WS-LOT-COUNT
                    MOVE WS-LT-BCODE TO WS-LOT-T-BCODE(WS-LOT-COUNT)
                    MOVE WS-LT-PCODE TO WS-LOT-T-PCODE(WS-LOT-COUNT)
                    MOVE WS-LT-LOT TO WS-LOT-T-LOT(WS-LOT-COUNT)
                    MOVE WS-LT-QTY TO WS-LOT-T-QTY(WS-LOT-COUNT)
                    MOVE ZERO TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                END-IF
            END-IF.

       DEBIT-LOT-PARA.
      *     DRAWN DOWN, FLOORED AT ZERO, AS THE CLOSE DRAWS IT.
            PERFORM FIND-LOT-PARA.
            IF WS-LOT-HIT > ZERO
                IF WS-LT-QTY >= WS-LOT-T-QTY(WS-LOT-HIT)
                    MOVE ZERO TO WS-LOT-T-QTY(WS-LOT-HIT)
                ELSE
                    SUBTRACT WS-LT-QTY FROM WS-LOT-T-QTY(WS-LOT-HIT)
                END-IF
            END-IF.

       FIND-QUAR-PARA.
            MOVE ZERO TO WS-QUAR-HIT.
            PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                    OR WS-QUAR-HIT > ZERO
                IF WS-QR-T-BCODE(WS-QUAR-IDX) = WS-LT-BCODE
                    AND WS-QR-T-PCODE(WS-QUAR-IDX) = WS-LT-PCODE
                    MOVE WS-QUAR-IDX TO WS-QUAR-HIT
                END-IF
            END-PERFORM.

       ADD-QUAR-PARA.
            PERFORM FIND-QUAR-PARA.
            IF WS-QUAR-HIT > ZERO
                ADD WS-LT-QTY TO WS-QR-T-QTY(WS-QUAR-HIT)
                    ON SIZE ERROR
                        MOVE 9999999 TO WS-QR-T-QTY(WS-QUAR-HIT)
                END-ADD
            ELSE
                IF WS-QUAR-COUNT >= MAX-QUAR-COUNT
                    DISPLAY "QUARANTINE TABLE FULL - NOT TRACKED "
                        WS-LT-BCODE " " WS-LT-PCODE
                    ADD 1 TO WS-MISS-COUNT
                ELSE
                    ADD 1 TO WS-QUAR-COUNT
                    MOVE WS-LT-BCODE TO WS-QR-T-BCODE(WS-QUAR-COUNT)
                    MOVE WS-LT-PCODE TO WS-QR-T-PCODE(WS-QUAR-COUNT)
                    MOVE WS-LT-QTY TO WS-QR-T-QTY(WS-QUAR-COUNT)
                END-IF
            END-IF.

       TAKE-QUAR-PARA.
            PERFORM FIND-QUAR-PARA.
            IF WS-QUAR-HIT > ZERO
                IF WS-LT-QTY >= WS-QR-T-QTY(WS-QUAR-HIT)
                    MOVE ZERO TO WS-QR-T-QTY(WS-QUAR-HIT)
                ELSE
                    SUBTRACT WS-LT-QTY FROM WS-QR-T-QTY(WS-QUAR-HIT)
                END-IF
            END-IF.

       FIND-INTRANSIT-PARA.
      *     OLDEST LINE IN WS-IT-STATE ON THE ROUTE FOR THE PRODUCT
      *     AND QUANTITY; A ZERO WS-IT-DATE TAKES ANY SHIP DATE.
            MOVE ZERO TO WS-IT-HIT.
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-COUNT
                    OR WS-IT-HIT > ZERO
                IF WS-IT-T-STATE(WS-IT-IDX) = WS-IT-STATE AND
                    WS-IT-T-FROM(WS-IT-IDX) = WS-IT-FROM AND
                    WS-IT-T-TO(WS-IT-IDX) = WS-IT-TO AND
                    WS-IT-T-PCODE(WS-IT-IDX) = WS-IT-PCODE AND
                    WS-IT-T-QTY(WS-IT-IDX) = WS-IT-QTY
                    IF WS-IT-DATE = ZERO OR
                        WS-IT-T-DATE(WS-IT-IDX) = WS-IT-DATE
                        MOVE WS-IT-IDX TO WS-IT-HIT
                    END-IF
                END-IF
            END-PERFORM.

       ADD-INTRANSIT-PARA.
            IF WS-IT-COUNT >= MAX-IT-COUNT
                DISPLAY "IN-TRANSIT TABLE FULL - SHIPMENT NOT TRACKED "
                    WS-IT-FROM " TO " WS-IT-TO " PRODUCT " WS-IT-PCODE
                ADD 1 TO WS-MISS-COUNT
            ELSE
                ADD 1 TO WS-IT-COUNT
                MOVE WS-IT-FROM TO WS-IT-T-FROM(WS-IT-COUNT)
                MOVE WS-IT-TO TO WS-IT-T-TO(WS-IT-COUNT)
                MOVE WS-IT-PCODE TO WS-IT-T-PCODE(WS-IT-COUNT)
                MOVE WS-IT-QTY TO WS-IT-T-QTY(WS-IT-COUNT)
                MOVE WS-IT-DATE TO WS-IT-T-DATE(WS-IT-COUNT)
                MOVE 'O' TO WS-IT-T-STATE(WS-IT-COUNT)
            END-IF.

       REPLAY-MOVEMENTS-EXIT.
            EXIT.

       TAIL SECTION.
       GET-PARMS-PARA.
            MOVE SPACES TO WS-PARM-X.
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'RECOVER_SET_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            PERFORM CHECK-DATE-PARA.
            IF WS-PARM-OK = 'Y'
                MOVE WS-PARM-X TO WS-SET-DATE
                MOVE WS-SET-DATE TO WS-BASE-DATE
            ELSE
                DISPLAY "RECOVER_SET_DATE '" WS-PARM-X
                    "' IS NOT A BACKUP SET DATE (YYYYMMDD)"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-PARM-X.
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'RECOVER_BASE_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-PARM-X NOT = SPACES
                PERFORM CHECK-DATE-PARA
                IF WS-PARM-OK = 'Y'
                    MOVE WS-PARM-X TO WS-BASE-DATE
                ELSE
                    DISPLAY "RECOVER_BASE_DATE '" WS-PARM-X
                        "' IS NOT A DATE (YYYYMMDD)"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            MOVE SPACES TO WS-PARM-X.
            ACCEPT WS-PARM-X FROM ENVIRONMENT 'RECOVER_TO_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-PARM-X NOT = SPACES
                PERFORM CHECK-DATE-PARA
                IF WS-PARM-OK = 'Y'
                    MOVE WS-PARM-X TO WS-TO-DATE
                ELSE
                    DISPLAY "RECOVER_TO_DATE '" WS-PARM-X
                        "' IS NOT A DATE (YYYYMMDD)"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            MOVE SPACES TO WS-REF-X.
            ACCEPT WS-REF-X FROM ENVIRONMENT 'RECOVER_TO_REF'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-REF-X NOT = SPACES
                IF WS-REF-X IS NUMERIC
                    MOVE WS-REF-X TO WS-TO-REF
                ELSE
                    DISPLAY "RECOVER_TO_REF '" WS-REF-X
                        "' IS NOT A REFERENCE (ALL 7 DIGITS)"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            IF WS-RETURN-CODE NOT = 12 AND WS-TO-DATE <= WS-BASE-DATE
                DISPLAY "STOPPING DATE " WS-TO-DATE
                    " IS NOT AFTER THE SET'S BUSINESS DATE "
                    WS-BASE-DATE
                MOVE 12 TO WS-RETURN-CODE
            END-IF.
            IF WS-RETURN-CODE NOT = 12
                DISPLAY "RECOVERY FROM SET " WS-SET-DATE
                    " - REPLAY AFTER " WS-BASE-DATE " UP TO "
                    WS-TO-DATE " REF " WS-TO-REF
            END-IF.

       CHECK-DATE-PARA.
            MOVE 'N' TO WS-PARM-OK.
            IF WS-PARM-X IS NUMERIC
                IF WS-PM-MONTH >= 01 AND WS-PM-MONTH <= 12 AND
                    WS-PM-DAY >= 01 AND WS-PM-DAY <= 31
                    MOVE 'Y' TO WS-PARM-OK
                END-IF
            END-IF.

       CHECK-SET-PARA.
      *     THE SET MUST CARRY ALL FOUR BALANCE MEMBERS -- ONE TAKEN
      *     BEFORE THE BACKUP INCLUDED THEM CANNOT BE ROLLED FORWARD.
      *     NOTHING IS RESTORED UNTIL THIS HAS PASSED.
            MOVE 'BALMAST' TO WS-MB-ID(1).
            MOVE 'LOTBAL' TO WS-MB-ID(2).
            MOVE 'QUARBAL' TO WS-MB-ID(3).
            MOVE 'INTRANS' TO WS-MB-ID(4).
            PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > 4
                MOVE 'N' TO WS-MB-FOUND(WS-MB-IDX)
                MOVE ZERO TO WS-MB-EXPECT(WS-MB-IDX)
            END-PERFORM.
            MOVE SPACES TO WS-CONTROL-PATH.
            STRING WS-BACKUP-DIR DELIMITED BY SPACE
                'Backup' DELIMITED BY SIZE
                WS-SET-DATE DELIMITED BY SIZE
                '.CTL' DELIMITED BY SIZE
                INTO WS-CONTROL-PATH
            END-STRING.
            OPEN INPUT CONTROL-FILE.
            IF WS-CTL-STATUS NOT = '00'
                DISPLAY "BACKUP SET " WS-SET-DATE " NOT FOUND"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ CONTROL-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                                UNTIL WS-MB-IDX > 4
                                IF CTL-ID = WS-MB-ID(WS-MB-IDX)
                                    MOVE 'Y' TO WS-MB-FOUND(WS-MB-IDX)
                                    MOVE CTL-COUNT
                                        TO WS-MB-EXPECT(WS-MB-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE CONTROL-FILE
                PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                    UNTIL WS-MB-IDX > 4
                    IF WS-MB-FOUND(WS-MB-IDX) = 'N'
                        DISPLAY "BACKUP SET " WS-SET-DATE
                            " DOES NOT CARRY " WS-MB-ID(WS-MB-IDX)
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
                END-PERFORM
            END-IF.

       CHECK-TRAILS-PARA.
      *     WITHOUT THE HISTORY AND THE DETAIL THERE IS NOTHING TO
      *     ROLL FORWARD WITH.
            OPEN INPUT BALHISTORY.
            IF WS-BHI-STATUS NOT = '00'
                DISPLAY "BALANCE HISTORY NOT AVAILABLE - STATUS "
                    WS-BHI-STATUS
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                CLOSE BALHISTORY
            END-IF.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MVD-STATUS NOT = '00'
                DISPLAY "MOVEMENT DETAIL NOT AVAILABLE - STATUS "
                    WS-MVD-STATUS
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                CLOSE MOVEMENT-DETAIL
            END-IF.

       RESTORE-SET-PARA.
      *     THE MASTER IS RELOADED FROM ITS KEY-ORDER UNLOAD; THE LOT,
      *     QUARANTINE AND IN-TRANSIT MEMBERS GO INTO THE TABLES THE
      *     REPLAY WORKS ON. EVERY COUNT IS PROVED AGAINST THE SET.
            PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > 4
                MOVE WS-MB-ID(WS-MB-IDX) TO WS-FILE-ID
                MOVE SPACES TO WS-BACKUP-PATH
                STRING WS-BACKUP-DIR DELIMITED BY SPACE
                    'Backup' DELIMITED BY SIZE
                    WS-SET-DATE DELIMITED BY SIZE
                    '.' DELIMITED BY SIZE
                    WS-FILE-ID DELIMITED BY SPACE
                    '.txt' DELIMITED BY SIZE
                    INTO WS-BACKUP-PATH
                END-STRING
                MOVE ZERO TO WS-COUNT
                PERFORM RESTORE-MEMBER-PARA
                IF WS-COUNT = WS-MB-EXPECT(WS-MB-IDX)
                    DISPLAY WS-FILE-ID " RESTORED - " WS-COUNT
                        " RECORDS, COUNT PROVED"
                ELSE
                    DISPLAY WS-FILE-ID " COUNT MISMATCH - EXPECTED "
                        WS-MB-EXPECT(WS-MB-IDX) " RESTORED " WS-COUNT
                    MOVE 8 TO WS-RETURN-CODE
                END-IF
            END-PERFORM.

       RESTORE-MEMBER-PARA.
            OPEN INPUT BACKUP-FILE.
            IF WS-BKP-STATUS NOT = '00'
                DISPLAY WS-FILE-ID " BACKUP MEMBER MISSING"
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                IF WS-FILE-ID = 'BALMAST'
                    OPEN OUTPUT BALMASTER
                END-IF
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ BACKUP-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM RESTORE-LINE-PARA
                    END-READ
                END-PERFORM
                IF WS-FILE-ID = 'BALMAST'
                    CLOSE BALMASTER
                END-IF
                CLOSE BACKUP-FILE
            END-IF.

       RESTORE-LINE-PARA.
            IF WS-FILE-ID = 'BALMAST'
                MOVE BACKUP-REC TO BALMASTER-REC
                WRITE BALMASTER-REC
                    INVALID KEY
                        DISPLAY "BAD KEY IN BACKUP - " BAL-KEY
                        MOVE 8 TO WS-RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO WS-COUNT
                END-WRITE
            ELSE IF WS-FILE-ID = 'LOTBAL'
                ADD 1 TO WS-COUNT
                MOVE BACKUP-REC TO WS-LOT-LINE
                IF WS-LOT-COUNT >= MAX-LOT-COUNT
                    DISPLAY "LOT TABLE FULL - BACKUP NOT LOADED"
                    MOVE 8 TO WS-RETURN-CODE
                ELSE
                    ADD 1 TO WS-LOT-COUNT
                    MOVE WS-LL-BCODE TO WS-LOT-T-BCODE(WS-LOT-COUNT)
                    MOVE WS-LL-PCODE TO WS-LOT-T-PCODE(WS-LOT-COUNT)
                    MOVE WS-LL-LOT TO WS-LOT-T-LOT(WS-LOT-COUNT)
                    MOVE WS-LL-QTY TO WS-LOT-T-QTY(WS-LOT-COUNT)
                    MOVE WS-LL-EXPIRY TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                END-IF
            ELSE IF WS-FILE-ID = 'QUARBAL'
                ADD 1 TO WS-COUNT
                MOVE BACKUP-REC TO WS-QUAR-LINE
                IF WS-QUAR-COUNT >= MAX-QUAR-COUNT
                    DISPLAY "QUARANTINE TABLE FULL - BACKUP NOT LOADED"
                    MOVE 8 TO WS-RETURN-CODE
                ELSE
                    ADD 1 TO WS-QUAR-COUNT
                    MOVE WS-QL-BCODE TO WS-QR-T-BCODE(WS-QUAR-COUNT)
                    MOVE WS-QL-PCODE TO WS-QR-T-PCODE(WS-QUAR-COUNT)
                    MOVE WS-QL-QTY TO WS-QR-T-QTY(WS-QUAR-COUNT)
                END-IF
            ELSE
                ADD 1 TO WS-COUNT
                MOVE BACKUP-REC TO WS-IT-LINE
                MOVE WS-IL-FROM TO WS-IT-FROM
                MOVE WS-IL-TO TO WS-IT-TO
                MOVE WS-IL-PCODE TO WS-IT-PCODE
                MOVE WS-IL-QTY TO WS-IT-QTY
                MOVE WS-IL-DATE TO WS-IT-DATE
                PERFORM ADD-INTRANSIT-PARA
            END-IF END-IF END-IF.

       REWRITE-LOTBAL-PARA.
      *     ONLY LOTS STILL HOLDING QUANTITY GO BACK OUT, AS THE
      *     CLOSE WRITES THEM.
            OPEN OUTPUT LOTBALANCE-FILE.
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                IF WS-LOT-T-QTY(WS-LOT-IDX) > ZERO
                    MOVE WS-LOT-T-BCODE(WS-LOT-IDX) TO LBL-BCODE
                    MOVE WS-LOT-T-PCODE(WS-LOT-IDX) TO LBL-PCODE
                    MOVE WS-LOT-T-LOT(WS-LOT-IDX) TO LBL-LOT
                    MOVE WS-LOT-T-QTY(WS-LOT-IDX) TO LBL-QTY
                    MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX) TO LBL-EXPIRY
                    WRITE LOTBALANCE-REC
                END-IF
            END-PERFORM.
            CLOSE LOTBALANCE-FILE.

       REWRITE-QUARBAL-PARA.
            OPEN OUTPUT QUARBAL-FILE.
            PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                IF WS-QR-T-QTY(WS-QUAR-IDX) > ZERO
                    MOVE WS-QR-T-BCODE(WS-QUAR-IDX) TO QBL-BCODE
                    MOVE WS-QR-T-PCODE(WS-QUAR-IDX) TO QBL-PCODE
                    MOVE WS-QR-T-QTY(WS-QUAR-IDX) TO QBL-QTY
                    WRITE QUARBAL-REC
                END-IF
            END-PERFORM.
            CLOSE QUARBAL-FILE.

       REWRITE-INTRANSIT-PARA.
            OPEN OUTPUT INTRANSIT-FILE.
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-COUNT
                IF WS-IT-T-STATE(WS-IT-IDX) = 'O'
                    MOVE WS-IT-T-FROM(WS-IT-IDX) TO ITR-FROM-BCODE
                    MOVE WS-IT-T-TO(WS-IT-IDX) TO ITR-TO-BCODE
                    MOVE WS-IT-T-PCODE(WS-IT-IDX) TO ITR-PCODE
                    MOVE WS-IT-T-QTY(WS-IT-IDX) TO ITR-QTY
                    MOVE WS-IT-T-DATE(WS-IT-IDX) TO ITR-SHIP-DATE
                    WRITE INTRANSIT-REC
                END-IF
            END-PERFORM.
            CLOSE INTRANSIT-FILE.

       COMPARE-SNAPSHOT-PARA.
      *     TWO-FILE MATCH OF THE PUBLISHED SNAPSHOT AGAINST THE
      *     REBUILT MASTER, BOTH IN BRANCH/PRODUCT ORDER. A ZERO ROW
      *     ON ONE SIDE AND NO ROW ON THE OTHER HOLD THE SAME STOCK
      *     (A SEEDED BRANCH) AND ARE COUNTED, NOT FLAGGED.
            OPEN INPUT NEWBALANCE.
            IF WS-NEW-STATUS NOT = '00'
                DISPLAY "NO PUBLISHED SNAPSHOT - REBUILD NOT PROVED"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                GO TO COMPARE-SNAPSHOT-EXIT
            END-IF.
            OPEN INPUT BALMASTER.
            PERFORM READ-SNAPSHOT-PARA.
            PERFORM READ-REBUILT-PARA.
            PERFORM UNTIL WS-NB-KEY = HIGH-VALUES
                AND WS-BM-KEY = HIGH-VALUES
                IF WS-NB-KEY = WS-BM-KEY
                    IF NEW-QUANTITY = BAL-QUANTITY
                        ADD 1 TO WS-MATCH-COUNT
                    ELSE
                        DISPLAY "DIFFERS - BRANCH " BAL-BCODE
                            " PRODUCT " BAL-PCODE " REBUILT "
                            BAL-QUANTITY " PUBLISHED " NEW-QUANTITY
                        ADD 1 TO WS-DIFF-COUNT
                    END-IF
                    PERFORM READ-SNAPSHOT-PARA
                    PERFORM READ-REBUILT-PARA
                ELSE IF WS-NB-KEY < WS-BM-KEY
                    IF NEW-QUANTITY = ZERO
                        ADD 1 TO WS-ZERO-COUNT
                    ELSE
                        DISPLAY "NOT REBUILT - BRANCH " NEW-BCODE
                            " PRODUCT " NEW-PCODE " PUBLISHED "
                            NEW-QUANTITY
                        ADD 1 TO WS-DIFF-COUNT
                    END-IF
                    PERFORM READ-SNAPSHOT-PARA
                ELSE
                    IF BAL-QUANTITY = ZERO
                        ADD 1 TO WS-ZERO-COUNT
                    ELSE
                        DISPLAY "NOT PUBLISHED - BRANCH " BAL-BCODE
                            " PRODUCT " BAL-PCODE " REBUILT "
                            BAL-QUANTITY
                        ADD 1 TO WS-DIFF-COUNT
                    END-IF
                    PERFORM READ-REBUILT-PARA
                END-IF END-IF
            END-PERFORM.
            CLOSE NEWBALANCE.
            CLOSE BALMASTER.
            DISPLAY "SNAPSHOT MATCH - " WS-MATCH-COUNT " AGREE, "
                WS-DIFF-COUNT " DIFFER, " WS-ZERO-COUNT
                " ZERO ROWS ON ONE SIDE ONLY".
            IF WS-DIFF-COUNT > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       COMPARE-SNAPSHOT-EXIT.
            EXIT.

       READ-SNAPSHOT-PARA.
            READ NEWBALANCE
                AT END MOVE HIGH-VALUES TO WS-NB-KEY
                NOT AT END MOVE NEW-KEY TO WS-NB-KEY
            END-READ.

       READ-REBUILT-PARA.
            READ BALMASTER NEXT RECORD
                AT END MOVE HIGH-VALUES TO WS-BM-KEY
                NOT AT END MOVE BAL-KEY TO WS-BM-KEY
            END-READ.

       RELEASE-LOCK-PARA.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            MOVE 'BALMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\' TO WS-BACKUP-DIR.
            ACCEPT WS-BACKUP-DIR FROM ENVIRONMENT 'BACKUP_DIR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH.
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                TO WS-BALHISTORY-PATH.
            ACCEPT WS-BALHISTORY-PATH
                FROM ENVIRONMENT 'BALANCE_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH.
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\NewBalance.txt'
                TO WS-NEWBALANCE-PATH.
            ACCEPT WS-NEWBALANCE-PATH FROM ENVIRONMENT 'NEWBALANCE_FILE'
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
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-FILE-PATH.
            ACCEPT WS-INTRANSIT-FILE-PATH
                FROM ENVIRONMENT 'INTRANSIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RecoverWork.tmp'
                TO WS-RCV-WORK-PATH.
            ACCEPT WS-RCV-WORK-PATH FROM ENVIRONMENT 'RECOVER_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM BALRECOVER.
