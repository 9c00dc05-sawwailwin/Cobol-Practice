      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: WEEKLY CAPACITY HEADROOM REPORT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- several limits in the system
      *                fail quietly when they are reached (a full
      *                table stops loading, a full counter wraps), so
      *                once a week each one is measured against its
      *                ceiling: master and work-file entries against
      *                the in-memory tables that load them (branch
      *                2000 and product 500 in COBOLRD1 and
      *                KeyExpiredProcess, balance snapshot 2000 in
      *                KeyExpiredProcess, open PO 500, lot 1000,
      *                quarantine 1000 and in-transit 500 in COBOLRD02),
      *                the highest product code, PO number and
      *                balance-history reference against their
      *                picture widths, the largest balance and
      *                transaction quantity seen against PIC 9(7), and
      *                the record counts of the growing files. Each
      *                figure prints with its week-over-week growth
      *                against the prior row on HeadroomHistory.txt and
      *                the weeks left at that rate; this week's rows
      *                are appended for next week. A limit with
      *                HEADROOM_ALERT_PCT percent or less of its
      *                ceiling left (default 10) raises a 'W' alert
      *                through ALERTLOG, 'C' once it is at the
      *                ceiling. The week-end date comes from
      *                BUSINESS_DATE, defaulting to the run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADROOM.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
           SELECT NEWBALANCE ASSIGN TO DYNAMIC WS-NEWBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPO-STATUS.
           SELECT TDYTRANSACTION ASSIGN TO DYNAMIC WS-TDYTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDY-STATUS.
           SELECT BALHISTORY ASSIGN TO DYNAMIC WS-BALHISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BHI-STATUS.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MVD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
           WS-HEADROOM-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HDH-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LINE FILES THAT ARE ONLY COUNTED ARE READ THROUGH ONE FD,
      * RE-ASSIGNED TO EACH PATH IN TURN.
       FD COUNT-FILE.
       01 COUNT-LINE PIC X(200).

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE.

       FD NEWBALANCE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY NEWBALANCE-FILE
                                    BPQ-BCODE-NAME BY NEW-BCODE
                                    BPQ-PCODE-NAME BY NEW-PCODE
                                    BPQ-QTY-NAME BY NEW-QUANTITY.

       FD OPENPO-FILE.
           COPY OPENPO REPLACING OPO-REC-NAME BY OPENPO-REC
                                  OPO-PONUM-NAME BY OPO-PONUM.

       FD TDYTRANSACTION.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY TDYTRANSACTION-FILE
                                   TDN-QTY-NAME BY TDY-QUANTITY.

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
                                   MVD-QTY-NAME BY MD-QTY.

       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 HDH-WEEKEND PIC 9(8).
           05 HDH-MEASURE PIC X(8).
           05 HDH-VALUE PIC 9(9).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CNT-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-OPO-STATUS PIC X(2).
       01 WS-TDY-STATUS PIC X(2).
       01 WS-BHI-STATUS PIC X(2).
       01 WS-MVD-STATUS PIC X(2).
       01 WS-HDH-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-COUNT-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-NEWBALANCE-PATH PIC X(60).
       01 WS-OPENPO-PATH PIC X(60).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-QUARBAL-PATH PIC X(60).
       01 WS-INTRANSIT-PATH PIC X(60).
       01 WS-TDYTRAN-PATH PIC X(60).
       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-LOT-REGISTER-PATH PIC X(60).
       01 WS-SERIAL-HISTORY-PATH PIC X(60).
       01 WS-RUNSTATS-PATH PIC X(60).
       01 WS-ALERT-PATH PIC X(60).
       01 WS-HEADROOM-HISTORY-PATH PIC X(60).
       01 WS-REPORT-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

      * A LIMIT WITH THIS PERCENTAGE OF ITS CEILING OR LESS STILL
      * FREE IS REPORTED AND ALERTED.
       01 WS-ALERT-PCT PIC 9(2) VALUE 10.
       01 WS-ALERT-PCT-X PIC X(2).

      * APPROXIMATE DAY SERIALS (YEAR*365 + MONTH*31 + DAY) TO SCALE
      * THE GROWTH TO A WEEK WHEN THE PRIOR ROW IS NOT EXACTLY SEVEN
      * DAYS BACK -- NEVER USED FOR POSTING.
       01 WS-DAYNUM-WORK PIC 9(8).
       01 WS-DAYNUM-WORK-R REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DAYNUM-END PIC 9(7).
       01 WS-DAYNUM-DIFF PIC S9(7).

      * THE MEASURES, IN REPORT ORDER. THE GATHER PARAGRAPHS POST BY
      * POSITION:
      *   1 BRANCHES  2 PRODUCTS  3 NEWBAL   4 OPENPO   5 LOTS
      *   6 QUAR      7 INTRANS   8 PCODE    9 PONUM   10 HISTREF
      *  11 BALQTY   12 TRANQTY  13 BALHIST 14 MOVEDTL 15 LOTREG
      *  16 SERHIST  17 RUNSTATS 18 ALERTS
      * A CEILING OF ZERO IS A GROWING FILE WITH NO FIXED LIMIT --
      * IT IS REPORTED FOR ITS GROWTH ONLY.
       01 WS-MEASURE-TABLE.
           05 WS-MS-ENTRY OCCURS 18 TIMES.
               10 WS-MS-ID PIC X(8).
               10 WS-MS-DESC PIC X(28).
               10 WS-MS-CEILING PIC 9(9).
               10 WS-MS-CURRENT PIC 9(9).
               10 WS-MS-AVAIL PIC X(1).
               10 WS-MS-PRIOR PIC 9(9).
               10 WS-MS-HAS-PRIOR PIC X(1).
       77 MAX-MEASURE-COUNT PIC 9(2) VALUE 18.
       01 WS-MS-IDX PIC 9(2).
       01 WS-MS-POST PIC 9(2).
       01 WS-MEASURE-COUNT PIC 9(2) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(9).
       01 WS-PRIOR-WEEKEND PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DAYS PIC 9(5) VALUE ZERO.
       01 WS-GROWTH PIC S9(9).
       01 WS-WEEK-GROWTH PIC S9(9).
       01 WS-FREE PIC S9(9).
       01 WS-USED-PCT PIC 9(3)V9.
       01 WS-WEEKS-LEFT PIC 9(9).
       01 WS-AT-RISK PIC X(1).
       01 WS-NEAR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FULL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(2) VALUE ZERO.

       01 WS-ALERT.
           05 WS-ALERT-SEVERITY PIC X(1).
           05 WS-ALERT-PROGRAM PIC X(15) VALUE 'HEADROOM'.
           05 WS-ALERT-TEXT PIC X(60).

       01 WS-HEAD-1.
           05 FILLER PIC X(9) VALUE 'MEASURE'.
           05 FILLER PIC X(29) VALUE 'LIMIT'.
           05 FILLER PIC X(10) VALUE '  CURRENT'.
           05 FILLER PIC X(11) VALUE '   CEILING'.
           05 FILLER PIC X(6) VALUE 'USED%'.
           05 FILLER PIC X(11) VALUE ' WK GROWTH'.
           05 FILLER PIC X(11) VALUE 'WEEKS LEFT'.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-DESC PIC X(28).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-CURRENT PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-CEILING PIC Z(9)9.
           05 WS-DL-CEILING-X REDEFINES WS-DL-CEILING PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-USED PIC ZZ9.9.
           05 WS-DL-USED-X REDEFINES WS-DL-USED PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-GROWTH PIC -(9)9.
           05 WS-DL-GROWTH-X REDEFINES WS-DL-GROWTH PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-WEEKS PIC Z(9)9.
           05 WS-DL-WEEKS-X REDEFINES WS-DL-WEEKS PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-FLAG PIC X(11).

      * STANDARD RETURN-CODE SCHEME -- 0 EVERY LIMIT HAS HEADROOM,
      * 4 A LIMIT IS WITHIN THE ALERT PERCENTAGE OF ITS CEILING OR A
      * SOURCE FILE WAS MISSING (SAID ON THE REPORT), 8 A LIMIT IS AT
      * ITS CEILING.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE SPACES TO WS-ALERT-PCT-X.
            ACCEPT WS-ALERT-PCT-X FROM ENVIRONMENT 'HEADROOM_ALERT_PCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-ALERT-PCT-X IS NUMERIC
                MOVE WS-ALERT-PCT-X TO WS-ALERT-PCT
            END-IF.
            MOVE WS-RUN-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-END.
            PERFORM DEFINE-MEASURES-PARA.
            PERFORM LOAD-PRIOR-PARA.
            PERFORM GATHER-TABLES-PARA.
            PERFORM GATHER-PRODUCTS-PARA.
            PERFORM GATHER-BALANCES-PARA.
            PERFORM GATHER-OPENPO-PARA.
            PERFORM GATHER-TRANSACTIONS-PARA.
            PERFORM GATHER-HISTORY-PARA.
            PERFORM GATHER-MOVEMENTS-PARA.
            PERFORM GATHER-GROWING-PARA.
            PERFORM WRITE-REPORT-PARA.
            PERFORM SAVE-HISTORY-PARA.
            DISPLAY "HEADROOM REPORT FOR WEEK ENDING " WS-RUN-DATE
                " - " WS-NEAR-COUNT " NEAR CEILING, " WS-FULL-COUNT
                " AT CEILING".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       DEFINE-MEASURES-PARA.
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > MAX-MEASURE-COUNT
                MOVE ZERO TO WS-MS-CEILING(WS-MS-IDX)
                MOVE ZERO TO WS-MS-CURRENT(WS-MS-IDX)
                MOVE 'N' TO WS-MS-AVAIL(WS-MS-IDX)
                MOVE ZERO TO WS-MS-PRIOR(WS-MS-IDX)
                MOVE 'N' TO WS-MS-HAS-PRIOR(WS-MS-IDX)
            END-PERFORM.
            MOVE MAX-MEASURE-COUNT TO WS-MEASURE-COUNT.
            MOVE 'BRANCHES' TO WS-MS-ID(1).
            MOVE 'BRANCH MASTER ENTRIES' TO WS-MS-DESC(1).
            MOVE 2000 TO WS-MS-CEILING(1).
            MOVE 'PRODUCTS' TO WS-MS-ID(2).
            MOVE 'PRODUCT MASTER ENTRIES' TO WS-MS-DESC(2).
            MOVE 500 TO WS-MS-CEILING(2).
            MOVE 'NEWBAL' TO WS-MS-ID(3).
            MOVE 'BALANCE SNAPSHOT ROWS' TO WS-MS-DESC(3).
            MOVE 2000 TO WS-MS-CEILING(3).
            MOVE 'OPENPO' TO WS-MS-ID(4).
            MOVE 'OPEN PO LINES' TO WS-MS-DESC(4).
            MOVE 500 TO WS-MS-CEILING(4).
            MOVE 'LOTS' TO WS-MS-ID(5).
            MOVE 'LOT BALANCE LINES' TO WS-MS-DESC(5).
            MOVE 1000 TO WS-MS-CEILING(5).
            MOVE 'QUAR' TO WS-MS-ID(6).
            MOVE 'QUARANTINE LINES' TO WS-MS-DESC(6).
            MOVE 1000 TO WS-MS-CEILING(6).
            MOVE 'INTRANS' TO WS-MS-ID(7).
            MOVE 'IN-TRANSIT LINES' TO WS-MS-DESC(7).
            MOVE 500 TO WS-MS-CEILING(7).
            MOVE 'PCODE' TO WS-MS-ID(8).
            MOVE 'HIGHEST PRODUCT CODE' TO WS-MS-DESC(8).
            MOVE 999999 TO WS-MS-CEILING(8).
            MOVE 'PONUM' TO WS-MS-ID(9).
            MOVE 'HIGHEST PO NUMBER' TO WS-MS-DESC(9).
            MOVE 999999 TO WS-MS-CEILING(9).
            MOVE 'HISTREF' TO WS-MS-ID(10).
            MOVE 'HIGHEST HISTORY REFERENCE' TO WS-MS-DESC(10).
            MOVE 9999999 TO WS-MS-CEILING(10).
            MOVE 'BALQTY' TO WS-MS-ID(11).
            MOVE 'LARGEST BALANCE QUANTITY' TO WS-MS-DESC(11).
            MOVE 9999999 TO WS-MS-CEILING(11).
            MOVE 'TRANQTY' TO WS-MS-ID(12).
            MOVE 'LARGEST TRANSACTION QUANTITY' TO WS-MS-DESC(12).
            MOVE 9999999 TO WS-MS-CEILING(12).
            MOVE 'BALHIST' TO WS-MS-ID(13).
            MOVE 'BALANCE HISTORY RECORDS' TO WS-MS-DESC(13).
            MOVE 'MOVEDTL' TO WS-MS-ID(14).
            MOVE 'MOVEMENT DETAIL RECORDS' TO WS-MS-DESC(14).
            MOVE 'LOTREG' TO WS-MS-ID(15).
            MOVE 'LOT REGISTER ROWS' TO WS-MS-DESC(15).
            MOVE 'SERHIST' TO WS-MS-ID(16).
            MOVE 'SERIAL HISTORY ROWS' TO WS-MS-DESC(16).
            MOVE 'RUNSTATS' TO WS-MS-ID(17).
            MOVE 'RUN STATISTICS ROWS' TO WS-MS-DESC(17).
            MOVE 'ALERTS' TO WS-MS-ID(18).
            MOVE 'ALERT FILE ROWS' TO WS-MS-DESC(18).

       GATHER-TABLES-PARA.
      *     THE FILES LOADED WHOLE INTO A TABLE ARE MEASURED BY THEIR
      *     LINE COUNT -- THE LOADERS STOP AT THE TABLE SIZE, SO A
      *     COUNT AT THE CEILING MAY ALREADY BE HIDING LINES.
            MOVE WS-BRANCH-MASTER-PATH TO WS-COUNT-PATH.
            MOVE 1 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-LOTBALANCE-PATH TO WS-COUNT-PATH.
            MOVE 5 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-QUARBAL-PATH TO WS-COUNT-PATH.
            MOVE 6 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-INTRANSIT-PATH TO WS-COUNT-PATH.
            MOVE 7 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.

       GATHER-GROWING-PARA.
            MOVE WS-LOT-REGISTER-PATH TO WS-COUNT-PATH.
            MOVE 15 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-SERIAL-HISTORY-PATH TO WS-COUNT-PATH.
            MOVE 16 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-RUNSTATS-PATH TO WS-COUNT-PATH.
            MOVE 17 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-ALERT-PATH TO WS-COUNT-PATH.
            MOVE 18 TO WS-MS-POST.
            PERFORM COUNT-LINES-PARA.

       COUNT-LINES-PARA.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT COUNT-FILE.
            IF WS-CNT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(WS-MS-POST)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ COUNT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-LINE-COUNT
                END-READ
            END-PERFORM.
            IF WS-CNT-STATUS = '00' OR WS-CNT-STATUS = '10'
                CLOSE COUNT-FILE
            END-IF.
            MOVE WS-LINE-COUNT TO WS-MS-CURRENT(WS-MS-POST).

       GATHER-PRODUCTS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PRODUCT-MASTER.
            IF WS-PRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(2)
                MOVE 'Y' TO WS-MS-AVAIL(8)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PRODUCT-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MS-CURRENT(2)
                        IF PM-PRODUCT-CODE IS NUMERIC AND
                            PM-PRODUCT-CODE > WS-MS-CURRENT(8)
                            MOVE PM-PRODUCT-CODE TO WS-MS-CURRENT(8)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
                CLOSE PRODUCT-MASTER
            END-IF.

       GATHER-BALANCES-PARA.
      *     THE SNAPSHOT CARRIES EVERY BALANCE ON THE MASTER, SO IT
      *     GIVES BOTH THE ROW COUNT AND THE LARGEST BALANCE HELD.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT NEWBALANCE.
            IF WS-NEW-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(3)
                MOVE 'Y' TO WS-MS-AVAIL(11)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ NEWBALANCE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MS-CURRENT(3)
                        IF NEW-QUANTITY IS NUMERIC AND
                            NEW-QUANTITY > WS-MS-CURRENT(11)
                            MOVE NEW-QUANTITY TO WS-MS-CURRENT(11)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-NEW-STATUS = '00' OR WS-NEW-STATUS = '10'
                CLOSE NEWBALANCE
            END-IF.

       GATHER-OPENPO-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(4)
                MOVE 'Y' TO WS-MS-AVAIL(9)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPENPO-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MS-CURRENT(4)
                        IF OPO-PONUM IS NUMERIC AND
                            OPO-PONUM > WS-MS-CURRENT(9)
                            MOVE OPO-PONUM TO WS-MS-CURRENT(9)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
                CLOSE OPENPO-FILE
            END-IF.

       GATHER-TRANSACTIONS-PARA.
      *     THE LARGEST TRANSACTION QUANTITY IS TAKEN OVER TODAY'S
      *     FEED AND THE WHOLE MOVEMENT DETAIL, WHICHEVER IS THERE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TDYTRANSACTION.
            IF WS-TDY-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(12)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TDYTRANSACTION
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF TDY-QUANTITY IS NUMERIC AND
                            TDY-QUANTITY > WS-MS-CURRENT(12)
                            MOVE TDY-QUANTITY TO WS-MS-CURRENT(12)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-TDY-STATUS = '00' OR WS-TDY-STATUS = '10'
                CLOSE TDYTRANSACTION
            END-IF.

       GATHER-HISTORY-PARA.
      *     THE HISTORY REFERENCE IS THE RUN'S TRANSACTION SEQUENCE,
      *     SO ITS HIGHEST VALUE IS THE BUSIEST RUN ON RECORD. EVERY
      *     HISTORY ROW IS ALSO A BALANCE THE MASTER ONCE HELD.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BALHISTORY.
            IF WS-BHI-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(10)
                MOVE 'Y' TO WS-MS-AVAIL(13)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BALHISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MS-CURRENT(13)
                        IF BH-REF IS NUMERIC AND
                            BH-REF > WS-MS-CURRENT(10)
                            MOVE BH-REF TO WS-MS-CURRENT(10)
                        END-IF
                        IF BH-QUANTITY IS NUMERIC AND
                            BH-QUANTITY > WS-MS-CURRENT(11)
                            MOVE BH-QUANTITY TO WS-MS-CURRENT(11)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BHI-STATUS = '00' OR WS-BHI-STATUS = '10'
                CLOSE BALHISTORY
            END-IF.

       GATHER-MOVEMENTS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MVD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                MOVE 'Y' TO WS-MS-AVAIL(12)
                MOVE 'Y' TO WS-MS-AVAIL(14)
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-DETAIL
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MS-CURRENT(14)
                        IF MD-QTY IS NUMERIC AND
                            MD-QTY > WS-MS-CURRENT(12)
                            MOVE MD-QTY TO WS-MS-CURRENT(12)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MVD-STATUS = '00' OR WS-MVD-STATUS = '10'
                CLOSE MOVEMENT-DETAIL
            END-IF.

       WRITE-REPORT-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'CAPACITY HEADROOM - WEEK ENDING ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - ALERT AT ' DELIMITED BY SIZE
                WS-ALERT-PCT DELIMITED BY SIZE
                ' PCT OR LESS FREE' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-PRIOR-WEEKEND > ZERO
                STRING 'GROWTH MEASURED AGAINST ' DELIMITED BY SIZE
                    WS-PRIOR-WEEKEND DELIMITED BY SIZE
                    ', SCALED TO SEVEN DAYS' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                STRING 'NO PRIOR WEEK ON THE HEADROOM HISTORY - '
                    DELIMITED BY SIZE
                    'GROWTH AND WEEKS LEFT START NEXT WEEK'
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-HEAD-1.
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MEASURE-COUNT
                PERFORM REPORT-MEASURE-PARA THRU REPORT-MEASURE-EXIT
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'LIMITS NEAR CEILING ' DELIMITED BY SIZE
                WS-NEAR-COUNT DELIMITED BY SIZE
                '  AT CEILING ' DELIMITED BY SIZE
                WS-FULL-COUNT DELIMITED BY SIZE
                '  SOURCES NOT AVAILABLE ' DELIMITED BY SIZE
                WS-MISSING-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

       REPORT-MEASURE-PARA.
            MOVE SPACES TO WS-DL-FLAG.
            MOVE WS-MS-ID(WS-MS-IDX) TO WS-DL-ID.
            MOVE WS-MS-DESC(WS-MS-IDX) TO WS-DL-DESC.
            MOVE WS-MS-CURRENT(WS-MS-IDX) TO WS-DL-CURRENT.
            IF WS-MS-AVAIL(WS-MS-IDX) NOT = 'Y'
                MOVE SPACES TO WS-DL-CEILING-X
                MOVE SPACES TO WS-DL-USED-X
                MOVE SPACES TO WS-DL-GROWTH-X
                MOVE SPACES TO WS-DL-WEEKS-X
                MOVE 'NOT AVAIL' TO WS-DL-FLAG
                ADD 1 TO WS-MISSING-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                WRITE REPORT-LINE FROM WS-DETAIL-LINE
                GO TO REPORT-MEASURE-EXIT
            END-IF.
      *     GROWTH PER WEEK AGAINST THE PRIOR ROW, SCALED WHEN THE
      *     PRIOR WEEK-END IS NOT SEVEN DAYS BACK.
            IF WS-MS-HAS-PRIOR(WS-MS-IDX) = 'Y' AND WS-PRIOR-DAYS > 0
                COMPUTE WS-GROWTH = WS-MS-CURRENT(WS-MS-IDX)
                    - WS-MS-PRIOR(WS-MS-IDX)
                COMPUTE WS-WEEK-GROWTH ROUNDED =
                    WS-GROWTH * 7 / WS-PRIOR-DAYS
                MOVE WS-WEEK-GROWTH TO WS-DL-GROWTH
            ELSE
                MOVE '       N/A' TO WS-DL-GROWTH-X
                MOVE ZERO TO WS-WEEK-GROWTH
            END-IF.
            IF WS-MS-CEILING(WS-MS-IDX) = ZERO
                MOVE SPACES TO WS-DL-CEILING-X
                MOVE SPACES TO WS-DL-USED-X
                MOVE SPACES TO WS-DL-WEEKS-X
                MOVE 'NO LIMIT' TO WS-DL-FLAG
                WRITE REPORT-LINE FROM WS-DETAIL-LINE
                GO TO REPORT-MEASURE-EXIT
            END-IF.
            MOVE WS-MS-CEILING(WS-MS-IDX) TO WS-DL-CEILING.
            COMPUTE WS-USED-PCT ROUNDED =
                WS-MS-CURRENT(WS-MS-IDX) * 100
                    / WS-MS-CEILING(WS-MS-IDX)
                ON SIZE ERROR MOVE 999.9 TO WS-USED-PCT
            END-COMPUTE.
            MOVE WS-USED-PCT TO WS-DL-USED.
            COMPUTE WS-FREE = WS-MS-CEILING(WS-MS-IDX)
                - WS-MS-CURRENT(WS-MS-IDX).
            IF WS-FREE <= ZERO
                MOVE ZERO TO WS-DL-WEEKS
            ELSE
                IF WS-WEEK-GROWTH > ZERO
                    COMPUTE WS-WEEKS-LEFT = WS-FREE / WS-WEEK-GROWTH
                    MOVE WS-WEEKS-LEFT TO WS-DL-WEEKS
                ELSE
                    MOVE ' NO GROWTH' TO WS-DL-WEEKS-X
                END-IF
            END-IF.
            MOVE 'N' TO WS-AT-RISK.
            IF WS-FREE * 100 <=
                WS-MS-CEILING(WS-MS-IDX) * WS-ALERT-PCT
                MOVE 'Y' TO WS-AT-RISK
            END-IF.
            IF WS-FREE <= ZERO
                MOVE '** AT LIMIT' TO WS-DL-FLAG
                ADD 1 TO WS-FULL-COUNT
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'C' TO WS-ALERT-SEVERITY
                PERFORM RAISE-ALERT-PARA
            ELSE
                IF WS-AT-RISK = 'Y'
                    MOVE '* NEAR' TO WS-DL-FLAG
                    ADD 1 TO WS-NEAR-COUNT
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                    MOVE 'W' TO WS-ALERT-SEVERITY
                    PERFORM RAISE-ALERT-PARA
                END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       REPORT-MEASURE-EXIT.
            EXIT.

       RAISE-ALERT-PARA.
            MOVE SPACES TO WS-ALERT-TEXT.
            STRING 'HEADROOM ' DELIMITED BY SIZE
                WS-MS-ID(WS-MS-IDX) DELIMITED BY SPACE
                ' AT ' DELIMITED BY SIZE
                WS-MS-CURRENT(WS-MS-IDX) DELIMITED BY SIZE
                ' OF ' DELIMITED BY SIZE
                WS-MS-CEILING(WS-MS-IDX) DELIMITED BY SIZE
                ' (' DELIMITED BY SIZE
                WS-DL-USED DELIMITED BY SIZE
                ' PCT USED)' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            END-STRING.
            CALL 'ALERTLOG' USING WS-ALERT.

       LOAD-PRIOR-PARA.
      *     TWO PASSES -- FIRST FIND THE LATEST WEEK-END BEFORE THIS
      *     ONE, THEN LOAD THAT WEEK'S ROWS AS THE GROWTH BASE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT HISTORY-FILE.
            IF WS-HDH-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ HISTORY-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF HDH-WEEKEND IS NUMERIC AND
                            HDH-WEEKEND < WS-RUN-DATE AND
                            HDH-WEEKEND > WS-PRIOR-WEEKEND
                            MOVE HDH-WEEKEND TO WS-PRIOR-WEEKEND
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HDH-STATUS = '00' OR WS-HDH-STATUS = '10'
                CLOSE HISTORY-FILE
            END-IF.
            IF WS-PRIOR-WEEKEND > ZERO
                MOVE WS-PRIOR-WEEKEND TO WS-DAYNUM-WORK
                PERFORM COMPUTE-DAYNUM-PARA
                COMPUTE WS-DAYNUM-DIFF = WS-DAYNUM-END - WS-DAYNUM
                IF WS-DAYNUM-DIFF > ZERO
                    MOVE WS-DAYNUM-DIFF TO WS-PRIOR-DAYS
                END-IF
                MOVE 'N' TO WS-EOF
                OPEN INPUT HISTORY-FILE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ HISTORY-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF HDH-WEEKEND = WS-PRIOR-WEEKEND
                                PERFORM POST-PRIOR-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF.

       POST-PRIOR-PARA.
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MEASURE-COUNT
                IF WS-MS-ID(WS-MS-IDX) = HDH-MEASURE AND
                    HDH-VALUE IS NUMERIC
                    MOVE HDH-VALUE TO WS-MS-PRIOR(WS-MS-IDX)
                    MOVE 'Y' TO WS-MS-HAS-PRIOR(WS-MS-IDX)
                END-IF
            END-PERFORM.

       SAVE-HISTORY-PARA.
      *     ONLY MEASURED FIGURES ARE KEPT -- A SOURCE MISSING THIS
      *     WEEK MUST NOT READ BACK AS A DROP TO ZERO NEXT WEEK.
            OPEN EXTEND HISTORY-FILE.
            IF WS-HDH-STATUS NOT = '00'
                OPEN OUTPUT HISTORY-FILE
            END-IF.
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MEASURE-COUNT
                IF WS-MS-AVAIL(WS-MS-IDX) = 'Y'
                    MOVE WS-RUN-DATE TO HDH-WEEKEND
                    MOVE WS-MS-ID(WS-MS-IDX) TO HDH-MEASURE
                    MOVE WS-MS-CURRENT(WS-MS-IDX) TO HDH-VALUE
                    WRITE HISTORY-REC
                END-IF
            END-PERFORM.
            CLOSE HISTORY-FILE.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-DAYNUM = WS-DN-YEAR * 365
                + WS-DN-MONTH * 31 + WS-DN-DAY.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\NewBalance.txt'
                TO WS-NEWBALANCE-PATH
            ACCEPT WS-NEWBALANCE-PATH FROM ENVIRONMENT 'NEWBALANCE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
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
            MOVE 'D:\cOBOLTRAINING\TodayTransaction.txt'
                TO WS-TDYTRAN-PATH
            ACCEPT WS-TDYTRAN-PATH
                FROM ENVIRONMENT 'TODAY_TRANSACTION'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                TO WS-BALHISTORY-PATH
            ACCEPT WS-BALHISTORY-PATH FROM ENVIRONMENT 'BALANCE_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LotRegister.txt'
                TO WS-LOT-REGISTER-PATH
            ACCEPT WS-LOT-REGISTER-PATH FROM ENVIRONMENT 'LOT_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialHistory.txt'
                TO WS-SERIAL-HISTORY-PATH
            ACCEPT WS-SERIAL-HISTORY-PATH
                FROM ENVIRONMENT 'SERIAL_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RunStats.txt'
                TO WS-RUNSTATS-PATH
            ACCEPT WS-RUNSTATS-PATH FROM ENVIRONMENT 'RUN_STATS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AlertFile.txt'
                TO WS-ALERT-PATH
            ACCEPT WS-ALERT-PATH FROM ENVIRONMENT 'ALERT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\HeadroomHistory.txt'
                TO WS-HEADROOM-HISTORY-PATH
            ACCEPT WS-HEADROOM-HISTORY-PATH
                FROM ENVIRONMENT 'HEADROOM_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\HeadroomReport.txt'
                TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT 'HEADROOM_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM HEADROOM.
