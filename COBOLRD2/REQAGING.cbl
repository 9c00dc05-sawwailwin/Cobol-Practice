      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: REQUISITION AGING REPORT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- lists the requisitions on
      *                Requisitions.txt that still need someone's
      *                attention, in three sections: OPEN (awaiting
      *                the supplying branch's decision, approved and
      *                waiting for the pick list, or on a pick list
      *                and not yet confirmed) aged in days from the
      *                date raised; PART-FILLED and REFUSED, each
      *                listed for REQ_AGING_CLOSED_DAYS (default 30)
      *                after it was closed, with the days it took to
      *                close. The open lines are also counted into
      *                age bands. Days are counted the same way as
      *                ORDERSWEEP's grace period (31-day months).
      *                RETURN-CODE 0 clean, 4 an open requisition is
      *                older than REQ_STALE_DAYS (default 7), 16 the
      *                file is larger than the table.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAGING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO DYNAMIC
           WS-REQUISITION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
           COPY REQUISN REPLACING REQ-REC-NAME BY REQUISITION-REC
                                   REQ-REQNUM-NAME BY REQ-REQNUM
                                   REQ-BCODE-NAME BY REQ-BCODE
                                   REQ-FROMBR-NAME BY REQ-FROMBR
                                   REQ-PCODE-NAME BY REQ-PCODE
                                   REQ-QTY-NAME BY REQ-QTY
                                   REQ-APPQTY-NAME BY REQ-APPQTY
                                   REQ-SHIPQTY-NAME BY REQ-SHIPQTY
                                   REQ-STATUS-NAME BY REQ-STATUS
                                   REQ-REQDATE-NAME BY REQ-REQDATE
                                   REQ-DECDATE-NAME BY REQ-DECDATE
                                   REQ-SHIPDATE-NAME BY REQ-SHIPDATE
                                   REQ-REASON-NAME BY REQ-REASON
                                   REQ-RAISEDBY-NAME BY REQ-RAISEDBY
                                   REQ-DECIDEDBY-NAME
                                       BY REQ-DECIDEDBY.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS PIC X(2).
       01 WS-REQ-EOF PIC A(1) VALUE 'N'.
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-REQUISITION-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-DAYS-X PIC X(3).
       01 WS-CLOSED-DAYS PIC 9(3) VALUE 30.
       01 WS-STALE-DAYS PIC 9(3) VALUE 7.

       01 WS-DAYNUM-WORK PIC 9(8).
       01 WS-DAYNUM-WORK-R REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DAYNUM-RUN PIC 9(7).
       01 WS-DAYNUM-RAISED PIC 9(7).
       01 WS-AGE PIC S9(7).
       01 WS-CLOSE-DATE PIC 9(8).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRODUCT-DESC PIC X(20).

      * THE REQUISITION FILE IN STORAGE, ONE ENTRY PER RECORD IN THE
      * REQUISN LAYOUT, SO EACH SECTION IS ONE PASS OF THE TABLE.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 5000 TIMES.
               10 WS-RQ-REQNUM PIC 9(6).
               10 WS-RQ-BCODE PIC 9(3).
               10 WS-RQ-FROMBR PIC 9(3).
               10 WS-RQ-PCODE PIC 9(6).
               10 WS-RQ-QTY PIC 9(7).
               10 WS-RQ-APPQTY PIC 9(7).
               10 WS-RQ-SHIPQTY PIC 9(7).
               10 WS-RQ-STATUS PIC X(1).
               10 WS-RQ-REQDATE PIC 9(8).
               10 WS-RQ-DECDATE PIC 9(8).
               10 WS-RQ-SHIPDATE PIC 9(8).
               10 WS-RQ-REASON PIC X(3).
               10 WS-RQ-RAISEDBY PIC X(10).
               10 WS-RQ-DECIDEDBY PIC X(10).
       01 WS-REQ-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-REQ-COUNT PIC 9(4) VALUE 5000.
       01 WS-RQ-IDX PIC 9(4).
       01 WS-SECTION PIC X(1).
       01 WS-SECTION-COUNT PIC 9(5).

       01 WS-STAT-OPEN PIC 9(5) VALUE ZERO.
       01 WS-STAT-STALE PIC 9(5) VALUE ZERO.
       01 WS-STAT-PART PIC 9(5) VALUE ZERO.
       01 WS-STAT-REFUSED PIC 9(5) VALUE ZERO.
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT PIC 9(5) OCCURS 4 TIMES.
       01 WS-BAND-IDX PIC 9(1).

       01 WS-HEAD-LINE.
           05 FILLER PIC X(39)
               VALUE "REQUISITION AGING REPORT - RUN DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(53) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SL-TITLE PIC X(60).
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-COL-LINE.
           05 FILLER PIC X(8) VALUE "REQ NO".
           05 FILLER PIC X(5) VALUE "FROM".
           05 FILLER PIC X(5) VALUE "TO".
           05 FILLER PIC X(28) VALUE "PRODUCT".
           05 FILLER PIC X(9) VALUE "ASKED".
           05 FILLER PIC X(9) VALUE "APPROVED".
           05 FILLER PIC X(9) VALUE "SHIPPED".
           05 FILLER PIC X(3) VALUE "ST".
           05 FILLER PIC X(10) VALUE "RAISED".
           05 FILLER PIC X(6) VALUE "DAYS".
           05 FILLER PIC X(8) VALUE "REASON".

       01 WS-DETAIL-LINE.
           05 WS-DL-REQNUM PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FROMBR PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TOBR PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PDESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-APPQTY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-SHIPQTY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-REQDATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-AGE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-REASON PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.

       01 WS-NONE-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "NONE".
           05 FILLER PIC X(88) VALUE SPACES.

       01 WS-BAND-LINE.
           05 FILLER PIC X(26) VALUE "OPEN BY AGE -   0-7 DAYS ".
           05 WS-BD-1 PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "   8-14 DAYS ".
           05 WS-BD-2 PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  15-30 DAYS ".
           05 WS-BD-3 PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  OVER 30 DAYS".
           05 WS-BD-4 PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-OPEN PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " OPEN, ".
           05 WS-TL-STALE PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " STALE, ".
           05 WS-TL-PART PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE " PART-FILLED, ".
           05 WS-TL-REFUSED PIC ZZZZ9.
           05 FILLER PIC X(48) VALUE " REFUSED".

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 STALE OPEN
      * REQUISITIONS, 16 TABLE CAPACITY.
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
            MOVE SPACES TO WS-DAYS-X.
            ACCEPT WS-DAYS-X FROM ENVIRONMENT 'REQ_AGING_CLOSED_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-DAYS-X IS NUMERIC
                MOVE WS-DAYS-X TO WS-CLOSED-DAYS
            END-IF.
            MOVE SPACES TO WS-DAYS-X.
            ACCEPT WS-DAYS-X FROM ENVIRONMENT 'REQ_STALE_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-DAYS-X IS NUMERIC
                MOVE WS-DAYS-X TO WS-STALE-DAYS
            END-IF.
            MOVE WS-RUN-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-RUN.
            MOVE ZERO TO WS-BAND-COUNT(1) WS-BAND-COUNT(2)
                WS-BAND-COUNT(3) WS-BAND-COUNT(4).
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REQUISITIONS-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "OPEN - DAYS SINCE RAISED" TO WS-SL-TITLE.
            MOVE 'O' TO WS-SECTION.
            PERFORM WRITE-SECTION-PARA.
            MOVE "PART-FILLED - DAYS FROM RAISED TO SHIPPED"
                TO WS-SL-TITLE.
            MOVE 'P' TO WS-SECTION.
            PERFORM WRITE-SECTION-PARA.
            MOVE "REFUSED - DAYS FROM RAISED TO REFUSED"
                TO WS-SL-TITLE.
            MOVE 'R' TO WS-SECTION.
            PERFORM WRITE-SECTION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-BAND-COUNT(1) TO WS-BD-1.
            MOVE WS-BAND-COUNT(2) TO WS-BD-2.
            MOVE WS-BAND-COUNT(3) TO WS-BD-3.
            MOVE WS-BAND-COUNT(4) TO WS-BD-4.
            MOVE WS-BAND-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-STAT-OPEN TO WS-TL-OPEN.
            MOVE WS-STAT-STALE TO WS-TL-STALE.
            MOVE WS-STAT-PART TO WS-TL-PART.
            MOVE WS-STAT-REFUSED TO WS-TL-REFUSED.
            MOVE WS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "REQUISITIONS OPEN " WS-STAT-OPEN
                " STALE " WS-STAT-STALE
                " PART-FILLED " WS-STAT-PART
                " REFUSED " WS-STAT-REFUSED.
            IF WS-STAT-STALE > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       WRITE-SECTION-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-SECTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-SECTION-COUNT.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT
                PERFORM CHECK-ONE-PARA
            END-PERFORM.
            IF WS-SECTION-COUNT = ZERO
                MOVE WS-NONE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       CHECK-ONE-PARA.
      *     A LINE WHOSE DATES WILL NOT READ AS NUMBERS CANNOT BE AGED
      *     AND IS LEFT OFF.
            IF WS-RQ-REQDATE(WS-RQ-IDX) IS NOT NUMERIC OR
                WS-RQ-DECDATE(WS-RQ-IDX) IS NOT NUMERIC OR
                WS-RQ-SHIPDATE(WS-RQ-IDX) IS NOT NUMERIC
                GO TO CHECK-ONE-EXIT
            END-IF.
            MOVE WS-RQ-REQDATE(WS-RQ-IDX) TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-RAISED.
            EVALUATE TRUE
                WHEN WS-SECTION = 'O' AND
                    (WS-RQ-STATUS(WS-RQ-IDX) = 'O' OR
                     WS-RQ-STATUS(WS-RQ-IDX) = 'A' OR
                     WS-RQ-STATUS(WS-RQ-IDX) = 'K')
                    COMPUTE WS-AGE = WS-DAYNUM-RUN - WS-DAYNUM-RAISED
                    PERFORM COUNT-OPEN-PARA
                    PERFORM WRITE-DETAIL-PARA
                WHEN WS-SECTION = 'P' AND
                    WS-RQ-STATUS(WS-RQ-IDX) = 'P'
                    MOVE WS-RQ-SHIPDATE(WS-RQ-IDX) TO WS-CLOSE-DATE
                    PERFORM CHECK-CLOSED-PARA
                WHEN WS-SECTION = 'R' AND
                    WS-RQ-STATUS(WS-RQ-IDX) = 'R'
                    MOVE WS-RQ-DECDATE(WS-RQ-IDX) TO WS-CLOSE-DATE
                    PERFORM CHECK-CLOSED-PARA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       CHECK-ONE-EXIT.
            EXIT.

       CHECK-CLOSED-PARA.
      *     A CLOSED LINE STAYS ON THE REPORT FOR THE CLOSED-DAYS
      *     WINDOW AFTER IT CLOSED, THEN DROPS OFF.
            MOVE WS-CLOSE-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            IF WS-DAYNUM + WS-CLOSED-DAYS NOT < WS-DAYNUM-RUN
                COMPUTE WS-AGE = WS-DAYNUM - WS-DAYNUM-RAISED
                IF WS-SECTION = 'P'
                    ADD 1 TO WS-STAT-PART
                ELSE
                    ADD 1 TO WS-STAT-REFUSED
                END-IF
                PERFORM WRITE-DETAIL-PARA
            END-IF.

       COUNT-OPEN-PARA.
            ADD 1 TO WS-STAT-OPEN.
            IF WS-AGE < ZERO
                MOVE ZERO TO WS-AGE
            END-IF.
            IF WS-AGE > WS-STALE-DAYS
                ADD 1 TO WS-STAT-STALE
            END-IF.
            EVALUATE TRUE
                WHEN WS-AGE NOT > 7
                    MOVE 1 TO WS-BAND-IDX
                WHEN WS-AGE NOT > 14
                    MOVE 2 TO WS-BAND-IDX
                WHEN WS-AGE NOT > 30
                    MOVE 3 TO WS-BAND-IDX
                WHEN OTHER
                    MOVE 4 TO WS-BAND-IDX
            END-EVALUATE.
            ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).

       WRITE-DETAIL-PARA.
            IF WS-AGE < ZERO
                MOVE ZERO TO WS-AGE
            END-IF.
            PERFORM FIND-PRODUCT-DESC.
            MOVE WS-RQ-REQNUM(WS-RQ-IDX) TO WS-DL-REQNUM.
            MOVE WS-RQ-FROMBR(WS-RQ-IDX) TO WS-DL-FROMBR.
            MOVE WS-RQ-BCODE(WS-RQ-IDX) TO WS-DL-TOBR.
            MOVE WS-RQ-PCODE(WS-RQ-IDX) TO WS-DL-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DL-PDESC.
            MOVE WS-RQ-QTY(WS-RQ-IDX) TO WS-DL-QTY.
            MOVE WS-RQ-APPQTY(WS-RQ-IDX) TO WS-DL-APPQTY.
            MOVE WS-RQ-SHIPQTY(WS-RQ-IDX) TO WS-DL-SHIPQTY.
            MOVE WS-RQ-STATUS(WS-RQ-IDX) TO WS-DL-STATUS.
            MOVE WS-RQ-REQDATE(WS-RQ-IDX) TO WS-DL-REQDATE.
            MOVE WS-AGE TO WS-DL-AGE.
            MOVE WS-RQ-REASON(WS-RQ-IDX) TO WS-DL-REASON.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-SECTION-COUNT.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-DAYNUM =
                (WS-DN-YEAR * 365) +
                (WS-DN-MONTH * 31) + WS-DN-DAY.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-RQ-PCODE(WS-RQ-IDX)
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
            END-IF.

       LOAD-REQUISITIONS-PARA.
            MOVE ZERO TO WS-REQ-COUNT.
            MOVE 'N' TO WS-REQ-EOF.
            OPEN INPUT REQUISITION-FILE.
            IF WS-REQ-STATUS NOT = '00'
                DISPLAY "NO REQUISITIONS ON FILE - STATUS "
                    WS-REQ-STATUS
                MOVE 'Y' TO WS-REQ-EOF
            END-IF.
            PERFORM UNTIL WS-REQ-EOF = 'Y'
                READ REQUISITION-FILE
                    AT END MOVE 'Y' TO WS-REQ-EOF
                    NOT AT END
                        IF WS-REQ-COUNT >= MAX-REQ-COUNT
                            DISPLAY "REQUISITION FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-REQ-COUNT
                                " - RUN STOPPED"
                            CLOSE REQUISITION-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-REQ-COUNT
                        MOVE REQUISITION-REC
                            TO WS-REQ-ENTRY(WS-REQ-COUNT)
                END-READ
            END-PERFORM.
            IF WS-REQ-STATUS = '00' OR WS-REQ-STATUS = '10'
                CLOSE REQUISITION-FILE
            END-IF.

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END PERFORM ADD-PRODUCT-ENTRY
                END-READ
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

       ADD-PRODUCT-ENTRY.
            IF WS-PRODUCT-COUNT >= MAX-PRODUCT-COUNT
                DISPLAY "PRODUCT MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-PRODUCT-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PRODUCT-COUNT TO WS-PR-MOVE.
            ADD 1 TO WS-PRODUCT-COUNT.
            PERFORM UNTIL WS-PR-MOVE < 1 OR
                WS-PR-CODE(WS-PR-MOVE) < PM-PRODUCT-CODE
                COMPUTE WS-PR-SUB = WS-PR-MOVE + 1
                MOVE WS-PRODUCT-ENTRY(WS-PR-MOVE)
                    TO WS-PRODUCT-ENTRY(WS-PR-SUB)
                SUBTRACT 1 FROM WS-PR-MOVE
            END-PERFORM.
            COMPUTE WS-PR-SUB = WS-PR-MOVE + 1.
            MOVE PM-PRODUCT-CODE TO WS-PR-CODE(WS-PR-SUB).
            MOVE PM-PRODUCT-DESC TO WS-PR-DESC(WS-PR-SUB).

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\Requisitions.txt'
                TO WS-REQUISITION-PATH
            ACCEPT WS-REQUISITION-PATH
                FROM ENVIRONMENT 'REQUISITION_FILE'
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
            MOVE 'D:\cOBOLTRAINING\RequisitionAging.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'REQ_AGING_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REQAGING.
