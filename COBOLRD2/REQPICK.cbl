      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: REQUISITION PICK LIST BY BIN LOCATION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- runs after the location-
      *                tracking step, once LocBalance.txt is current.
      *                Every requisition the supplying branch has
      *                approved ('A' on Requisitions.txt) is spread
      *                across that branch's bins for the product in
      *                location order, each bin giving no more than it
      *                holds after the picks already waiting on it,
      *                and whatever the bins cannot cover is listed as
      *                unlocated. The lines go to ReqPickLines.txt
      *                (PICKLN layout) and the requisition is marked
      *                'K' (picking) for REQUISIT to confirm. The pick
      *                list, RequisitionPick.txt, shows every
      *                outstanding line by supplying branch in bin
      *                order with the bin description from the
      *                location master, this run's lines marked NEW.
      *                RETURN-CODE 0 clean, 4 some approved quantity
      *                is not in any bin, 16 a file outgrew its table
      *                (nothing written).
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQPICK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO DYNAMIC
           WS-REQUISITION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.
           SELECT PICKLINE-FILE ASSIGN TO DYNAMIC WS-PICKLINE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PKL-STATUS.
           SELECT LOCBALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOCBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCB-STATUS.
           SELECT LOCATION-MASTER ASSIGN TO DYNAMIC
           WS-LOCATION-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCM-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD PICKLINE-FILE.
           COPY PICKLN REPLACING PKL-REC-NAME BY PICKLINE-REC
                                  PKL-BCODE-NAME BY PKL-BCODE
                                  PKL-LOC-NAME BY PKL-LOC
                                  PKL-PCODE-NAME BY PKL-PCODE
                                  PKL-QTY-NAME BY PKL-QTY
                                  PKL-REQNUM-NAME BY PKL-REQNUM
                                  PKL-TOBR-NAME BY PKL-TOBR.

       FD LOCBALANCE-FILE.
           COPY LOCBAL REPLACING LCB-REC-NAME BY LOCBALANCE-REC
                                  LCB-BCODE-NAME BY LCB-BCODE
                                  LCB-PCODE-NAME BY LCB-PCODE
                                  LCB-LOC-NAME BY LCB-LOC
                                  LCB-QTY-NAME BY LCB-QTY.

       FD LOCATION-MASTER.
           COPY LOCMST REPLACING LCM-REC-NAME BY LOCATION-MASTER-REC
                                  LCM-BCODE-NAME BY LCM-BCODE
                                  LCM-LOC-NAME BY LCM-LOC
                                  LCM-DESC-NAME BY LCM-DESC.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

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
       01 WS-PKL-STATUS PIC X(2).
       01 WS-LCB-STATUS PIC X(2).
       01 WS-LCM-STATUS PIC X(2).
       01 WS-REQ-EOF PIC A(1) VALUE 'N'.
       01 WS-PKL-EOF PIC A(1) VALUE 'N'.
       01 WS-LCB-EOF PIC A(1) VALUE 'N'.
       01 WS-LCM-EOF PIC A(1) VALUE 'N'.
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-REQUISITION-PATH PIC X(60).
       01 WS-PICKLINE-PATH PIC X(60).
       01 WS-LOCBALANCE-PATH PIC X(60).
       01 WS-LOCATION-MASTER-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRANCH-NAME PIC X(20).

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

      * BIN DESCRIPTIONS FROM THE LOCATION MASTER, IN BRANCH /
      * LOCATION ORDER FOR THE BINARY SEARCH.
       01 WS-LOCMST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCMST-TABLE.
           05 WS-LOCMST-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-LOCMST-COUNT
               ASCENDING KEY IS WS-LM-KEY
               INDEXED BY WS-LM-INX.
               10 WS-LM-KEY.
                   15 WS-LM-BCODE PIC 9(3).
                   15 WS-LM-LOC PIC X(4).
               10 WS-LM-DESC PIC X(20).
       77 MAX-LOCMST-COUNT PIC 9(4) VALUE 3000.
       01 WS-LM-MOVE PIC 9(4).
       01 WS-LM-SUB PIC 9(4).
       01 WS-LM-NEW-KEY.
           05 WS-LM-NEW-BCODE PIC 9(3).
           05 WS-LM-NEW-LOC PIC X(4).
       01 WS-BIN-DESC PIC X(20).

      * LOCATED STOCK, IN BRANCH / PRODUCT / LOCATION ORDER SO A
      * REQUISITION WALKS ITS BRANCH'S BINS FOR THE PRODUCT IN
      * LOCATION ORDER. WS-LB-AVAIL IS WHAT IS LEFT IN THE BIN AFTER
      * THE PICKS ALREADY WAITING ON IT.
       01 WS-LOCBAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCBAL-TABLE.
           05 WS-LOCBAL-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-LOCBAL-COUNT
               ASCENDING KEY IS WS-LB-KEY
               INDEXED BY WS-LB-INX.
               10 WS-LB-KEY.
                   15 WS-LB-BCODE PIC 9(3).
                   15 WS-LB-PCODE PIC 9(6).
                   15 WS-LB-LOC PIC X(4).
               10 WS-LB-AVAIL PIC 9(7).
       77 MAX-LOCBAL-COUNT PIC 9(4) VALUE 5000.
       01 WS-LB-MOVE PIC 9(4).
       01 WS-LB-SUB PIC 9(4).
       01 WS-LB-IDX PIC 9(4).
       01 WS-LB-NEW-KEY.
           05 WS-LB-NEW-BCODE PIC 9(3).
           05 WS-LB-NEW-PCODE PIC 9(6).
           05 WS-LB-NEW-LOC PIC X(4).

      * THE REQUISITION FILE IN STORAGE, ONE ENTRY PER RECORD IN THE
      * REQUISN LAYOUT.
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

      * PICK LINES, OLD AND NEW, KEPT IN SUPPLYING-BRANCH / BIN /
      * PRODUCT / REQUISITION ORDER BY SORTED INSERTION. AN UNLOCATED
      * LINE RANKS AFTER EVERY BIN.
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 5000 TIMES.
               10 WS-PK-SORTKEY.
                   15 WS-PK-BCODE PIC 9(3).
                   15 WS-PK-RANK PIC X(4).
                   15 WS-PK-PCODE PIC 9(6).
                   15 WS-PK-REQNUM PIC 9(6).
               10 WS-PK-LOC PIC X(4).
               10 WS-PK-QTY PIC 9(7).
               10 WS-PK-TOBR PIC 9(3).
               10 WS-PK-NEW PIC X(1).
       01 WS-PICK-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-PICK-COUNT PIC 9(4) VALUE 5000.
       01 WS-PK-IDX PIC 9(4).
       01 WS-PK-INS PIC 9(4).
       01 WS-SLOT-FOUND PIC X(1).
       01 WS-NEW-SORTKEY.
           05 WS-NS-BCODE PIC 9(3).
           05 WS-NS-RANK PIC X(4).
           05 WS-NS-PCODE PIC 9(6).
           05 WS-NS-REQNUM PIC 9(6).
       01 WS-NEW-LOC PIC X(4).
       01 WS-NEW-QTY PIC 9(7).
       01 WS-NEW-TOBR PIC 9(3).
       01 WS-NEW-FLAG PIC X(1).

       01 WS-REMAIN PIC 9(7).
       01 WS-TAKE PIC 9(7).
       01 WS-LAST-BCODE PIC 9(3).
       01 WS-FIRST-LINE PIC X(1) VALUE 'Y'.

       01 WS-STAT-REQS PIC 9(5) VALUE ZERO.
       01 WS-STAT-NEW-LINES PIC 9(5) VALUE ZERO.
       01 WS-STAT-LINES PIC 9(5) VALUE ZERO.
       01 WS-STAT-UNLOCATED PIC 9(5) VALUE ZERO.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(34)
               VALUE "REQUISITION PICK LIST - RUN DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(58) VALUE SPACES.

       01 WS-BRANCH-LINE.
           05 FILLER PIC X(17) VALUE "SUPPLYING BRANCH ".
           05 WS-BL-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BL-NAME PIC X(20).
           05 FILLER PIC X(59) VALUE SPACES.

       01 WS-COL-LINE.
           05 FILLER PIC X(6) VALUE "BIN".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(29) VALUE "PRODUCT".
           05 FILLER PIC X(9) VALUE "REQ NO".
           05 FILLER PIC X(6) VALUE "TO".
           05 FILLER PIC X(10) VALUE "QUANTITY".
           05 FILLER PIC X(18) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-LOC PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-BINDESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PDESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-REQNUM PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-TOBR PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-NEW PIC X(3).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LINES PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE " LINES TO PICK, OF ".
           05 WS-TL-NEW PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE " ADDED THIS RUN, ".
           05 WS-TL-UNLOC PIC ZZZZ9.
           05 FILLER PIC X(47) VALUE " NOT IN ANY BIN".

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 APPROVED QUANTITY
      * NOT IN ANY BIN, 16 TABLE CAPACITY.
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
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-LOCMST-PARA.
            PERFORM LOAD-LOCBAL-PARA.
            PERFORM LOAD-PICKLINES-PARA.
            PERFORM LOAD-REQUISITIONS-PARA.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQ-COUNT
                IF WS-RQ-STATUS(WS-RQ-IDX) = 'A' AND
                    WS-RQ-FROMBR(WS-RQ-IDX) IS NUMERIC AND
                    WS-RQ-PCODE(WS-RQ-IDX) IS NUMERIC AND
                    WS-RQ-APPQTY(WS-RQ-IDX) IS NUMERIC
                    PERFORM ALLOCATE-REQ-PARA
                END-IF
            END-PERFORM.
            PERFORM SAVE-REQUISITIONS-PARA.
            PERFORM SAVE-PICKLINES-PARA.
            PERFORM WRITE-REPORT-PARA.
            DISPLAY "REQUISITIONS PICKED " WS-STAT-REQS
                " NEW PICK LINES " WS-STAT-NEW-LINES
                " UNLOCATED " WS-STAT-UNLOCATED.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       ALLOCATE-REQ-PARA.
      *     TAKE THE APPROVED QUANTITY FROM THE SUPPLYING BRANCH'S
      *     BINS FOR THE PRODUCT IN LOCATION ORDER; WHAT THEY CANNOT
      *     COVER BECOMES ONE UNLOCATED LINE.
            MOVE WS-RQ-APPQTY(WS-RQ-IDX) TO WS-REMAIN.
            MOVE WS-RQ-FROMBR(WS-RQ-IDX) TO WS-NS-BCODE.
            MOVE WS-RQ-PCODE(WS-RQ-IDX) TO WS-NS-PCODE.
            MOVE WS-RQ-REQNUM(WS-RQ-IDX) TO WS-NS-REQNUM.
            MOVE WS-RQ-BCODE(WS-RQ-IDX) TO WS-NEW-TOBR.
            MOVE 'Y' TO WS-NEW-FLAG.
            PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                UNTIL WS-LB-IDX > WS-LOCBAL-COUNT OR WS-REMAIN = ZERO
                IF WS-LB-BCODE(WS-LB-IDX) = WS-NS-BCODE AND
                    WS-LB-PCODE(WS-LB-IDX) = WS-NS-PCODE AND
                    WS-LB-AVAIL(WS-LB-IDX) > ZERO
                    IF WS-LB-AVAIL(WS-LB-IDX) < WS-REMAIN
                        MOVE WS-LB-AVAIL(WS-LB-IDX) TO WS-TAKE
                    ELSE
                        MOVE WS-REMAIN TO WS-TAKE
                    END-IF
                    SUBTRACT WS-TAKE FROM WS-LB-AVAIL(WS-LB-IDX)
                    SUBTRACT WS-TAKE FROM WS-REMAIN
                    MOVE WS-LB-LOC(WS-LB-IDX) TO WS-NEW-LOC
                    MOVE WS-LB-LOC(WS-LB-IDX) TO WS-NS-RANK
                    MOVE WS-TAKE TO WS-NEW-QTY
                    PERFORM ADD-PICK-PARA
                END-IF
            END-PERFORM.
            IF WS-REMAIN > ZERO
                MOVE SPACES TO WS-NEW-LOC
                MOVE HIGH-VALUES TO WS-NS-RANK
                MOVE WS-REMAIN TO WS-NEW-QTY
                PERFORM ADD-PICK-PARA
                ADD 1 TO WS-STAT-UNLOCATED
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE 'K' TO WS-RQ-STATUS(WS-RQ-IDX).
            ADD 1 TO WS-STAT-REQS.

       ADD-PICK-PARA.
            IF WS-PICK-COUNT >= MAX-PICK-COUNT
                DISPLAY "PICK LINES EXCEED TABLE CAPACITY OF "
                    MAX-PICK-COUNT " - NOTHING WRITTEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      *     OPEN A SLOT AFTER THE LAST ENTRY THAT SORTS AT OR BEFORE
      *     THE NEW ONE, SHIFTING THE REST DOWN ONE.
            MOVE WS-PICK-COUNT TO WS-PK-INS.
            MOVE 'N' TO WS-SLOT-FOUND.
            PERFORM UNTIL WS-SLOT-FOUND = 'Y'
                IF WS-PK-INS = ZERO
                    MOVE 'Y' TO WS-SLOT-FOUND
                ELSE
                    IF WS-PK-SORTKEY(WS-PK-INS) NOT > WS-NEW-SORTKEY
                        MOVE 'Y' TO WS-SLOT-FOUND
                    ELSE
                        MOVE WS-PICK-ENTRY(WS-PK-INS)
                            TO WS-PICK-ENTRY(WS-PK-INS + 1)
                        SUBTRACT 1 FROM WS-PK-INS
                    END-IF
                END-IF
            END-PERFORM.
            ADD 1 TO WS-PK-INS.
            ADD 1 TO WS-PICK-COUNT.
            MOVE WS-NEW-SORTKEY TO WS-PK-SORTKEY(WS-PK-INS).
            MOVE WS-NEW-LOC TO WS-PK-LOC(WS-PK-INS).
            MOVE WS-NEW-QTY TO WS-PK-QTY(WS-PK-INS).
            MOVE WS-NEW-TOBR TO WS-PK-TOBR(WS-PK-INS).
            MOVE WS-NEW-FLAG TO WS-PK-NEW(WS-PK-INS).
            IF WS-NEW-FLAG = 'Y'
                ADD 1 TO WS-STAT-NEW-LINES
            END-IF.

       WRITE-REPORT-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PICK-COUNT
                PERFORM WRITE-DETAIL-PARA
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-STAT-LINES TO WS-TL-LINES.
            MOVE WS-STAT-NEW-LINES TO WS-TL-NEW.
            MOVE WS-STAT-UNLOCATED TO WS-TL-UNLOC.
            MOVE WS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.

       WRITE-DETAIL-PARA.
            IF WS-FIRST-LINE = 'Y' OR
                WS-PK-BCODE(WS-PK-IDX) NOT = WS-LAST-BCODE
                MOVE 'N' TO WS-FIRST-LINE
                MOVE WS-PK-BCODE(WS-PK-IDX) TO WS-LAST-BCODE
                PERFORM FIND-BRANCH-NAME
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-LAST-BCODE TO WS-BL-BCODE
                MOVE WS-BRANCH-NAME TO WS-BL-NAME
                MOVE WS-BRANCH-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-COL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-PK-LOC(WS-PK-IDX) = SPACES
                MOVE "----" TO WS-DL-LOC
                MOVE "NOT IN ANY BIN" TO WS-DL-BINDESC
            ELSE
                MOVE WS-PK-LOC(WS-PK-IDX) TO WS-DL-LOC
                PERFORM FIND-BIN-DESC
                MOVE WS-BIN-DESC TO WS-DL-BINDESC
            END-IF.
            PERFORM FIND-PRODUCT-DESC.
            MOVE WS-PK-PCODE(WS-PK-IDX) TO WS-DL-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DL-PDESC.
            MOVE WS-PK-REQNUM(WS-PK-IDX) TO WS-DL-REQNUM.
            MOVE WS-PK-TOBR(WS-PK-IDX) TO WS-DL-TOBR.
            MOVE WS-PK-QTY(WS-PK-IDX) TO WS-DL-QTY.
            IF WS-PK-NEW(WS-PK-IDX) = 'Y'
                MOVE "NEW" TO WS-DL-NEW
            ELSE
                MOVE SPACES TO WS-DL-NEW
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-STAT-LINES.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-LAST-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                END-SEARCH
            END-IF.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-PK-PCODE(WS-PK-IDX)
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
            END-IF.

       FIND-BIN-DESC.
            MOVE SPACES TO WS-BIN-DESC.
            MOVE WS-PK-BCODE(WS-PK-IDX) TO WS-LM-NEW-BCODE.
            MOVE WS-PK-LOC(WS-PK-IDX) TO WS-LM-NEW-LOC.
            IF WS-LOCMST-COUNT > ZERO
                SEARCH ALL WS-LOCMST-ENTRY
                    AT END CONTINUE
                    WHEN WS-LM-KEY(WS-LM-INX) = WS-LM-NEW-KEY
                        MOVE WS-LM-DESC(WS-LM-INX) TO WS-BIN-DESC
                END-SEARCH
            END-IF.

       LOAD-LOCMST-PARA.
            MOVE ZERO TO WS-LOCMST-COUNT.
            MOVE 'N' TO WS-LCM-EOF.
            OPEN INPUT LOCATION-MASTER.
            IF WS-LCM-STATUS NOT = '00'
                DISPLAY "LOCATION MASTER NOT AVAILABLE - STATUS "
                    WS-LCM-STATUS " - BIN DESCRIPTIONS LEFT BLANK"
                MOVE 'Y' TO WS-LCM-EOF
            END-IF.
            PERFORM UNTIL WS-LCM-EOF = 'Y'
                READ LOCATION-MASTER
                    AT END MOVE 'Y' TO WS-LCM-EOF
                    NOT AT END
                        IF LCM-BCODE IS NUMERIC
                            PERFORM ADD-LOCMST-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LCM-STATUS = '00' OR WS-LCM-STATUS = '10'
                CLOSE LOCATION-MASTER
            END-IF.

       ADD-LOCMST-ENTRY.
            IF WS-LOCMST-COUNT >= MAX-LOCMST-COUNT
                DISPLAY "LOCATION MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-LOCMST-COUNT " - NOTHING WRITTEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LCM-BCODE TO WS-LM-NEW-BCODE.
            MOVE LCM-LOC TO WS-LM-NEW-LOC.
            MOVE WS-LOCMST-COUNT TO WS-LM-MOVE.
            ADD 1 TO WS-LOCMST-COUNT.
            PERFORM UNTIL WS-LM-MOVE < 1 OR
                WS-LM-KEY(WS-LM-MOVE) < WS-LM-NEW-KEY
                COMPUTE WS-LM-SUB = WS-LM-MOVE + 1
                MOVE WS-LOCMST-ENTRY(WS-LM-MOVE)
                    TO WS-LOCMST-ENTRY(WS-LM-SUB)
                SUBTRACT 1 FROM WS-LM-MOVE
            END-PERFORM.
            COMPUTE WS-LM-SUB = WS-LM-MOVE + 1.
            MOVE WS-LM-NEW-KEY TO WS-LM-KEY(WS-LM-SUB).
            MOVE LCM-DESC TO WS-LM-DESC(WS-LM-SUB).

       LOAD-LOCBAL-PARA.
      *     NO LOCATION BALANCES MEANS NO BINS -- EVERY APPROVED LINE
      *     IS LISTED UNLOCATED.
            MOVE ZERO TO WS-LOCBAL-COUNT.
            MOVE 'N' TO WS-LCB-EOF.
            OPEN INPUT LOCBALANCE-FILE.
            IF WS-LCB-STATUS NOT = '00'
                DISPLAY "LOCATION BALANCES NOT AVAILABLE - STATUS "
                    WS-LCB-STATUS
                MOVE 'Y' TO WS-LCB-EOF
            END-IF.
            PERFORM UNTIL WS-LCB-EOF = 'Y'
                READ LOCBALANCE-FILE
                    AT END MOVE 'Y' TO WS-LCB-EOF
                    NOT AT END
                        IF LCB-BCODE IS NUMERIC AND
                            LCB-PCODE IS NUMERIC AND
                            LCB-QTY IS NUMERIC AND
                            LCB-QTY > ZERO
                            PERFORM ADD-LOCBAL-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LCB-STATUS = '00' OR WS-LCB-STATUS = '10'
                CLOSE LOCBALANCE-FILE
            END-IF.

       ADD-LOCBAL-ENTRY.
            IF WS-LOCBAL-COUNT >= MAX-LOCBAL-COUNT
                DISPLAY "LOCATION BALANCES EXCEED TABLE CAPACITY OF "
                    MAX-LOCBAL-COUNT " - NOTHING WRITTEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LCB-BCODE TO WS-LB-NEW-BCODE.
            MOVE LCB-PCODE TO WS-LB-NEW-PCODE.
            MOVE LCB-LOC TO WS-LB-NEW-LOC.
            MOVE WS-LOCBAL-COUNT TO WS-LB-MOVE.
            ADD 1 TO WS-LOCBAL-COUNT.
            PERFORM UNTIL WS-LB-MOVE < 1 OR
                WS-LB-KEY(WS-LB-MOVE) < WS-LB-NEW-KEY
                COMPUTE WS-LB-SUB = WS-LB-MOVE + 1
                MOVE WS-LOCBAL-ENTRY(WS-LB-MOVE)
                    TO WS-LOCBAL-ENTRY(WS-LB-SUB)
                SUBTRACT 1 FROM WS-LB-MOVE
            END-PERFORM.
            COMPUTE WS-LB-SUB = WS-LB-MOVE + 1.
            MOVE WS-LB-NEW-KEY TO WS-LB-KEY(WS-LB-SUB).
            MOVE LCB-QTY TO WS-LB-AVAIL(WS-LB-SUB).

       LOAD-PICKLINES-PARA.
      *     LINES FROM EARLIER RUNS NOT YET CONFIRMED STAY ON THE LIST
      *     AND KEEP THEIR CLAIM ON THE BIN THEY ARE TO BE PICKED FROM.
            MOVE ZERO TO WS-PICK-COUNT.
            MOVE 'N' TO WS-PKL-EOF.
            MOVE 'N' TO WS-NEW-FLAG.
            OPEN INPUT PICKLINE-FILE.
            IF WS-PKL-STATUS NOT = '00'
                MOVE 'Y' TO WS-PKL-EOF
            END-IF.
            PERFORM UNTIL WS-PKL-EOF = 'Y'
                READ PICKLINE-FILE
                    AT END MOVE 'Y' TO WS-PKL-EOF
                    NOT AT END
                        IF PKL-BCODE IS NUMERIC AND
                            PKL-PCODE IS NUMERIC AND
                            PKL-QTY IS NUMERIC AND
                            PKL-REQNUM IS NUMERIC
                            PERFORM KEEP-PICKLINE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PKL-STATUS = '00' OR WS-PKL-STATUS = '10'
                CLOSE PICKLINE-FILE
            END-IF.

       KEEP-PICKLINE-PARA.
            MOVE PKL-BCODE TO WS-NS-BCODE.
            MOVE PKL-PCODE TO WS-NS-PCODE.
            MOVE PKL-REQNUM TO WS-NS-REQNUM.
            MOVE PKL-LOC TO WS-NEW-LOC.
            MOVE PKL-QTY TO WS-NEW-QTY.
            MOVE PKL-TOBR TO WS-NEW-TOBR.
            IF PKL-LOC = SPACES
                MOVE HIGH-VALUES TO WS-NS-RANK
            ELSE
                MOVE PKL-LOC TO WS-NS-RANK
                MOVE PKL-BCODE TO WS-LB-NEW-BCODE
                MOVE PKL-PCODE TO WS-LB-NEW-PCODE
                MOVE PKL-LOC TO WS-LB-NEW-LOC
                IF WS-LOCBAL-COUNT > ZERO
                    SEARCH ALL WS-LOCBAL-ENTRY
                        AT END CONTINUE
                        WHEN WS-LB-KEY(WS-LB-INX) = WS-LB-NEW-KEY
                            IF WS-LB-AVAIL(WS-LB-INX) > PKL-QTY
                                SUBTRACT PKL-QTY
                                    FROM WS-LB-AVAIL(WS-LB-INX)
                            ELSE
                                MOVE ZERO TO WS-LB-AVAIL(WS-LB-INX)
                            END-IF
                    END-SEARCH
                END-IF
            END-IF.
            PERFORM ADD-PICK-PARA.

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
                                " - NOTHING WRITTEN"
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

       SAVE-REQUISITIONS-PARA.
      *     A RUN WITH NO REQUISITION FILE LEAVES IT UNCREATED.
            IF WS-REQ-COUNT > ZERO
                OPEN OUTPUT REQUISITION-FILE
                PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                    UNTIL WS-RQ-IDX > WS-REQ-COUNT
                    MOVE WS-REQ-ENTRY(WS-RQ-IDX) TO REQUISITION-REC
                    WRITE REQUISITION-REC
                END-PERFORM
                CLOSE REQUISITION-FILE
            END-IF.

       SAVE-PICKLINES-PARA.
            OPEN OUTPUT PICKLINE-FILE.
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PICK-COUNT
                MOVE WS-PK-BCODE(WS-PK-IDX) TO PKL-BCODE
                MOVE WS-PK-LOC(WS-PK-IDX) TO PKL-LOC
                MOVE WS-PK-PCODE(WS-PK-IDX) TO PKL-PCODE
                MOVE WS-PK-QTY(WS-PK-IDX) TO PKL-QTY
                MOVE WS-PK-REQNUM(WS-PK-IDX) TO PKL-REQNUM
                MOVE WS-PK-TOBR(WS-PK-IDX) TO PKL-TOBR
                WRITE PICKLINE-REC
            END-PERFORM.
            CLOSE PICKLINE-FILE.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END PERFORM ADD-BRANCH-ENTRY
                END-READ
            END-PERFORM.
            CLOSE BRANCH-MASTER.

       ADD-BRANCH-ENTRY.
            IF WS-BRANCH-COUNT >= MAX-BRANCH-COUNT
                DISPLAY "BRANCH MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-BRANCH-COUNT " - NOTHING WRITTEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-BRANCH-COUNT TO WS-BR-MOVE.
            ADD 1 TO WS-BRANCH-COUNT.
            PERFORM UNTIL WS-BR-MOVE < 1 OR
                WS-BR-CODE(WS-BR-MOVE) < BM-BRANCH-CODE
                COMPUTE WS-BR-SUB = WS-BR-MOVE + 1
                MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                    TO WS-BRANCH-ENTRY(WS-BR-SUB)
                SUBTRACT 1 FROM WS-BR-MOVE
            END-PERFORM.
            COMPUTE WS-BR-SUB = WS-BR-MOVE + 1.
            MOVE BM-BRANCH-CODE TO WS-BR-CODE(WS-BR-SUB).
            MOVE BM-BRANCH-NAME TO WS-BR-NAME(WS-BR-SUB).

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
                    MAX-PRODUCT-COUNT " - NOTHING WRITTEN"
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
            MOVE 'D:\cOBOLTRAINING\ReqPickLines.txt'
                TO WS-PICKLINE-PATH
            ACCEPT WS-PICKLINE-PATH FROM ENVIRONMENT 'REQ_PICK_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LocBalance.txt'
                TO WS-LOCBALANCE-PATH
            ACCEPT WS-LOCBALANCE-PATH FROM ENVIRONMENT 'LOC_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LocationMaster.txt'
                TO WS-LOCATION-MASTER-PATH
            ACCEPT WS-LOCATION-MASTER-PATH
                FROM ENVIRONMENT 'LOCATION_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
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
            MOVE 'D:\cOBOLTRAINING\RequisitionPick.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'REQ_PICK_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REQPICK.
