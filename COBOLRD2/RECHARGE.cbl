      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: MONTHLY INTER-BRANCH RECHARGE STATEMENT FOR TRANSFERS
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- branches are run as profit
      *                centres, so a transfer now costs the branch
      *                that receives it. For the month in
      *                RECHARGE_MONTH (YYYYMM; the month before the
      *                business date when not set) the run walks the
      *                movement detail COBOLRD2 keeps
      *                (MovementDetail.dat, MOVEDTL layout) for the
      *                confirmed transfers -- the option-6 receiving
      *                confirmations, which name the shipping branch --
      *                and prices each at the product master's unit
      *                cost plus the handling percentage for the pair
      *                of regions it moved between (RechargeRates.txt;
      *                a 00/00 row is the default for pairs with no
      *                row of their own, and no row at all charges
      *                cost only). A reversed confirmation is credited
      *                back in the month of the reversal. Shipments
      *                still on InTransit.txt are not charged until
      *                they are confirmed; they are listed as a memo.
      *                The statement (RechargeStatement.txt) prints
      *                one section per branch, netted by counterparty:
      *                what it charged, what it was charged, and the
      *                net. RechargeLines.txt (RCHGLN layout) carries
      *                the matching CHG and PAY entries for GLJOURNAL
      *                to post that night, and the run proves that the
      *                two sides of every branch pair agree.
      *                RETURN-CODE 0 clean, 4 nothing to recharge or
      *                a product with no unit cost, 8 no movement
      *                detail, 12 bad RECHARGE_MONTH or a branch pair
      *                that does not net to zero.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHARGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MD-STATUS.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITF-STATUS.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRT-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECHARGE-LINES ASSIGN TO DYNAMIC
           WS-RECHARGE-LINES-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
                                   MVD-LOT-COUNT-NAME
                                       BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

       FD RATE-FILE.
       01 RATE-REC.
           05 RRT-FROM-REGION PIC 9(2).
           05 RRT-TO-REGION PIC 9(2).
           05 RRT-PCT PIC 9(3)V99.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME
                                          BY PM-PRODUCT-COST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD RECHARGE-LINES.
           COPY RCHGLN REPLACING RCL-REC-NAME BY RECHARGE-LINE-REC
                                  RCL-DATE-NAME BY RCL-DATE
                                  RCL-MONTH-NAME BY RCL-MONTH
                                  RCL-BCODE-NAME BY RCL-BCODE
                                  RCL-OTHBR-NAME BY RCL-OTHBR
                                  RCL-SIDE-NAME BY RCL-SIDE
                                  RCL-AMOUNT-NAME BY RCL-AMOUNT.

       WORKING-STORAGE SECTION.
       01 WS-MD-STATUS PIC X(2).
       01 WS-ITF-STATUS PIC X(2).
       01 WS-RRT-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-RATE-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).
       01 WS-RECHARGE-LINES-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-MONTH-X PIC X(6).
       01 WS-RECHARGE-MONTH PIC 9(6).
       01 WS-RECHARGE-MONTH-R REDEFINES WS-RECHARGE-MONTH.
           05 WS-RECHARGE-YYYY PIC 9(4).
           05 WS-RECHARGE-MM PIC 9(2).

      * HANDLING PERCENTAGE BY SHIPPING/RECEIVING REGION PAIR.
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-FROM PIC 9(2).
               10 WS-RT-TO PIC 9(2).
               10 WS-RT-PCT PIC 9(3)V99.
       77 MAX-RATE-COUNT PIC 9(3) VALUE 200.
       01 WS-RT-IDX PIC 9(3).
       01 WS-DEFAULT-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-HANDLING-PCT PIC 9(3)V99.
       01 WS-RATE-FOUND PIC X(1).

      * ONE ROW PER BRANCH AND COUNTERPARTY. A TRANSFER FROM A TO B
      * ADDS TO A'S "OUT" AGAINST B AND TO B'S "IN" AGAINST A IN THE
      * SAME STEP, SO THE TWO SIDES OF A PAIR ARE BUILT TOGETHER.
       01 WS-RC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-RC-COUNT
               ASCENDING KEY IS WS-RC-KEY
               INDEXED BY WS-RC-INX.
               10 WS-RC-KEY.
                   15 WS-RC-BCODE PIC 9(3).
                   15 WS-RC-OTHBR PIC 9(3).
               10 WS-RC-OUT-UNITS PIC S9(9).
               10 WS-RC-OUT-VALUE PIC S9(13)V99.
               10 WS-RC-IN-UNITS PIC S9(9).
               10 WS-RC-IN-VALUE PIC S9(13)V99.
       77 MAX-RC-COUNT PIC 9(4) VALUE 5000.
       01 WS-RC-IDX PIC 9(4).
       01 WS-RC-HIT PIC 9(4).
       01 WS-RC-MOVE PIC 9(4).
       01 WS-RC-SUB PIC 9(4).
       01 WS-FIND-KEY.
           05 WS-FIND-BCODE PIC 9(3).
           05 WS-FIND-OTHBR PIC 9(3).

       01 WS-SHIP-BCODE PIC 9(3).
       01 WS-RECV-BCODE PIC 9(3).
       01 WS-SHIP-REGION PIC 9(2).
       01 WS-RECV-REGION PIC 9(2).
       01 WS-MOVE-UNITS PIC S9(9).
       01 WS-MOVE-VALUE PIC S9(13)V99.
       01 WS-MD-TAKEN PIC 9(7) VALUE ZERO.
       01 WS-MD-REVERSALS PIC 9(7) VALUE ZERO.
       01 WS-NO-COST-COUNT PIC 9(7) VALUE ZERO.

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BCODE PIC 9(3).
       01 WS-BRANCH-NAME PIC X(20).
       01 WS-THIS-REGION PIC 9(2).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PCODE PIC 9(6).
       01 WS-UNIT-COST PIC 9(5)V99.

      * PER-BRANCH AND CHAIN TOTALS.
       01 WS-CUR-BCODE PIC 9(3).
       01 WS-BT-OUT-VALUE PIC S9(13)V99.
       01 WS-BT-IN-VALUE PIC S9(13)V99.
       01 WS-BT-NET PIC S9(13)V99.
       01 WS-NET-VALUE PIC S9(13)V99.
       01 WS-CHAIN-OUT PIC S9(13)V99 VALUE ZERO.
       01 WS-CHAIN-IN PIC S9(13)V99 VALUE ZERO.
       01 WS-CHAIN-DIFF PIC S9(13)V99.
       01 WS-PAIR-BREAKS PIC 9(5) VALUE ZERO.
       01 WS-BRANCHES-LISTED PIC 9(4) VALUE ZERO.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-IT-OPEN PIC 9(7) VALUE ZERO.
       01 WS-IT-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-IT-LINE-VALUE PIC 9(13)V99.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(40) VALUE
           "INTER-BRANCH RECHARGE STATEMENT - MONTH ".
           05 WS-TL-MONTH PIC 9(6).
           05 FILLER PIC X(9) VALUE "  RUN ON ".
           05 WS-TL-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.
       01 WS-BRANCH-HEAD.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-BH-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BH-NAME PIC X(20).
           05 FILLER PIC X(8) VALUE " REGION ".
           05 WS-BH-REGION PIC Z9.
           05 FILLER PIC X(59) VALUE SPACES.
       01 WS-COLUMN-HEAD.
           05 FILLER PIC X(26) VALUE "  COUNTERPARTY".
           05 FILLER PIC X(24) VALUE "UNITS OUT   CHARGED THEM".
           05 FILLER PIC X(24) VALUE " UNITS IN     CHARGED US".
           05 FILLER PIC X(26) VALUE "  NET DUE US".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-OTHBR PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-NAME PIC X(20).
           05 WS-DET-OUT-UNITS PIC -(8)9.
           05 WS-DET-OUT-VALUE PIC -(11)9.99.
           05 WS-DET-IN-UNITS PIC -(8)9.
           05 WS-DET-IN-VALUE PIC -(11)9.99.
           05 WS-DET-NET PIC -(11)9.99.
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-BRANCH-TOTAL.
           05 FILLER PIC X(35) VALUE "  BRANCH TOTAL".
           05 WS-BT-OUT PIC -(11)9.99.
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-BT-IN PIC -(11)9.99.
           05 WS-BT-NET-ED PIC -(11)9.99.
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-PROOF-LINE.
           05 FILLER PIC X(18) VALUE "CHARGED (ALL) ".
           05 WS-PF-OUT PIC -(11)9.99.
           05 FILLER PIC X(16) VALUE "  CHARGED TO  ".
           05 WS-PF-IN PIC -(11)9.99.
           05 FILLER PIC X(14) VALUE "  DIFFERENCE ".
           05 WS-PF-DIFF PIC -(11)9.99.
       01 WS-MEMO-LINE.
           05 FILLER PIC X(40) VALUE
           "IN TRANSIT AT MONTH END (NOT RECHARGED) ".
           05 WS-MM-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE " SHIPMENTS, COST ".
           05 WS-MM-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-AMOUNT-ED PIC -(11)9.99.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 NOTHING TO RECHARGE
      * OR A PRODUCT WITH NO COST, 8 NO MOVEMENT DETAIL, 12 BAD MONTH
      * OR A PAIR THAT DOES NOT NET.
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
            PERFORM SET-MONTH-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-RATES-PARA.
            PERFORM LOAD-TRANSFERS-PARA.
            OPEN OUTPUT REPORT-FILE RECHARGE-LINES.
            MOVE WS-RECHARGE-MONTH TO WS-TL-MONTH.
            MOVE WS-RUN-DATE TO WS-TL-DATE.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-MD-STATUS NOT = '00' AND WS-MD-STATUS NOT = '10'
                MOVE "*** NO MOVEMENT DETAIL AVAILABLE - NOTHING RECHAR
      -         "GED ***" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE IF WS-RC-COUNT = ZERO
                MOVE "NO CONFIRMED TRANSFERS IN THE MONTH"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                MOVE ZERO TO WS-CUR-BCODE
                PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                    UNTIL WS-RC-IDX > WS-RC-COUNT
                    IF WS-RC-BCODE(WS-RC-IDX) NOT = WS-CUR-BCODE
                        IF WS-BRANCHES-LISTED > ZERO
                            PERFORM END-BRANCH-PARA
                        END-IF
                        PERFORM START-BRANCH-PARA
                    END-IF
                    PERFORM WRITE-COUNTERPARTY-PARA
                END-PERFORM
                PERFORM END-BRANCH-PARA
                PERFORM PROVE-PAIRS-PARA
            END-IF
            END-IF.
            PERFORM IN-TRANSIT-MEMO-PARA.
            CLOSE REPORT-FILE RECHARGE-LINES.
            MOVE WS-CHAIN-OUT TO WS-AMOUNT-ED.
            DISPLAY "INTER-BRANCH RECHARGE " WS-RECHARGE-MONTH " - "
                WS-MD-TAKEN " TRANSFERS, " WS-MD-REVERSALS
                " REVERSALS, CHARGED " WS-AMOUNT-ED.
            IF WS-NO-COST-COUNT > ZERO
                DISPLAY "TRANSFERS OF PRODUCTS WITH NO UNIT COST "
                    WS-NO-COST-COUNT " - RECHARGED AT HANDLING ONLY"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SET-MONTH-PARA.
      *     RECHARGE_MONTH MUST BE A REAL YYYYMM; NOT SET MEANS THE
      *     MONTH BEFORE THE BUSINESS DATE (THE MONTH JUST ENDED).
            MOVE SPACES TO WS-MONTH-X.
            ACCEPT WS-MONTH-X FROM ENVIRONMENT 'RECHARGE_MONTH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-MONTH-X = SPACES
                IF WS-RUN-MM = 1
                    COMPUTE WS-RECHARGE-YYYY = WS-RUN-YYYY - 1
                    MOVE 12 TO WS-RECHARGE-MM
                ELSE
                    MOVE WS-RUN-YYYY TO WS-RECHARGE-YYYY
                    COMPUTE WS-RECHARGE-MM = WS-RUN-MM - 1
                END-IF
            ELSE
                IF WS-MONTH-X IS NUMERIC
                    MOVE WS-MONTH-X TO WS-RECHARGE-MONTH
                    IF WS-RECHARGE-MM < 1 OR WS-RECHARGE-MM > 12
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
                ELSE
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
                IF WS-RETURN-CODE = 12
                    DISPLAY "RECHARGE_MONTH MUST BE YYYYMM - GOT "
                        WS-MONTH-X
                END-IF
            END-IF.

       LOAD-TRANSFERS-PARA.
      *     A CONFIRMATION (OPTION 6) IS POSTED AGAINST THE RECEIVING
      *     BRANCH AND NAMES THE SHIPPING BRANCH; ITS REVERSAL CARRIES
      *     THE SAME PAIR AND THE ORIGINAL'S OPTION IN THE LINK, AND
      *     CREDITS THE RECHARGE BACK IN THE MONTH IT WAS REVERSED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MD-STATUS NOT = '00'
                DISPLAY "MOVEMENT DETAIL NOT AVAILABLE - STATUS "
                    WS-MD-STATUS
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-DETAIL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF MD-DATE IS NUMERIC AND
                            MD-DATE(1:6) = WS-RECHARGE-MONTH AND
                            MD-QTY IS NUMERIC AND
                            MD-OTHBR IS NUMERIC AND
                            MD-OTHBR NOT = ZERO
                            IF MD-OPTION = 6
                                ADD 1 TO WS-MD-TAKEN
                                MOVE MD-QTY TO WS-MOVE-UNITS
                                PERFORM TAKE-TRANSFER-PARA
                            ELSE IF MD-OPTION = 0 AND
                                MD-LINK-OPT = 6
                                ADD 1 TO WS-MD-REVERSALS
                                COMPUTE WS-MOVE-UNITS = ZERO - MD-QTY
                                PERFORM TAKE-TRANSFER-PARA
                            END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MD-STATUS = '00' OR WS-MD-STATUS = '10'
                CLOSE MOVEMENT-DETAIL
            END-IF.

       TAKE-TRANSFER-PARA.
            MOVE MD-OTHBR TO WS-SHIP-BCODE.
            MOVE MD-BCODE TO WS-RECV-BCODE.
            MOVE WS-SHIP-BCODE TO WS-BCODE.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-THIS-REGION TO WS-SHIP-REGION.
            MOVE WS-RECV-BCODE TO WS-BCODE.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-THIS-REGION TO WS-RECV-REGION.
            PERFORM FIND-RATE-PARA.
            MOVE MD-PCODE TO WS-PCODE.
            PERFORM FIND-PRODUCT-PARA.
            IF WS-UNIT-COST = ZERO
                ADD 1 TO WS-NO-COST-COUNT
            END-IF.
            COMPUTE WS-MOVE-VALUE ROUNDED = WS-MOVE-UNITS *
                WS-UNIT-COST * (100 + WS-HANDLING-PCT) / 100.
            MOVE WS-SHIP-BCODE TO WS-FIND-BCODE.
            MOVE WS-RECV-BCODE TO WS-FIND-OTHBR.
            PERFORM FIND-OR-ADD-ROW-PARA.
            ADD WS-MOVE-UNITS TO WS-RC-OUT-UNITS(WS-RC-HIT).
            ADD WS-MOVE-VALUE TO WS-RC-OUT-VALUE(WS-RC-HIT).
            MOVE WS-RECV-BCODE TO WS-FIND-BCODE.
            MOVE WS-SHIP-BCODE TO WS-FIND-OTHBR.
            PERFORM FIND-OR-ADD-ROW-PARA.
            ADD WS-MOVE-UNITS TO WS-RC-IN-UNITS(WS-RC-HIT).
            ADD WS-MOVE-VALUE TO WS-RC-IN-VALUE(WS-RC-HIT).

       FIND-RATE-PARA.
      *     THE PAIR'S OWN ROW FIRST, THEN THE 00/00 DEFAULT ROW
      *     (HELD IN WS-DEFAULT-PCT), OTHERWISE COST ONLY.
            MOVE WS-DEFAULT-PCT TO WS-HANDLING-PCT.
            MOVE 'N' TO WS-RATE-FOUND.
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RATE-COUNT
                    OR WS-RATE-FOUND = 'Y'
                IF WS-RT-FROM(WS-RT-IDX) = WS-SHIP-REGION AND
                    WS-RT-TO(WS-RT-IDX) = WS-RECV-REGION
                    MOVE WS-RT-PCT(WS-RT-IDX) TO WS-HANDLING-PCT
                    MOVE 'Y' TO WS-RATE-FOUND
                END-IF
            END-PERFORM.

       FIND-OR-ADD-ROW-PARA.
            MOVE ZERO TO WS-RC-HIT.
            IF WS-RC-COUNT > ZERO
                SEARCH ALL WS-RC-ENTRY
                    AT END CONTINUE
                    WHEN WS-RC-KEY(WS-RC-INX) = WS-FIND-KEY
                        SET WS-RC-HIT TO WS-RC-INX
                END-SEARCH
            END-IF.
            IF WS-RC-HIT = ZERO
                IF WS-RC-COUNT >= MAX-RC-COUNT
                    DISPLAY "BRANCH PAIRS EXCEED TABLE CAPACITY OF "
                        MAX-RC-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-RC-COUNT TO WS-RC-MOVE
                ADD 1 TO WS-RC-COUNT
                PERFORM UNTIL WS-RC-MOVE < 1 OR
                    WS-RC-KEY(WS-RC-MOVE) < WS-FIND-KEY
                    COMPUTE WS-RC-SUB = WS-RC-MOVE + 1
                    MOVE WS-RC-ENTRY(WS-RC-MOVE)
                        TO WS-RC-ENTRY(WS-RC-SUB)
                    SUBTRACT 1 FROM WS-RC-MOVE
                END-PERFORM
                COMPUTE WS-RC-HIT = WS-RC-MOVE + 1
                MOVE WS-FIND-KEY TO WS-RC-KEY(WS-RC-HIT)
                MOVE ZERO TO WS-RC-OUT-UNITS(WS-RC-HIT)
                MOVE ZERO TO WS-RC-OUT-VALUE(WS-RC-HIT)
                MOVE ZERO TO WS-RC-IN-UNITS(WS-RC-HIT)
                MOVE ZERO TO WS-RC-IN-VALUE(WS-RC-HIT)
            END-IF.

       START-BRANCH-PARA.
            MOVE WS-RC-BCODE(WS-RC-IDX) TO WS-CUR-BCODE.
            ADD 1 TO WS-BRANCHES-LISTED.
            MOVE ZERO TO WS-BT-OUT-VALUE.
            MOVE ZERO TO WS-BT-IN-VALUE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-CUR-BCODE TO WS-BCODE.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-CUR-BCODE TO WS-BH-BCODE.
            MOVE WS-BRANCH-NAME TO WS-BH-NAME.
            MOVE WS-THIS-REGION TO WS-BH-REGION.
            MOVE WS-BRANCH-HEAD TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COLUMN-HEAD TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-COUNTERPARTY-PARA.
      *     ONE LINE PER COUNTERPARTY, BOTH DIRECTIONS NETTED; THE
      *     GL GETS THE TWO SIDES GROSS SO EACH TIES TO ITS PARTNER'S.
            COMPUTE WS-NET-VALUE = WS-RC-OUT-VALUE(WS-RC-IDX)
                - WS-RC-IN-VALUE(WS-RC-IDX).
            ADD WS-RC-OUT-VALUE(WS-RC-IDX) TO WS-BT-OUT-VALUE.
            ADD WS-RC-IN-VALUE(WS-RC-IDX) TO WS-BT-IN-VALUE.
            ADD WS-RC-OUT-VALUE(WS-RC-IDX) TO WS-CHAIN-OUT.
            ADD WS-RC-IN-VALUE(WS-RC-IDX) TO WS-CHAIN-IN.
            MOVE WS-RC-OTHBR(WS-RC-IDX) TO WS-BCODE.
            PERFORM FIND-BRANCH-PARA.
            MOVE WS-RC-OTHBR(WS-RC-IDX) TO WS-DET-OTHBR.
            MOVE WS-BRANCH-NAME TO WS-DET-NAME.
            MOVE WS-RC-OUT-UNITS(WS-RC-IDX) TO WS-DET-OUT-UNITS.
            MOVE WS-RC-OUT-VALUE(WS-RC-IDX) TO WS-DET-OUT-VALUE.
            MOVE WS-RC-IN-UNITS(WS-RC-IDX) TO WS-DET-IN-UNITS.
            MOVE WS-RC-IN-VALUE(WS-RC-IDX) TO WS-DET-IN-VALUE.
            MOVE WS-NET-VALUE TO WS-DET-NET.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-RC-OUT-VALUE(WS-RC-IDX) NOT = ZERO
                MOVE 'CHG' TO RCL-SIDE
                MOVE WS-RC-OUT-VALUE(WS-RC-IDX) TO RCL-AMOUNT
                PERFORM WRITE-RECHARGE-LINE-PARA
            END-IF.
            IF WS-RC-IN-VALUE(WS-RC-IDX) NOT = ZERO
                MOVE 'PAY' TO RCL-SIDE
                MOVE WS-RC-IN-VALUE(WS-RC-IDX) TO RCL-AMOUNT
                PERFORM WRITE-RECHARGE-LINE-PARA
            END-IF.

       WRITE-RECHARGE-LINE-PARA.
            MOVE WS-RUN-DATE TO RCL-DATE.
            MOVE WS-RECHARGE-MONTH TO RCL-MONTH.
            MOVE WS-RC-BCODE(WS-RC-IDX) TO RCL-BCODE.
            MOVE WS-RC-OTHBR(WS-RC-IDX) TO RCL-OTHBR.
            WRITE RECHARGE-LINE-REC.
            ADD 1 TO WS-LINES-WRITTEN.

       END-BRANCH-PARA.
            COMPUTE WS-BT-NET = WS-BT-OUT-VALUE - WS-BT-IN-VALUE.
            MOVE WS-BT-OUT-VALUE TO WS-BT-OUT.
            MOVE WS-BT-IN-VALUE TO WS-BT-IN.
            MOVE WS-BT-NET TO WS-BT-NET-ED.
            MOVE WS-BRANCH-TOTAL TO REPORT-LINE.
            WRITE REPORT-LINE.

       PROVE-PAIRS-PARA.
      *     WHAT A CHARGED B MUST BE EXACTLY WHAT B WAS CHARGED BY A,
      *     PAIR BY PAIR, AND SO ACROSS THE CHAIN.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT
                MOVE WS-RC-OTHBR(WS-RC-IDX) TO WS-FIND-BCODE
                MOVE WS-RC-BCODE(WS-RC-IDX) TO WS-FIND-OTHBR
                MOVE ZERO TO WS-RC-HIT
                SEARCH ALL WS-RC-ENTRY
                    AT END CONTINUE
                    WHEN WS-RC-KEY(WS-RC-INX) = WS-FIND-KEY
                        SET WS-RC-HIT TO WS-RC-INX
                END-SEARCH
                IF WS-RC-HIT = ZERO
                    ADD 1 TO WS-PAIR-BREAKS
                ELSE IF WS-RC-OUT-VALUE(WS-RC-IDX) NOT =
                    WS-RC-IN-VALUE(WS-RC-HIT) OR
                    WS-RC-IN-VALUE(WS-RC-IDX) NOT =
                    WS-RC-OUT-VALUE(WS-RC-HIT)
                    ADD 1 TO WS-PAIR-BREAKS
                END-IF
                END-IF
            END-PERFORM.
            COMPUTE WS-CHAIN-DIFF = WS-CHAIN-OUT - WS-CHAIN-IN.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-CHAIN-OUT TO WS-PF-OUT.
            MOVE WS-CHAIN-IN TO WS-PF-IN.
            MOVE WS-CHAIN-DIFF TO WS-PF-DIFF.
            MOVE WS-PROOF-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-PAIR-BREAKS > ZERO OR WS-CHAIN-DIFF NOT = ZERO
                MOVE "*** BRANCH PAIRS DO NOT NET TO ZERO - DO NOT POST
      -         " ***" TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "BRANCH PAIRS OUT OF BALANCE " WS-PAIR-BREAKS
                    " - NO RECHARGE LINES SENT TO THE JOURNAL"
      *         EMPTY THE LINES FILE SO GLJOURNAL POSTS NOTHING.
                CLOSE RECHARGE-LINES
                OPEN OUTPUT RECHARGE-LINES
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE "EVERY BRANCH PAIR NETS TO ZERO" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       IN-TRANSIT-MEMO-PARA.
      *     WHAT IS STILL ON THE ROAD IS CHARGED IN THE MONTH ITS
      *     CONFIRMATION POSTS; LISTED AT COST SO FINANCE CAN ACCRUE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT INTRANSIT-FILE.
            IF WS-ITF-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ INTRANSIT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ITR-QTY IS NUMERIC AND
                            ITR-SHIP-DATE IS NUMERIC AND
                            ITR-SHIP-DATE(1:6) NOT > WS-RECHARGE-MONTH
                            ADD 1 TO WS-IT-OPEN
                            MOVE ITR-PCODE TO WS-PCODE
                            PERFORM FIND-PRODUCT-PARA
                            COMPUTE WS-IT-LINE-VALUE =
                                ITR-QTY * WS-UNIT-COST
                            ADD WS-IT-LINE-VALUE TO WS-IT-VALUE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ITF-STATUS = '00' OR WS-ITF-STATUS = '10'
                CLOSE INTRANSIT-FILE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-IT-OPEN TO WS-MM-COUNT.
            MOVE WS-IT-VALUE TO WS-MM-VALUE.
            MOVE WS-MEMO-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       LOAD-RATES-PARA.
      *     NO RATE FILE MEANS TRANSFERS ARE RECHARGED AT COST.
            MOVE ZERO TO WS-RATE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT RATE-FILE.
            IF WS-RRT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RATE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF RRT-FROM-REGION IS NUMERIC AND
                            RRT-TO-REGION IS NUMERIC AND
                            RRT-PCT IS NUMERIC
                            IF RRT-FROM-REGION = ZERO AND
                                RRT-TO-REGION = ZERO
                                MOVE RRT-PCT TO WS-DEFAULT-PCT
                            ELSE IF WS-RATE-COUNT < MAX-RATE-COUNT
                                ADD 1 TO WS-RATE-COUNT
                                MOVE RRT-FROM-REGION
                                    TO WS-RT-FROM(WS-RATE-COUNT)
                                MOVE RRT-TO-REGION
                                    TO WS-RT-TO(WS-RATE-COUNT)
                                MOVE RRT-PCT
                                    TO WS-RT-PCT(WS-RATE-COUNT)
                            END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RRT-STATUS = '00' OR WS-RRT-STATUS = '10'
                CLOSE RATE-FILE
            END-IF.

       FIND-BRANCH-PARA.
      *     NAME AND REGION FROM THE BRANCH MASTER; THE REGION FALLS
      *     BACK TO THE HUNDREDS DIGIT WHEN THE BRANCH IS NOT ON IT.
            MOVE SPACES TO WS-BRANCH-NAME.
            COMPUTE WS-THIS-REGION = WS-BCODE / 100.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE WS-BR-REGION(WS-BR-INX)
                            TO WS-THIS-REGION
                END-SEARCH
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE ZERO TO WS-UNIT-COST.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-PCODE
                        MOVE WS-PR-COST(WS-PR-INX) TO WS-UNIT-COST
                END-SEARCH
            END-IF.

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
                    MAX-BRANCH-COUNT " - RUN STOPPED"
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
            IF BM-BRANCH-REGION IS NUMERIC AND
                BM-BRANCH-REGION NOT = ZERO
                MOVE BM-BRANCH-REGION TO WS-BR-REGION(WS-BR-SUB)
            ELSE
                COMPUTE WS-BR-REGION(WS-BR-SUB) =
                    BM-BRANCH-CODE / 100
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
            IF PM-PRODUCT-COST IS NUMERIC
                MOVE PM-PRODUCT-COST TO WS-PR-COST(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-COST(WS-PR-SUB)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-FILE-PATH
            ACCEPT WS-INTRANSIT-FILE-PATH
                FROM ENVIRONMENT 'INTRANSIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RechargeRates.txt'
                TO WS-RATE-FILE-PATH
            ACCEPT WS-RATE-FILE-PATH
                FROM ENVIRONMENT 'RECHARGE_RATES'
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
            MOVE 'D:\cOBOLTRAINING\RechargeStatement.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'RECHARGE_STATEMENT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RechargeLines.txt'
                TO WS-RECHARGE-LINES-PATH
            ACCEPT WS-RECHARGE-LINES-PATH
                FROM ENVIRONMENT 'RECHARGE_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM RECHARGE.
