      *                the branch, region, and grand figures -- stock
      *                that may have to be destroyed no longer
      *                inflates the valuation finance signs off.
      * 10/15/2026 SWL Each branch's value total is also written to
      *                StockValBranch.txt (STKVALBR layout) under the
      *                business date, so the inventory-to-ledger
      *                reconciliation (GLRECON) reads the same figures
      *                this report prints.
      * 10/15/2026 SWL Consigned stock is partner-owned, not ours: the
      *                units ConsignBalance.txt (CONSBAL layout) shows
      *                a partner still owns at a branch are taken off
      *                that branch's position before it is priced, so
      *                the branch, region and grand figures -- and the
      *                branch values GLRECON reads -- are our own
      *                stock only. A position holding consigned units
      *                is flagged, and the consigned units are priced
      *                in their own section by partner, with their own
      *                total, after the quarantine section.
      * 10/15/2026 SWL Category level: every position is rolled up to
      *                its product's category (CATLOOK) and a category
      *                section after the grand value gives units and
      *                value by category, each department closed by
      *                its total. CATEGORY_SELECT (a category or a
      *                department code) narrows the whole report --
      *                quarantine and consigned sections included --
      *                to that part of the range; a selected run is
      *                only part of our stock, so it does not write the
      *                branch values GLRECON reads. An unknown
      *                selection stops the run with RETURN-CODE 12.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.
           SELECT QUARBAL-FILE ASSIGN TO DYNAMIC WS-QUARBAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QBL-STATUS.
           SELECT VALUE-EXTRACT ASSIGN TO DYNAMIC WS-VALUE-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSIGN-BALANCE ASSIGN TO DYNAMIC
           WS-CONSIGN-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSB-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                   QBL-PCODE-NAME BY QBL-PCODE
                                   QBL-QTY-NAME BY QBL-QTY.

       FD VALUE-EXTRACT.
           COPY STKVALBR REPLACING SVB-REC-NAME BY VALUE-EXTRACT-REC
                                    SVB-DATE-NAME BY SVB-DATE
                                    SVB-BCODE-NAME BY SVB-BCODE
                                    SVB-VALUE-NAME BY SVB-VALUE.

       FD CONSIGN-BALANCE.
           COPY CONSBAL REPLACING CSB-REC-NAME BY CONSIGN-BALANCE-REC
                                   CSB-BCODE-NAME BY CSB-BCODE
                                   CSB-PCODE-NAME BY CSB-PCODE
                                   CSB-PARTNER-NAME BY CSB-PARTNER
                                   CSB-QTY-NAME BY CSB-QTY.

       WORKING-STORAGE SECTION.
       01 WS-NEW-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-QUAR-EOF PIC A(1).
       01 WS-QUAR-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-QUAR-LINE-VALUE PIC 9(12)V99.
       01 WS-VALUE-EXTRACT-PATH PIC X(60).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-CSB-STATUS PIC X(2).
       01 WS-CONSIGN-BALANCE-PATH PIC X(60).
       01 WS-CONS-EOF PIC A(1).
       01 WS-CONS-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-CONS-LINE-VALUE PIC 9(12)V99.
       01 WS-OWN-QTY PIC 9(7).
       01 WS-EXTRACT-ON PIC X(1) VALUE 'Y'.

      * CATEGORY LOOKUP AND ROLLUP PASSED TO THE SHARED CATLOOK
      * SUBPROGRAM -- FIGURE 1 IS OUR OWN UNITS, FIGURE 2 THEIR VALUE.
       01 WS-CATEGORY-LOOK.
           05 WS-CL-FUNC PIC X(1).
           05 WS-CL-PCODE PIC 9(6).
           05 WS-CL-AMT PIC S9(13)V99 OCCURS 6 TIMES.
           05 WS-CL-CAT-CODE PIC X(4).
           05 WS-CL-CAT-NAME PIC X(20).
           05 WS-CL-DEPT-CODE PIC X(4).
           05 WS-CL-DEPT-NAME PIC X(20).
           05 WS-CL-SELECTION PIC X(4).
           05 WS-CL-SEL-LEVEL PIC X(1).
           05 WS-CL-SEL-NAME PIC X(20).
           05 WS-CL-SELECTED PIC X(1).
           05 WS-CL-ROW-TYPE PIC X(1).
           05 WS-CL-RESULT PIC X(1).
       01 WS-CL-IDX PIC 9(1).

      * CONSIGNED UNITS PER BRANCH/PRODUCT, ALL PARTNERS TOGETHER,
      * IN KEY ORDER FOR THE LOOKUP AGAINST EACH POSITION.
       01 WS-CONS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CONS-TABLE.
           05 WS-CONS-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CONS-COUNT
               ASCENDING KEY IS WS-CN-KEY
               INDEXED BY WS-CN-INX.
               10 WS-CN-KEY.
                   15 WS-CN-BCODE PIC 9(3).
                   15 WS-CN-PCODE PIC 9(6).
               10 WS-CN-QTY PIC 9(7).
       77 MAX-CONS-COUNT PIC 9(4) VALUE 2000.
       01 WS-CN-MOVE PIC 9(4).
       01 WS-CN-SUB PIC 9(4).
       01 WS-CN-FIND-KEY.
           05 WS-CN-FIND-BCODE PIC 9(3).
           05 WS-CN-FIND-PCODE PIC 9(6).
       01 WS-CONSIGNED-QTY PIC 9(7).

      * REGION VALUE TOTALS ACCUMULATE BY REGION CODE, SO THE REGION
      * ROLLUP DOES NOT DEPEND ON BRANCHES OF A REGION BEING
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "BRANCH PRODUCT                           QUANTITY   UNIT COS
      -    "T        VALUE".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-VALUE PIC ZZZZZZZZZZZ9.99.
           05 WS-DET-FLAG PIC X(10).
           05 FILLER PIC X(21) VALUE SPACES.
       01 WS-BRANCH-LINE.
           05 FILLER PIC X(12) VALUE "  BRANCH ".
           05 WS-BL-BCODE PIC 9(3).
           "  QUARANTINE VALUE (NOT IN GRAND) ".
           05 WS-QT-VALUE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-CONS-TOTAL-LINE.
           05 FILLER PIC X(34) VALUE
           "  CONSIGNED VALUE (NOT IN GRAND)  ".
           05 WS-CT-VALUE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-SELECT-LINE.
           05 FILLER PIC X(19) VALUE "CATEGORY SELECTION ".
           05 WS-SL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-NAME PIC X(20).
           05 FILLER PIC X(56) VALUE
           " - PART OF THE RANGE ONLY".
       01 WS-CATEGORY-LINE.
           05 WS-CG-LEVEL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-NAME PIC X(20).
           05 FILLER PIC X(7) VALUE " UNITS ".
           05 WS-CG-QTY PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(7) VALUE " VALUE ".
           05 WS-CG-VALUE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-CONSIGNED-PARA.
            PERFORM INIT-CATEGORY-PARA.
            PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > 99
                MOVE ZERO TO WS-REGION-VALUE(WS-REGION-IDX)
            END-PERFORM.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            IF WS-EXTRACT-ON = 'Y'
                OPEN OUTPUT VALUE-EXTRACT
            END-IF.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE WS-CL-SELECTION TO WS-SL-CODE
                MOVE WS-CL-SEL-NAME TO WS-SL-NAME
                MOVE WS-SELECT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            OPEN INPUT NEWBALANCE.
            IF WS-NEW-STATUS NOT = '00'
                DISPLAY "NEWBALANCE SNAPSHOT NOT AVAILABLE - STATUS "
            PERFORM UNTIL WS-EOF = 'Y'
                READ NEWBALANCE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE NEW-PCODE TO WS-CL-PCODE
                        PERFORM CHECK-CATEGORY-PARA
                        IF WS-CL-SELECTED = 'Y'
                            PERFORM VALUE-ONE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-NEW-STATUS = '00' OR WS-NEW-STATUS = '10'
            MOVE WS-GRAND-VALUE TO WS-GL-VALUE.
            MOVE WS-GRAND-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-CATEGORY-TOTALS.
            PERFORM VALUE-QUARANTINE-PARA.
            PERFORM VALUE-CONSIGNED-PARA.
            DISPLAY "STOCK VALUATION GRAND VALUE " WS-GRAND-VALUE
                " QUARANTINE " WS-QUAR-VALUE
                " CONSIGNED " WS-CONS-VALUE.
            CLOSE REPORT-FILE.
            IF WS-EXTRACT-ON = 'Y'
                CLOSE VALUE-EXTRACT
            END-IF.
            STOP RUN.

       INIT-CATEGORY-PARA.
      *     A SELECTED RUN VALUES PART OF THE RANGE ONLY -- THE BRANCH
      *     VALUES THE RECONCILIATION READS ARE LEFT AS THE LAST FULL
      *     RUN WROTE THEM.
            MOVE 'I' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-RESULT = '8'
                DISPLAY "CATEGORY SELECTION " WS-CL-SELECTION
                    " IS NOT A CATEGORY OR DEPARTMENT - RUN STOPPED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE 'N' TO WS-EXTRACT-ON
                DISPLAY "CATEGORY SELECTION " WS-CL-SELECTION
                    " - BRANCH VALUE EXTRACT NOT WRITTEN"
            END-IF.

       CHECK-CATEGORY-PARA.
            MOVE 'L' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.

       WRITE-CATEGORY-TOTALS.
            MOVE "CATEGORY TOTALS (OWN STOCK)" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'F' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            PERFORM UNTIL WS-CL-ROW-TYPE = 'E'
                IF WS-CL-ROW-TYPE = 'D'
                    MOVE '  DEPARTMENT' TO WS-CG-LEVEL
                    MOVE WS-CL-DEPT-CODE TO WS-CG-CODE
                    MOVE WS-CL-DEPT-NAME TO WS-CG-NAME
                ELSE
                    MOVE '    CATEGORY' TO WS-CG-LEVEL
                    MOVE WS-CL-CAT-CODE TO WS-CG-CODE
                    MOVE WS-CL-CAT-NAME TO WS-CG-NAME
                END-IF
                MOVE WS-CL-AMT(1) TO WS-CG-QTY
                MOVE WS-CL-AMT(2) TO WS-CG-VALUE
                MOVE WS-CATEGORY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 'N' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
            END-PERFORM.

       VALUE-ONE-PARA.
            IF WS-ANY-DETAIL = 'Y' AND NEW-BCODE NOT = WS-LAST-BCODE
                PERFORM WRITE-BRANCH-TOTAL
            MOVE NEW-BCODE TO WS-LAST-BCODE.
            MOVE 'Y' TO WS-ANY-DETAIL.
            PERFORM FIND-PRODUCT-PARA.
      *     ONLY OUR OWN UNITS ARE VALUED -- THE PARTNERS' SHARE OF THE
      *     POSITION IS PRICED IN THE CONSIGNED SECTION INSTEAD.
            MOVE NEW-QUANTITY TO WS-OWN-QTY.
            PERFORM FIND-CONSIGNED-PARA.
            IF WS-CONSIGNED-QTY > WS-OWN-QTY
                MOVE ZERO TO WS-OWN-QTY
            ELSE
                SUBTRACT WS-CONSIGNED-QTY FROM WS-OWN-QTY
            END-IF.
            COMPUTE WS-LINE-VALUE = WS-OWN-QTY * WS-UNIT-COST.
            ADD WS-LINE-VALUE TO WS-BRANCH-VALUE.
            ADD WS-LINE-VALUE TO WS-GRAND-VALUE.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 6
                MOVE ZERO TO WS-CL-AMT(WS-CL-IDX)
            END-PERFORM.
            MOVE WS-OWN-QTY TO WS-CL-AMT(1).
            MOVE WS-LINE-VALUE TO WS-CL-AMT(2).
            MOVE NEW-PCODE TO WS-CL-PCODE.
            MOVE 'A' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            PERFORM FIND-REGION-PARA.
            IF WS-THIS-REGION > ZERO
                ADD WS-LINE-VALUE
            MOVE NEW-BCODE TO WS-DET-BCODE.
            MOVE NEW-PCODE TO WS-DET-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DET-DESC.
            MOVE WS-OWN-QTY TO WS-DET-QTY.
            MOVE WS-UNIT-COST TO WS-DET-COST.
            MOVE WS-LINE-VALUE TO WS-DET-VALUE.
            IF WS-UNIT-COST = ZERO
                MOVE ' *NO COST*' TO WS-DET-FLAG
            ELSE IF WS-CONSIGNED-QTY > ZERO
                MOVE ' +CONSIGN' TO WS-DET-FLAG
            ELSE
                MOVE SPACES TO WS-DET-FLAG
            END-IF END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE WS-BRANCH-VALUE TO WS-BL-VALUE.
            MOVE WS-BRANCH-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-EXTRACT-ON = 'Y'
                MOVE WS-RUN-DATE TO SVB-DATE
                MOVE WS-LAST-BCODE TO SVB-BCODE
                MOVE WS-BRANCH-VALUE TO SVB-VALUE
                WRITE VALUE-EXTRACT-REC
            END-IF.

       WRITE-REGION-TOTALS.
            PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
            PERFORM UNTIL WS-QUAR-EOF = 'Y'
                READ QUARBAL-FILE
                    AT END MOVE 'Y' TO WS-QUAR-EOF
                    NOT AT END
                        MOVE QBL-PCODE TO WS-CL-PCODE
                        PERFORM CHECK-CATEGORY-PARA
                        IF WS-CL-SELECTED = 'Y'
                            PERFORM VALUE-ONE-QUAR-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-QBL-STATUS = '00' OR WS-QBL-STATUS = '10'
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       VALUE-CONSIGNED-PARA.
      *     PARTNER-OWNED UNITS, ONE LINE PER BRANCH/PRODUCT/PARTNER
      *     WITH THE PARTNER IN THE FLAG COLUMN, PRICED AT OUR UNIT
      *     COST FOR INFORMATION AND NEVER ADDED TO OUR FIGURES.
            MOVE 'N' TO WS-CONS-EOF.
            OPEN INPUT CONSIGN-BALANCE.
            IF WS-CSB-STATUS NOT = '00'
                MOVE 'Y' TO WS-CONS-EOF
            END-IF.
            MOVE "CONSIGNED STOCK (PARTNER-OWNED, NOT IN TOTALS ABOVE)"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM UNTIL WS-CONS-EOF = 'Y'
                READ CONSIGN-BALANCE
                    AT END MOVE 'Y' TO WS-CONS-EOF
                    NOT AT END
                        IF CSB-BCODE IS NUMERIC AND
                            CSB-PCODE IS NUMERIC AND
                            CSB-QTY IS NUMERIC
                            MOVE CSB-PCODE TO WS-CL-PCODE
                            PERFORM CHECK-CATEGORY-PARA
                            IF WS-CL-SELECTED = 'Y'
                                PERFORM VALUE-ONE-CONS-PARA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CSB-STATUS = '00' OR WS-CSB-STATUS = '10'
                CLOSE CONSIGN-BALANCE
            END-IF.
            MOVE WS-CONS-VALUE TO WS-CT-VALUE.
            MOVE WS-CONS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       VALUE-ONE-CONS-PARA.
            MOVE CSB-BCODE TO WS-DET-BCODE.
            MOVE CSB-PCODE TO WS-DET-PCODE.
            MOVE CSB-PCODE TO QBL-PCODE.
            PERFORM FIND-QUAR-PRODUCT-PARA.
            COMPUTE WS-CONS-LINE-VALUE = CSB-QTY * WS-UNIT-COST.
            ADD WS-CONS-LINE-VALUE TO WS-CONS-VALUE.
            MOVE WS-PRODUCT-DESC TO WS-DET-DESC.
            MOVE CSB-QTY TO WS-DET-QTY.
            MOVE WS-UNIT-COST TO WS-DET-COST.
            MOVE WS-CONS-LINE-VALUE TO WS-DET-VALUE.
            MOVE SPACES TO WS-DET-FLAG.
            MOVE CSB-PARTNER TO WS-DET-FLAG(2:8).
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       FIND-CONSIGNED-PARA.
            MOVE ZERO TO WS-CONSIGNED-QTY.
            MOVE NEW-BCODE TO WS-CN-FIND-BCODE.
            MOVE NEW-PCODE TO WS-CN-FIND-PCODE.
            IF WS-CONS-COUNT > ZERO
                SEARCH ALL WS-CONS-ENTRY
                    AT END CONTINUE
                    WHEN WS-CN-KEY(WS-CN-INX) = WS-CN-FIND-KEY
                        MOVE WS-CN-QTY(WS-CN-INX) TO WS-CONSIGNED-QTY
                END-SEARCH
            END-IF.

       LOAD-CONSIGNED-PARA.
      *     NO CONSIGNED-BALANCE FILE MEANS EVERYTHING IS OUR OWN.
            MOVE ZERO TO WS-CONS-COUNT.
            MOVE 'N' TO WS-CONS-EOF.
            OPEN INPUT CONSIGN-BALANCE.
            IF WS-CSB-STATUS NOT = '00'
                MOVE 'Y' TO WS-CONS-EOF
            END-IF.
            PERFORM UNTIL WS-CONS-EOF = 'Y'
                READ CONSIGN-BALANCE
                    AT END MOVE 'Y' TO WS-CONS-EOF
                    NOT AT END
                        IF CSB-BCODE IS NUMERIC AND
                            CSB-PCODE IS NUMERIC AND
                            CSB-QTY IS NUMERIC
                            PERFORM ADD-CONSIGNED-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CSB-STATUS = '00' OR WS-CSB-STATUS = '10'
                CLOSE CONSIGN-BALANCE
            END-IF.

       ADD-CONSIGNED-ENTRY.
      *     A SECOND PARTNER ON THE SAME POSITION ADDS TO ITS ENTRY.
            MOVE CSB-BCODE TO WS-CN-FIND-BCODE.
            MOVE CSB-PCODE TO WS-CN-FIND-PCODE.
            IF WS-CONS-COUNT > ZERO
                SEARCH ALL WS-CONS-ENTRY
                    AT END CONTINUE
                    WHEN WS-CN-KEY(WS-CN-INX) = WS-CN-FIND-KEY
                        ADD CSB-QTY TO WS-CN-QTY(WS-CN-INX)
                        MOVE ZERO TO CSB-QTY
                END-SEARCH
            END-IF.
            IF CSB-QTY > ZERO
                IF WS-CONS-COUNT >= MAX-CONS-COUNT
                    DISPLAY "CONSIGNED BALANCE EXCEEDS TABLE CAPACITY "
                        "OF " MAX-CONS-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-CONS-COUNT TO WS-CN-MOVE
                ADD 1 TO WS-CONS-COUNT
                PERFORM UNTIL WS-CN-MOVE < 1 OR
                    WS-CN-KEY(WS-CN-MOVE) < WS-CN-FIND-KEY
                    COMPUTE WS-CN-SUB = WS-CN-MOVE + 1
                    MOVE WS-CONS-ENTRY(WS-CN-MOVE)
                        TO WS-CONS-ENTRY(WS-CN-SUB)
                    SUBTRACT 1 FROM WS-CN-MOVE
                END-PERFORM
                COMPUTE WS-CN-SUB = WS-CN-MOVE + 1
                MOVE WS-CN-FIND-KEY TO WS-CN-KEY(WS-CN-SUB)
                MOVE CSB-QTY TO WS-CN-QTY(WS-CN-SUB)
            END-IF.

       FIND-QUAR-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE ZERO TO WS-UNIT-COST.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignBalance.txt'
                TO WS-CONSIGN-BALANCE-PATH
            ACCEPT WS-CONSIGN-BALANCE-PATH
                FROM ENVIRONMENT 'CONSIGN_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\StockValBranch.txt'
                TO WS-VALUE-EXTRACT-PATH
            ACCEPT WS-VALUE-EXTRACT-PATH
                FROM ENVIRONMENT 'STOCK_VALUE_BRANCH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
