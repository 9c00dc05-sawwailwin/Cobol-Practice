      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: APPLY SCHEDULED STANDARD-COST CHANGES AND REVALUE
      *          THE ON-HAND STOCK
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the product master's unit
      *                cost used to be overwritten in place the moment
      *                a change was approved, so the valuation and the
      *                journal jumped with nothing to explain it. Cost
      *                changes are now scheduled on CostChange.txt
      *                (REFAPPROVE writes them) and this nightly step,
      *                run before the roll-forward, applies every
      *                pending change whose effective date has come.
      *                For each one it values every branch's on-hand
      *                for the product in the balance master (walked
      *                by the product-code alternate key) at the old
      *                and the new cost, prints both values and the
      *                difference on RevalRegister.txt, and writes one
      *                dated revaluation line per branch to
      *                RevalLines.txt for GLJOURNAL to post under the
      *                account map's revaluation rows. The new cost is
      *                then set on the product master and the change
      *                row is stamped applied with the cost it
      *                replaced. A change for a product not on the
      *                master is stamped rejected. Several due changes
      *                for one product apply in file order, each
      *                revaluing from the cost the one before left.
      *                RETURN-CODE 0 clean (or nothing due), 4 a
      *                change was rejected, 12 the balance master is
      *                not available (nothing applied), 16 a file is
      *                larger than its table (nothing applied).
      * 10/15/2026 SWL The product master rewrite carries the new
      *                serial-tracked flag through unchanged.
      * 10/15/2026 SWL The product master rewrite carries the new
      *                product category through unchanged.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTAPPLY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT COSTCHG-FILE ASSIGN TO DYNAMIC WS-COSTCHG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCH-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVAL-FILE ASSIGN TO DYNAMIC WS-REVAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COSTCHG-FILE.
           COPY COSTCHG REPLACING CCH-REC-NAME BY COSTCHG-REC
                                   CCH-PCODE-NAME BY CCH-PCODE
                                   CCH-EFFDATE-NAME BY CCH-EFFDATE
                                   CCH-NEWCOST-NAME BY CCH-NEWCOST
                                   CCH-STATUS-NAME BY CCH-STATUS
                                   CCH-OLDCOST-NAME BY CCH-OLDCOST
                                   CCH-APPLIED-NAME BY CCH-APPLIED
                                   CCH-MAKER-NAME BY CCH-MAKER.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME BY PM-PRODUCT-COST
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL
                                      PRM-CATEGORY-NAME
                                          BY PM-PRODUCT-CATEGORY.

       FD BALMASTER.
      * SAME FIELD WIDTHS AS THE SHARED BRPRDQTY LAYOUT, BUT DECLARED
      * IN LINE BECAUSE THE RECORD KEY NEEDS BRANCH+PRODUCT AS ONE
      * GROUP FIELD, WHICH THE FLAT COPYBOOK CANNOT EXPRESS. KEEP IN
      * STEP WITH THE BALMASTER FD IN COBOLRD02 AND BALMSTLOAD.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD REVAL-FILE.
           COPY REVALLN REPLACING RVL-REC-NAME BY REVAL-REC
                                   RVL-DATE-NAME BY RVL-DATE
                                   RVL-BCODE-NAME BY RVL-BCODE
                                   RVL-PCODE-NAME BY RVL-PCODE
                                   RVL-DIR-NAME BY RVL-DIR
                                   RVL-QTY-NAME BY RVL-QTY
                                   RVL-AMOUNT-NAME BY RVL-AMOUNT.

       WORKING-STORAGE SECTION.
       01 WS-CCH-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-COSTCHG-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).
       01 WS-REVAL-PATH PIC X(60).

      * THE WHOLE COST-CHANGE FILE IN STORAGE -- IT IS REWRITTEN WITH
      * THE APPLIED STAMPS, SO AN OVERFLOWING LOAD MUST NEVER SAVE.
       01 WS-CCH-TABLE.
           05 WS-CCH-ENTRY OCCURS 500 TIMES.
               10 WS-CC-PCODE PIC 9(6).
               10 WS-CC-EFFDATE PIC 9(8).
               10 WS-CC-NEWCOST PIC 9(5)V99.
               10 WS-CC-STATUS PIC X(1).
               10 WS-CC-OLDCOST PIC 9(5)V99.
               10 WS-CC-APPLIED PIC 9(8).
               10 WS-CC-MAKER PIC X(10).
       01 WS-CCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-CCH-COUNT PIC 9(3) VALUE 500.
       01 WS-CC-IDX PIC 9(3).
       01 WS-CCH-EOF PIC A(1) VALUE 'N'.

      * THE WHOLE PRODUCT MASTER IN STORAGE, REFAPPROVE-STYLE -- EVERY
      * FIELD IS CARRIED THROUGH THE REWRITE.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 500 TIMES.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-STAT PIC X(1).
               10 WS-PR-REORD PIC 9(4).
               10 WS-PR-COST PIC 9(5)V99.
               10 WS-PR-SERIAL PIC X(1).
               10 WS-PR-CATEGORY PIC X(4).
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-IDX PIC 9(3).
       01 WS-PR-HIT PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-BAL-EOF PIC A(1).
       01 WS-OLD-COST PIC 9(5)V99.
       01 WS-OLD-VALUE PIC 9(12)V99.
       01 WS-NEW-VALUE PIC 9(12)V99.
       01 WS-DIFF-VALUE PIC S9(12)V99.
       01 WS-PROD-OLD-TOTAL PIC 9(13)V99.
       01 WS-PROD-NEW-TOTAL PIC 9(13)V99.
       01 WS-PROD-BRANCHES PIC 9(5).
       01 WS-RUN-UP-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-RUN-DOWN-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVAL-COUNT PIC 9(7) VALUE ZERO.

       01 WS-HEAD-LINE-1.
           05 FILLER PIC X(40) VALUE
           "INVENTORY REVALUATION REGISTER".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-PROD-HEAD-LINE.
           05 FILLER PIC X(8) VALUE "PRODUCT ".
           05 WS-PH-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PH-DESC PIC X(20).
           05 FILLER PIC X(10) VALUE " OLD COST ".
           05 WS-PH-OLD PIC ZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE " NEW COST ".
           05 WS-PH-NEW PIC ZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE " EFFECTIVE ".
           05 WS-PH-EFF PIC 9(8).
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "  BRANCH   ON HAND        OLD VALUE        NEW VALUE       D
      -    "IFFERENCE".

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-OLD PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-NEW PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DIFF PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-PROD-TOTAL-LINE.
           05 FILLER PIC X(7) VALUE "  TOTAL".
           05 WS-PT-BRANCHES PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " BR   ".
           05 WS-PT-OLD PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PT-NEW PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PT-DIFF PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MSG-TEXT PIC X(60).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-RUN-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "APPLIED ".
           05 WS-RT-APPLIED PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  REJECTED ".
           05 WS-RT-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  UP    ".
           05 WS-RT-UP PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  DOWN  ".
           05 WS-RT-DOWN PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(17) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A CHANGE WAS
      * REJECTED, 12 BALANCE MASTER NOT AVAILABLE, 16 TABLE CAPACITY.
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
            PERFORM LOAD-COSTCHG-PARA.
            PERFORM LOAD-PRODUCT-PARA.
            OPEN OUTPUT REPORT-FILE.
            OPEN OUTPUT REVAL-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - NO COST CHANGE APPLIED"
                MOVE "BALANCE MASTER NOT AVAILABLE - NOTHING APPLIED"
                    TO WS-MSG-TEXT
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE REPORT-FILE
                CLOSE REVAL-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM APPLY-ONE-PARA THRU APPLY-ONE-EXIT
                VARYING WS-CC-IDX FROM 1 BY 1
                UNTIL WS-CC-IDX > WS-CCH-COUNT.
            CLOSE BALMASTER.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-APPLIED-COUNT TO WS-RT-APPLIED.
            MOVE WS-REJECTED-COUNT TO WS-RT-REJECTED.
            MOVE WS-RUN-UP-TOTAL TO WS-RT-UP.
            MOVE WS-RUN-DOWN-TOTAL TO WS-RT-DOWN.
            MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            CLOSE REVAL-FILE.
            IF WS-APPLIED-COUNT > ZERO
                PERFORM SAVE-PRODUCT-PARA
            END-IF.
            IF WS-APPLIED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
                PERFORM SAVE-COSTCHG-PARA
            END-IF.
            IF WS-REJECTED-COUNT > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "COST CHANGES FOR " WS-RUN-DATE " - "
                WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
                " REJECTED, " WS-REVAL-COUNT " REVALUATION LINES".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       APPLY-ONE-PARA.
            IF WS-CC-STATUS(WS-CC-IDX) NOT = 'P'
                OR WS-CC-EFFDATE(WS-CC-IDX) > WS-RUN-DATE
                GO TO APPLY-ONE-EXIT
            END-IF.
            MOVE ZERO TO WS-PR-HIT.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PRODUCT-COUNT OR WS-PR-HIT > ZERO
                IF WS-PR-CODE(WS-PR-IDX) = WS-CC-PCODE(WS-CC-IDX)
                    MOVE WS-PR-IDX TO WS-PR-HIT
                END-IF
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-PR-HIT = ZERO
                MOVE 'X' TO WS-CC-STATUS(WS-CC-IDX)
                MOVE WS-RUN-DATE TO WS-CC-APPLIED(WS-CC-IDX)
                ADD 1 TO WS-REJECTED-COUNT
                MOVE SPACES TO WS-MSG-TEXT
                STRING "PRODUCT " DELIMITED BY SIZE
                    WS-CC-PCODE(WS-CC-IDX) DELIMITED BY SIZE
                    " NOT ON THE PRODUCT MASTER - CHANGE REJECTED"
                        DELIMITED BY SIZE
                    INTO WS-MSG-TEXT
                END-STRING
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "COST CHANGE REJECTED - PRODUCT "
                    WS-CC-PCODE(WS-CC-IDX) " NOT ON FILE"
                GO TO APPLY-ONE-EXIT
            END-IF.
            MOVE WS-PR-COST(WS-PR-HIT) TO WS-OLD-COST.
            MOVE WS-CC-PCODE(WS-CC-IDX) TO WS-PH-PCODE.
            MOVE WS-PR-DESC(WS-PR-HIT) TO WS-PH-DESC.
            MOVE WS-OLD-COST TO WS-PH-OLD.
            MOVE WS-CC-NEWCOST(WS-CC-IDX) TO WS-PH-NEW.
            MOVE WS-CC-EFFDATE(WS-CC-IDX) TO WS-PH-EFF.
            MOVE WS-PROD-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COL-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM REVALUE-PRODUCT-PARA.
            MOVE WS-CC-NEWCOST(WS-CC-IDX) TO WS-PR-COST(WS-PR-HIT).
            MOVE 'A' TO WS-CC-STATUS(WS-CC-IDX).
            MOVE WS-OLD-COST TO WS-CC-OLDCOST(WS-CC-IDX).
            MOVE WS-RUN-DATE TO WS-CC-APPLIED(WS-CC-IDX).
            ADD 1 TO WS-APPLIED-COUNT.
       APPLY-ONE-EXIT.
            EXIT.

       REVALUE-PRODUCT-PARA.
      *     WALK THE MASTER'S ALTERNATE PRODUCT-CODE INDEX -- ONE
      *     KEYED START, THEN READ NEXT UNTIL THE PRODUCT CHANGES.
      *     A BRANCH WITH NOTHING ON HAND HAS NOTHING TO REVALUE.
            MOVE ZERO TO WS-PROD-OLD-TOTAL.
            MOVE ZERO TO WS-PROD-NEW-TOTAL.
            MOVE ZERO TO WS-PROD-BRANCHES.
            MOVE 'N' TO WS-BAL-EOF.
            MOVE WS-CC-PCODE(WS-CC-IDX) TO BAL-PCODE.
            START BALMASTER KEY IS EQUAL TO BAL-PCODE
                INVALID KEY MOVE 'Y' TO WS-BAL-EOF
            END-START.
            PERFORM UNTIL WS-BAL-EOF = 'Y'
                READ BALMASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BAL-EOF
                    NOT AT END
                        IF BAL-PCODE NOT = WS-CC-PCODE(WS-CC-IDX)
                            MOVE 'Y' TO WS-BAL-EOF
                        ELSE
                            IF BAL-QUANTITY > ZERO
                                PERFORM REVALUE-BRANCH-PARA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            MOVE WS-PROD-BRANCHES TO WS-PT-BRANCHES.
            MOVE WS-PROD-OLD-TOTAL TO WS-PT-OLD.
            MOVE WS-PROD-NEW-TOTAL TO WS-PT-NEW.
            COMPUTE WS-PT-DIFF = WS-PROD-NEW-TOTAL - WS-PROD-OLD-TOTAL.
            MOVE WS-PROD-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       REVALUE-BRANCH-PARA.
            COMPUTE WS-OLD-VALUE = BAL-QUANTITY * WS-OLD-COST.
            COMPUTE WS-NEW-VALUE =
                BAL-QUANTITY * WS-CC-NEWCOST(WS-CC-IDX).
            COMPUTE WS-DIFF-VALUE = WS-NEW-VALUE - WS-OLD-VALUE.
            ADD 1 TO WS-PROD-BRANCHES.
            ADD WS-OLD-VALUE TO WS-PROD-OLD-TOTAL.
            ADD WS-NEW-VALUE TO WS-PROD-NEW-TOTAL.
            MOVE BAL-BCODE TO WS-DET-BCODE.
            MOVE BAL-QUANTITY TO WS-DET-QTY.
            MOVE WS-OLD-VALUE TO WS-DET-OLD.
            MOVE WS-NEW-VALUE TO WS-DET-NEW.
            MOVE WS-DIFF-VALUE TO WS-DET-DIFF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-DIFF-VALUE NOT = ZERO
                MOVE WS-RUN-DATE TO RVL-DATE
                MOVE BAL-BCODE TO RVL-BCODE
                MOVE BAL-PCODE TO RVL-PCODE
                MOVE BAL-QUANTITY TO RVL-QTY
                IF WS-DIFF-VALUE > ZERO
                    MOVE 'UP' TO RVL-DIR
                    MOVE WS-DIFF-VALUE TO RVL-AMOUNT
                    ADD WS-DIFF-VALUE TO WS-RUN-UP-TOTAL
                ELSE
                    MOVE 'DN' TO RVL-DIR
                    COMPUTE RVL-AMOUNT = ZERO - WS-DIFF-VALUE
                    ADD RVL-AMOUNT TO WS-RUN-DOWN-TOTAL
                END-IF
                WRITE REVAL-REC
                ADD 1 TO WS-REVAL-COUNT
            END-IF.

       LOAD-COSTCHG-PARA.
            MOVE ZERO TO WS-CCH-COUNT.
            MOVE 'N' TO WS-CCH-EOF.
            OPEN INPUT COSTCHG-FILE.
            IF WS-CCH-STATUS NOT = '00'
                DISPLAY "NO COST CHANGES SCHEDULED - STATUS "
                    WS-CCH-STATUS
                MOVE 'Y' TO WS-CCH-EOF
            END-IF.
            PERFORM UNTIL WS-CCH-EOF = 'Y'
                READ COSTCHG-FILE
                    AT END MOVE 'Y' TO WS-CCH-EOF
                    NOT AT END
                        IF WS-CCH-COUNT >= MAX-CCH-COUNT
                            DISPLAY "COST-CHANGE FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-CCH-COUNT
                                " - RUN STOPPED"
                            CLOSE COSTCHG-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-CCH-COUNT
                        MOVE CCH-PCODE TO WS-CC-PCODE(WS-CCH-COUNT)
                        MOVE CCH-EFFDATE
                            TO WS-CC-EFFDATE(WS-CCH-COUNT)
                        MOVE CCH-NEWCOST
                            TO WS-CC-NEWCOST(WS-CCH-COUNT)
                        MOVE CCH-STATUS TO WS-CC-STATUS(WS-CCH-COUNT)
                        IF CCH-OLDCOST IS NUMERIC
                            MOVE CCH-OLDCOST
                                TO WS-CC-OLDCOST(WS-CCH-COUNT)
                        ELSE
                            MOVE ZERO TO WS-CC-OLDCOST(WS-CCH-COUNT)
                        END-IF
                        IF CCH-APPLIED IS NUMERIC
                            MOVE CCH-APPLIED
                                TO WS-CC-APPLIED(WS-CCH-COUNT)
                        ELSE
                            MOVE ZERO TO WS-CC-APPLIED(WS-CCH-COUNT)
                        END-IF
                        MOVE CCH-MAKER TO WS-CC-MAKER(WS-CCH-COUNT)
      *                 A ROW THAT WILL NOT READ AS A DATE AND A COST
      *                 CANNOT BE APPLIED -- IT IS REJECTED, NOT
      *                 GUESSED AT.
                        IF CCH-STATUS = 'P' AND
                            (CCH-PCODE IS NOT NUMERIC OR
                             CCH-EFFDATE IS NOT NUMERIC OR
                             CCH-NEWCOST IS NOT NUMERIC)
                            MOVE 'X' TO WS-CC-STATUS(WS-CCH-COUNT)
                            MOVE ZERO TO WS-CC-EFFDATE(WS-CCH-COUNT)
                            MOVE ZERO TO WS-CC-NEWCOST(WS-CCH-COUNT)
                            MOVE WS-RUN-DATE
                                TO WS-CC-APPLIED(WS-CCH-COUNT)
                            ADD 1 TO WS-REJECTED-COUNT
                            DISPLAY "COST CHANGE ROW " WS-CCH-COUNT
                                " IS NOT VALID - REJECTED"
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CCH-STATUS = '00' OR WS-CCH-STATUS = '10'
                CLOSE COSTCHG-FILE
            END-IF.

       SAVE-COSTCHG-PARA.
            OPEN OUTPUT COSTCHG-FILE.
            PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                UNTIL WS-CC-IDX > WS-CCH-COUNT
                MOVE WS-CC-PCODE(WS-CC-IDX) TO CCH-PCODE
                MOVE WS-CC-EFFDATE(WS-CC-IDX) TO CCH-EFFDATE
                MOVE WS-CC-NEWCOST(WS-CC-IDX) TO CCH-NEWCOST
                MOVE WS-CC-STATUS(WS-CC-IDX) TO CCH-STATUS
                MOVE WS-CC-OLDCOST(WS-CC-IDX) TO CCH-OLDCOST
                MOVE WS-CC-APPLIED(WS-CC-IDX) TO CCH-APPLIED
                MOVE WS-CC-MAKER(WS-CC-IDX) TO CCH-MAKER
                WRITE COSTCHG-REC
            END-PERFORM.
            CLOSE COSTCHG-FILE.

       LOAD-PRODUCT-PARA.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            IF WS-PRM-STATUS NOT = '00'
                DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                    WS-PRM-STATUS
                MOVE 'Y' TO WS-PRMST-EOF
            END-IF.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        IF WS-PRODUCT-COUNT >= MAX-PRODUCT-COUNT
                            DISPLAY "PRODUCT MASTER EXCEEDS TABLE "
                                "CAPACITY OF " MAX-PRODUCT-COUNT
                                " - RUN STOPPED"
                            CLOSE PRODUCT-MASTER
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-PRODUCT-COUNT
                        MOVE PM-PRODUCT-CODE
                            TO WS-PR-CODE(WS-PRODUCT-COUNT)
                        MOVE PM-PRODUCT-DESC
                            TO WS-PR-DESC(WS-PRODUCT-COUNT)
                        MOVE PM-PRODUCT-STAT
                            TO WS-PR-STAT(WS-PRODUCT-COUNT)
                        IF PM-PRODUCT-REORD IS NUMERIC
                            MOVE PM-PRODUCT-REORD
                                TO WS-PR-REORD(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE ZERO TO WS-PR-REORD(WS-PRODUCT-COUNT)
                        END-IF
                        IF PM-PRODUCT-COST IS NUMERIC
                            MOVE PM-PRODUCT-COST
                                TO WS-PR-COST(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE ZERO TO WS-PR-COST(WS-PRODUCT-COUNT)
                        END-IF
                        MOVE PM-PRODUCT-SERIAL
                            TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                        MOVE PM-PRODUCT-CATEGORY
                            TO WS-PR-CATEGORY(WS-PRODUCT-COUNT)
                END-READ
            END-PERFORM.
            IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
                CLOSE PRODUCT-MASTER
            END-IF.

       SAVE-PRODUCT-PARA.
            OPEN OUTPUT PRODUCT-MASTER.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
                MOVE WS-PR-CODE(WS-PR-IDX) TO PM-PRODUCT-CODE
                MOVE WS-PR-DESC(WS-PR-IDX) TO PM-PRODUCT-DESC
                MOVE WS-PR-STAT(WS-PR-IDX) TO PM-PRODUCT-STAT
                MOVE WS-PR-REORD(WS-PR-IDX) TO PM-PRODUCT-REORD
                MOVE WS-PR-COST(WS-PR-IDX) TO PM-PRODUCT-COST
                MOVE WS-PR-SERIAL(WS-PR-IDX) TO PM-PRODUCT-SERIAL
                MOVE WS-PR-CATEGORY(WS-PR-IDX) TO PM-PRODUCT-CATEGORY
                WRITE PRODUCT-MASTER-REC
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\CostChange.txt'
                TO WS-COSTCHG-PATH
            ACCEPT WS-COSTCHG-PATH FROM ENVIRONMENT 'COST_CHANGE'
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
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RevalRegister.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'REVAL_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RevalLines.txt'
                TO WS-REVAL-PATH
            ACCEPT WS-REVAL-PATH FROM ENVIRONMENT 'REVAL_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM COSTAPPLY.
