      *                total value, which by construction equals both
      *                the debit and the credit column. RETURN-CODE 0
      *                clean, 4 unmapped activity was found.
      * 10/15/2026 SWL Inventory revaluations from scheduled cost
      *                changes are now journalled too: the lines
      *                COSTAPPLY wrote to RevalLines.txt for tonight's
      *                business date are posted under the account
      *                map's 'V' rows (code 'UP' for a cost increase,
      *                'DN' for a decrease) with source tag 'RVL', in
      *                the same batch as the movements, so finance
      *                books the revaluation instead of finding it as
      *                an unexplained swing in stock value. Lines
      *                dated any other day are ignored, so a stale
      *                file cannot post twice.
      * 10/15/2026 SWL Reversals (option 0) post the opposite entry:
      *                the register line names the option (and
      *                reason) of the movement backed out, which picks
      *                the map row the original posted under, and the
      *                pair is written credit-first so the two entries
      *                cancel in the ledger. A reversed quarantine
      *                return is skipped (the return itself was never
      *                journalled). The register widened to 100 bytes;
      *                movement and reversal journal lines now carry
      *                the register reference, and a reversal the
      *                reference of the movement it backs out.
      * 10/15/2026 SWL Every journal line sent to the ledger is also
      *                kept on the cumulative GlJournalHistory.txt
      *                (GLJHIST layout) under the batch's business
      *                date, so the inventory subledger can be
      *                reconciled to the ledger's control account
      *                (GLRECON) without rebuilding past batches. A
      *                rerun for a date first drops the lines that
      *                date already put on the history, so it never
      *                counts twice.
      * 10/15/2026 SWL Consigned stock stays out of the journal: the
      *                lines CONSIGNPOST put on ConsignLedger.txt for
      *                tonight's business date name, by branch,
      *                product and register reference, the units of
      *                each movement that were a partner's stock (a
      *                consigned receipt, consigned units issued or
      *                otherwise drawn, or a reversal of either). Those
      *                units are taken off the movement before it is
      *                priced, and a movement that was wholly consigned
      *                writes no journal line. Option-5 adjustments,
      *                which the adjustments register prints without a
      *                reference, take tonight's option-5 ledger lines
      *                for the branch and product in register order.
      *                CONSIGNPOST must have run first.
      * 10/15/2026 SWL Inter-branch recharges are journalled: the
      *                lines RECHARGE put on RechargeLines.txt for
      *                tonight's business date post under the account
      *                map's 'I' rows (code 'CHG' for what a branch
      *                charged another, 'PAY' for what it was charged)
      *                with source tag 'IBR' and the counterparty
      *                branch in the reference column, so both sides
      *                of every pair reach the ledger in one batch. A
      *                negative recharge posts the pair reversed.
      * 10/15/2026 SWL Product code widened to six digits: the
      *                movement and adjustment registers are read at
      *                their new columns (everything after the product
      *                code four to the right), and the product code
      *                on journal lines, the consignment exclusion
      *                table and the journal history (GLJHIST) is six
      *                characters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJOURNAL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVAL-FILE ASSIGN TO DYNAMIC WS-REVAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RVL-STATUS.
           SELECT JOURNAL-HISTORY ASSIGN TO DYNAMIC
           WS-JOURNAL-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GJH-STATUS.
           SELECT HISTORY-TEMP ASSIGN TO DYNAMIC WS-HISTORY-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GJT-STATUS.
           SELECT CONSIGN-LEDGER ASSIGN TO DYNAMIC
           WS-CONSIGN-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSL-STATUS.
           SELECT RECHARGE-LINES ASSIGN TO DYNAMIC
           WS-RECHARGE-LINES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-REGISTER.
       01 MOVEMENT-LINE PIC X(110).

       FD ADJUST-REGISTER.
       01 ADJUST-LINE PIC X(80).
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(80).

       FD REVAL-FILE.
           COPY REVALLN REPLACING RVL-REC-NAME BY REVAL-REC
                                   RVL-DATE-NAME BY RVL-DATE
                                   RVL-BCODE-NAME BY RVL-BCODE
                                   RVL-PCODE-NAME BY RVL-PCODE
                                   RVL-DIR-NAME BY RVL-DIR
                                   RVL-QTY-NAME BY RVL-QTY
                                   RVL-AMOUNT-NAME BY RVL-AMOUNT.

       FD JOURNAL-HISTORY.
           COPY GLJHIST REPLACING GJH-REC-NAME BY JOURNAL-HISTORY-REC
                                   GJH-DATE-NAME BY GJH-DATE
                                   GJH-BCODE-NAME BY GJH-BCODE
                                   GJH-PCODE-NAME BY GJH-PCODE
                                   GJH-DEBIT-NAME BY GJH-DEBIT
                                   GJH-CREDIT-NAME BY GJH-CREDIT
                                   GJH-AMOUNT-NAME BY GJH-AMOUNT
                                   GJH-SOURCE-NAME BY GJH-SOURCE
                                   GJH-REF-NAME BY GJH-REF.

       FD HISTORY-TEMP.
       01 HISTORY-TEMP-REC PIC X(54).

       FD CONSIGN-LEDGER.
           COPY CONSLEDG REPLACING CSL-REC-NAME BY CONSIGN-LEDGER-REC
                                    CSL-DATE-NAME BY CSL-DATE
                                    CSL-BCODE-NAME BY CSL-BCODE
                                    CSL-PCODE-NAME BY CSL-PCODE
                                    CSL-PARTNER-NAME BY CSL-PARTNER
                                    CSL-TYPE-NAME BY CSL-TYPE
                                    CSL-OPTION-NAME BY CSL-OPTION
                                    CSL-REF-NAME BY CSL-REF
                                    CSL-QTY-NAME BY CSL-QTY
                                    CSL-COST-NAME BY CSL-COST.

       FD RECHARGE-LINES.
           COPY RCHGLN REPLACING RCL-REC-NAME BY RECHARGE-LINE-REC
                                  RCL-DATE-NAME BY RCL-DATE
                                  RCL-MONTH-NAME BY RCL-MONTH
                                  RCL-BCODE-NAME BY RCL-BCODE
                                  RCL-OTHBR-NAME BY RCL-OTHBR
                                  RCL-SIDE-NAME BY RCL-SIDE
                                  RCL-AMOUNT-NAME BY RCL-AMOUNT.

       WORKING-STORAGE SECTION.
       01 WS-MVR-STATUS PIC X(2).
       01 WS-ADJ-STATUS PIC X(2).
       01 WS-MAP-STATUS PIC X(2).
       01 WS-RVL-STATUS PIC X(2).
       01 WS-GJH-STATUS PIC X(2).
       01 WS-GJT-STATUS PIC X(2).
       01 WS-GJH-EOF PIC A(1).
       01 WS-GJH-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-RVL-EOF PIC A(1).
       01 WS-MVR-EOF PIC A(1).
       01 WS-ADJ-EOF PIC A(1).
       01 WS-MAP-EOF PIC A(1).
       01 WS-ACCOUNT-MAP-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-JOURNAL-PATH PIC X(60).
       01 WS-REVAL-PATH PIC X(60).
       01 WS-JOURNAL-HISTORY-PATH PIC X(60).
       01 WS-HISTORY-TEMP-PATH PIC X(60).
       01 WS-CONSIGN-LEDGER-PATH PIC X(60).
       01 WS-CSL-STATUS PIC X(2).
       01 WS-CSL-EOF PIC A(1).
       01 WS-RECHARGE-LINES-PATH PIC X(60).
       01 WS-RCL-STATUS PIC X(2).
       01 WS-RCL-EOF PIC A(1).

      * TONIGHT'S CONSIGNED UNITS, KEYED THE WAY THE REGISTER PRINTS
      * THEM SO THEY COMPARE DIRECTLY WITH THE PICKED-OUT COLUMNS.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
               10 WS-CN-BCODE PIC X(3).
               10 WS-CN-PCODE PIC X(6).
               10 WS-CN-OPTION PIC X(1).
               10 WS-CN-REF PIC X(7).
               10 WS-CN-T-QTY PIC 9(7).
               10 WS-CN-USED PIC X(1).
       01 WS-CN-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CN-COUNT PIC 9(4) VALUE 5000.
       01 WS-CN-IDX PIC 9(4).
       01 WS-CN-REF-X PIC X(7).
       01 WS-CN-OPTION-X PIC X(1).
       01 WS-CN-QTY PIC 9(9).
       01 WS-CN-EXCLUDED PIC 9(9) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
      * THE QUANTITY COLUMNS ARE Z-EDITED, SO LEADING SPACES ARE
      * ZEROED BEFORE THE NUMERIC TEST.
       01 WS-MV-BCODE-X PIC X(3).
       01 WS-MV-PCODE-X PIC X(6).
       01 WS-MV-OPTION-X PIC X(1).
       01 WS-MV-BEFORE-X PIC X(7).
       01 WS-MV-AFTER-X PIC X(7).
       01 WS-AJ-OLD-X PIC X(7).
       01 WS-AJ-NEW-X PIC X(7).
       01 WS-AJ-REASON PIC X(3).
      * A REVERSAL LINE CARRIES ITS OWN REFERENCE, THE ORIGINAL'S, AND
      * THE ORIGINAL'S OPTION AND REASON IN THE LINK COLUMNS.
       01 WS-MV-QTY-X PIC X(7).
       01 WS-MV-REF-X PIC X(7).
       01 WS-MV-LINK-X PIC X(7).
       01 WS-MV-ORIG-OPT-X PIC X(1).
       01 WS-MV-ORIG-RSN PIC X(3).
       01 WS-MV-SWAP PIC X(1) VALUE 'N'.
       01 WS-JRN-DEBIT PIC X(6).
       01 WS-JRN-CREDIT PIC X(6).
       01 WS-JRN-PTR PIC 9(3).

      * ACCOUNT MAP -- 'O' ROWS KEY ON THE OPTION CODE, 'R' ROWS ON
      * THE ADJUSTMENT REASON.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRODUCT-COST PIC 9(5)V99.
       01 WS-CHECK-PCODE PIC 9(6).

       01 WS-LINE-AMOUNT PIC 9(13)V99.
       01 WS-ABS-DELTA PIC 9(8).
            END-IF.
            PERFORM LOAD-ACCOUNT-MAP.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-CONSIGNED-PARA.
            PERFORM PURGE-HISTORY-DAY-PARA.
            OPEN EXTEND JOURNAL-HISTORY.
            IF WS-GJH-STATUS NOT = '00'
                OPEN OUTPUT JOURNAL-HISTORY
            END-IF.
            OPEN OUTPUT JOURNAL-FILE.
            MOVE SPACES TO JOURNAL-REC.
            STRING 'HDR|' DELIMITED BY SIZE
            WRITE JOURNAL-REC.
            PERFORM SCAN-MOVEMENTS-PARA.
            PERFORM SCAN-ADJUSTMENTS-PARA.
            PERFORM SCAN-REVALUATIONS-PARA.
            PERFORM SCAN-RECHARGES-PARA.
            MOVE SPACES TO JOURNAL-REC.
            STRING 'TRL|' DELIMITED BY SIZE
                WS-JRN-COUNT DELIMITED BY SIZE
                INTO JOURNAL-REC
            END-STRING.
            WRITE JOURNAL-REC.
            CLOSE JOURNAL-FILE JOURNAL-HISTORY.
            DISPLAY "GL JOURNAL FOR " WS-RUN-DATE " - "
                WS-JRN-COUNT " LINES, VALUE " WS-JRN-TOTAL ", "
                WS-UNMAPPED-COUNT " UNMAPPED".
            IF WS-CN-EXCLUDED > ZERO
                DISPLAY "CONSIGNED UNITS LEFT OUT OF THE JOURNAL "
                    WS-CN-EXCLUDED
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

      *     ITS REASON CODE.
            MOVE MOVEMENT-LINE(1:3) TO WS-MV-BCODE-X.
            IF WS-MV-BCODE-X IS NUMERIC
                MOVE MOVEMENT-LINE(8:6) TO WS-MV-PCODE-X
                MOVE MOVEMENT-LINE(39:1) TO WS-MV-OPTION-X
                MOVE MOVEMENT-LINE(57:7) TO WS-MV-BEFORE-X
                MOVE MOVEMENT-LINE(69:7) TO WS-MV-AFTER-X
                INSPECT WS-MV-BEFORE-X
                    REPLACING LEADING SPACE BY '0'
                INSPECT WS-MV-AFTER-X
                IF WS-MV-PCODE-X IS NUMERIC AND
                    WS-MV-BEFORE-X IS NUMERIC AND
                    WS-MV-AFTER-X IS NUMERIC AND
                    WS-MV-OPTION-X NOT = '5' AND
                    WS-MV-OPTION-X NOT = '0'
                    MOVE WS-MV-BEFORE-X TO WS-MV-BEFORE
                    MOVE WS-MV-AFTER-X TO WS-MV-AFTER
                    COMPUTE WS-MV-DELTA =
                        MOVE SPACES TO WS-FIND-CODE
                        MOVE WS-MV-OPTION-X TO WS-FIND-CODE(1:1)
                        MOVE WS-MV-PCODE-X TO WS-CHECK-PCODE
                        MOVE MOVEMENT-LINE(78:7) TO WS-MV-REF-X
                        MOVE WS-MV-OPTION-X TO WS-CN-OPTION-X
                        MOVE 'MVT' TO WS-SOURCE-TAG
                        PERFORM WRITE-JOURNAL-PARA
                    END-IF
                END-IF
            END-IF.
            IF WS-MV-BCODE-X IS NUMERIC AND
                MOVEMENT-LINE(39:1) = '0'
                PERFORM POST-REVERSAL-PARA
            END-IF.

       POST-REVERSAL-PARA.
      *     THE QUANTITY COLUMN CARRIES WHAT THE REVERSAL MOVED. AN
      *     ADJUSTMENT OR QUARANTINE SCRAP POSTED UNDER ITS REASON, SO
      *     ITS REVERSAL DOES TOO; ANYTHING ELSE UNDER THE OPTION.
            MOVE MOVEMENT-LINE(8:6) TO WS-MV-PCODE-X.
            MOVE MOVEMENT-LINE(45:7) TO WS-MV-QTY-X.
            MOVE MOVEMENT-LINE(78:7) TO WS-MV-REF-X.
            MOVE MOVEMENT-LINE(87:7) TO WS-MV-LINK-X.
            MOVE MOVEMENT-LINE(96:1) TO WS-MV-ORIG-OPT-X.
            MOVE MOVEMENT-LINE(99:3) TO WS-MV-ORIG-RSN.
            INSPECT WS-MV-QTY-X REPLACING LEADING SPACE BY '0'.
            IF WS-MV-PCODE-X IS NUMERIC AND
                WS-MV-QTY-X IS NUMERIC AND
                WS-MV-ORIG-OPT-X NOT = SPACE AND
                WS-MV-ORIG-OPT-X NOT = '7'
                MOVE WS-MV-QTY-X TO WS-MV-AFTER
                MOVE WS-MV-AFTER TO WS-MV-DELTA
                IF WS-MV-DELTA NOT = ZERO
                    IF WS-MV-ORIG-OPT-X = '5' OR
                        WS-MV-ORIG-OPT-X = '9'
                        MOVE 'R' TO WS-FIND-TYPE
                        MOVE WS-MV-ORIG-RSN TO WS-FIND-CODE
                    ELSE
                        MOVE 'O' TO WS-FIND-TYPE
                        MOVE SPACES TO WS-FIND-CODE
                        MOVE WS-MV-ORIG-OPT-X TO WS-FIND-CODE(1:1)
                    END-IF
                    MOVE WS-MV-PCODE-X TO WS-CHECK-PCODE
                    MOVE '0' TO WS-CN-OPTION-X
                    MOVE 'REV' TO WS-SOURCE-TAG
                    MOVE 'Y' TO WS-MV-SWAP
                    PERFORM WRITE-JOURNAL-PARA
                    MOVE 'N' TO WS-MV-SWAP
                END-IF
            END-IF.

       SCAN-ADJUSTMENTS-PARA.
            MOVE 'N' TO WS-ADJ-EOF.
      *     COLUMNS 1-3 AND THE REASON CODE IN COLUMNS 49-51.
            MOVE ADJUST-LINE(1:3) TO WS-MV-BCODE-X.
            IF WS-MV-BCODE-X IS NUMERIC
                MOVE ADJUST-LINE(8:6) TO WS-MV-PCODE-X
                MOVE ADJUST-LINE(31:7) TO WS-AJ-OLD-X
                MOVE ADJUST-LINE(43:7) TO WS-AJ-NEW-X
                MOVE ADJUST-LINE(53:3) TO WS-AJ-REASON
                INSPECT WS-AJ-OLD-X REPLACING LEADING SPACE BY '0'
                INSPECT WS-AJ-NEW-X REPLACING LEADING SPACE BY '0'
                IF WS-MV-PCODE-X IS NUMERIC AND
                END-IF
            END-IF.

       SCAN-REVALUATIONS-PARA.
      *     NO REVALUATION FILE JUST MEANS NO COST CHANGE TOOK
      *     EFFECT -- NOT AN ERROR.
            MOVE 'N' TO WS-RVL-EOF.
            OPEN INPUT REVAL-FILE.
            IF WS-RVL-STATUS NOT = '00'
                MOVE 'Y' TO WS-RVL-EOF
            END-IF.
            PERFORM UNTIL WS-RVL-EOF = 'Y'
                READ REVAL-FILE
                    AT END MOVE 'Y' TO WS-RVL-EOF
                    NOT AT END PERFORM POST-REVALUATION-PARA
                END-READ
            END-PERFORM.
            IF WS-RVL-STATUS = '00' OR WS-RVL-STATUS = '10'
                CLOSE REVAL-FILE
            END-IF.

       POST-REVALUATION-PARA.
      *     THE AMOUNT IS ALREADY PRICED BY COSTAPPLY; THE DIRECTION
      *     PICKS THE MAP ROW, SO AN INCREASE AND A DECREASE CAN POST
      *     TO OPPOSITE SIDES OF THE SAME PAIR OF ACCOUNTS.
            IF RVL-DATE = WS-RUN-DATE AND RVL-AMOUNT IS NUMERIC
                MOVE 'V' TO WS-FIND-TYPE
                MOVE SPACES TO WS-FIND-CODE
                MOVE RVL-DIR TO WS-FIND-CODE(1:2)
                MOVE RVL-BCODE TO WS-MV-BCODE-X
                MOVE RVL-PCODE TO WS-MV-PCODE-X
                MOVE 'RVL' TO WS-SOURCE-TAG
                PERFORM FIND-MAP-PARA
                MOVE RVL-AMOUNT TO WS-LINE-AMOUNT
                PERFORM EMIT-JOURNAL-PARA
            END-IF.

       SCAN-RECHARGES-PARA.
      *     NO RECHARGE FILE, OR NOTHING ON IT FOR TONIGHT, JUST MEANS
      *     THE MONTHLY RECHARGE DID NOT RUN TODAY.
            MOVE 'N' TO WS-RCL-EOF.
            OPEN INPUT RECHARGE-LINES.
            IF WS-RCL-STATUS NOT = '00'
                MOVE 'Y' TO WS-RCL-EOF
            END-IF.
            PERFORM UNTIL WS-RCL-EOF = 'Y'
                READ RECHARGE-LINES
                    AT END MOVE 'Y' TO WS-RCL-EOF
                    NOT AT END PERFORM POST-RECHARGE-PARA
                END-READ
            END-PERFORM.
            IF WS-RCL-STATUS = '00' OR WS-RCL-STATUS = '10'
                CLOSE RECHARGE-LINES
            END-IF.

       POST-RECHARGE-PARA.
      *     THE AMOUNT IS ALREADY PRICED BY RECHARGE; THE SIDE PICKS
      *     THE MAP ROW AND THE COUNTERPARTY RIDES IN THE REFERENCE.
            IF RCL-DATE = WS-RUN-DATE AND RCL-AMOUNT IS NUMERIC AND
                RCL-AMOUNT NOT = ZERO
                MOVE 'I' TO WS-FIND-TYPE
                MOVE RCL-SIDE TO WS-FIND-CODE
                MOVE RCL-BCODE TO WS-MV-BCODE-X
                MOVE SPACES TO WS-MV-PCODE-X
                MOVE SPACES TO WS-MV-REF-X
                MOVE RCL-OTHBR TO WS-MV-REF-X(5:3)
                INSPECT WS-MV-REF-X REPLACING LEADING SPACE BY '0'
                MOVE 'IBR' TO WS-SOURCE-TAG
                PERFORM FIND-MAP-PARA
                IF RCL-AMOUNT < ZERO
                    COMPUTE WS-LINE-AMOUNT = ZERO - RCL-AMOUNT
                    MOVE 'Y' TO WS-MV-SWAP
                ELSE
                    MOVE RCL-AMOUNT TO WS-LINE-AMOUNT
                END-IF
                PERFORM EMIT-JOURNAL-PARA
                MOVE 'N' TO WS-MV-SWAP
            END-IF.

       WRITE-JOURNAL-PARA.
      *     ONE BALANCED LINE PER MOVEMENT: THE MAPPED DEBIT AND
      *     CREDIT ACCOUNTS AND THE PRICED AMOUNT. A NEGATIVE DELTA
            ELSE
                MOVE WS-MV-DELTA TO WS-ABS-DELTA
            END-IF.
            PERFORM CONSIGNED-QTY-PARA.
            IF WS-CN-QTY > ZERO
                IF WS-CN-QTY > WS-ABS-DELTA
                    MOVE WS-ABS-DELTA TO WS-CN-QTY
                END-IF
                SUBTRACT WS-CN-QTY FROM WS-ABS-DELTA
                ADD WS-CN-QTY TO WS-CN-EXCLUDED
            END-IF.
      *     A MOVEMENT THAT WAS ALL PARTNER STOCK POSTS NOTHING.
            IF WS-ABS-DELTA > ZERO
                PERFORM FIND-PRODUCT-COST
                COMPUTE WS-LINE-AMOUNT =
                    WS-ABS-DELTA * WS-PRODUCT-COST
                PERFORM EMIT-JOURNAL-PARA
            END-IF.

       CONSIGNED-QTY-PARA.
      *     THE PARTNER-OWNED UNITS OF THE MOVEMENT IN HAND. A REGISTER
      *     MOVEMENT OR REVERSAL MATCHES ON BRANCH, PRODUCT, OPTION AND
      *     REFERENCE; AN ADJUSTMENT (NO REFERENCE ON ITS REGISTER)
      *     TAKES THE NEXT UNUSED OPTION-5 REFERENCE FOR ITS BRANCH
      *     AND PRODUCT, ALL PARTNERS' LINES UNDER IT TOGETHER.
            MOVE ZERO TO WS-CN-QTY.
            IF WS-SOURCE-TAG = 'ADJ'
                MOVE '5' TO WS-CN-OPTION-X
                MOVE SPACES TO WS-CN-REF-X
                PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                    UNTIL WS-CN-IDX > WS-CN-COUNT
                        OR WS-CN-REF-X NOT = SPACES
                    IF WS-CN-USED(WS-CN-IDX) = 'N' AND
                        WS-CN-OPTION(WS-CN-IDX) = '5' AND
                        WS-CN-BCODE(WS-CN-IDX) = WS-MV-BCODE-X AND
                        WS-CN-PCODE(WS-CN-IDX) = WS-MV-PCODE-X
                        MOVE WS-CN-REF(WS-CN-IDX) TO WS-CN-REF-X
                    END-IF
                END-PERFORM
            ELSE
                MOVE WS-MV-REF-X TO WS-CN-REF-X
                INSPECT WS-CN-REF-X REPLACING LEADING SPACE BY '0'
            END-IF.
            IF WS-CN-REF-X NOT = SPACES
                PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                    UNTIL WS-CN-IDX > WS-CN-COUNT
                    IF WS-CN-USED(WS-CN-IDX) = 'N' AND
                        WS-CN-OPTION(WS-CN-IDX) = WS-CN-OPTION-X AND
                        WS-CN-BCODE(WS-CN-IDX) = WS-MV-BCODE-X AND
                        WS-CN-PCODE(WS-CN-IDX) = WS-MV-PCODE-X AND
                        WS-CN-REF(WS-CN-IDX) = WS-CN-REF-X
                        ADD WS-CN-T-QTY(WS-CN-IDX) TO WS-CN-QTY
                        MOVE 'Y' TO WS-CN-USED(WS-CN-IDX)
                    END-IF
                END-PERFORM
            END-IF.

       LOAD-CONSIGNED-PARA.
      *     NO LEDGER, OR NOTHING ON IT FOR TONIGHT, MEANS NOTHING WAS
      *     CONSIGNED -- EVERY MOVEMENT POSTS IN FULL.
            MOVE ZERO TO WS-CN-COUNT.
            MOVE 'N' TO WS-CSL-EOF.
            OPEN INPUT CONSIGN-LEDGER.
            IF WS-CSL-STATUS NOT = '00'
                MOVE 'Y' TO WS-CSL-EOF
            END-IF.
            PERFORM UNTIL WS-CSL-EOF = 'Y'
                READ CONSIGN-LEDGER
                    AT END MOVE 'Y' TO WS-CSL-EOF
                    NOT AT END
                        IF CSL-DATE = WS-RUN-DATE
                            PERFORM ADD-CONSIGNED-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CSL-STATUS = '00' OR WS-CSL-STATUS = '10'
                CLOSE CONSIGN-LEDGER
            END-IF.

       ADD-CONSIGNED-PARA.
            IF WS-CN-COUNT >= MAX-CN-COUNT
                DISPLAY "CONSIGNED MOVEMENTS EXCEED TABLE CAPACITY OF "
                    MAX-CN-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CN-COUNT.
            MOVE CSL-BCODE TO WS-CN-BCODE(WS-CN-COUNT).
            MOVE CSL-PCODE TO WS-CN-PCODE(WS-CN-COUNT).
            MOVE CSL-OPTION TO WS-CN-OPTION(WS-CN-COUNT).
            MOVE CSL-REF TO WS-CN-REF(WS-CN-COUNT).
            MOVE CSL-QTY TO WS-CN-T-QTY(WS-CN-COUNT).
            MOVE 'N' TO WS-CN-USED(WS-CN-COUNT).

       EMIT-JOURNAL-PARA.
            IF WS-MAP-HIT = ZERO
                ADD 1 TO WS-UNMAPPED-COUNT
                IF WS-RETURN-CODE < 4
                DISPLAY "UNMAPPED ACTIVITY - TYPE " WS-FIND-TYPE
                    " CODE " WS-FIND-CODE
            ELSE
      *         A REVERSAL SWAPS THE PAIR SO IT CANCELS THE ORIGINAL.
                IF WS-MV-SWAP = 'Y'
                    MOVE WS-MAP-CREDIT(WS-MAP-HIT) TO WS-JRN-DEBIT
                    MOVE WS-MAP-DEBIT(WS-MAP-HIT) TO WS-JRN-CREDIT
                ELSE
                    MOVE WS-MAP-DEBIT(WS-MAP-HIT) TO WS-JRN-DEBIT
                    MOVE WS-MAP-CREDIT(WS-MAP-HIT) TO WS-JRN-CREDIT
                END-IF
                MOVE SPACES TO JOURNAL-REC
                MOVE 1 TO WS-JRN-PTR
                STRING 'JRN|' DELIMITED BY SIZE
                    WS-JRN-DEBIT DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-JRN-CREDIT DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-LINE-AMOUNT DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-MV-PCODE-X DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-SOURCE-TAG DELIMITED BY SIZE
                    INTO JOURNAL-REC WITH POINTER WS-JRN-PTR
                END-STRING
                IF WS-SOURCE-TAG = 'MVT' OR WS-SOURCE-TAG = 'REV' OR
                    WS-SOURCE-TAG = 'IBR'
                    STRING '|' DELIMITED BY SIZE
                        WS-MV-REF-X DELIMITED BY SIZE
                        INTO JOURNAL-REC WITH POINTER WS-JRN-PTR
                    END-STRING
                END-IF
                IF WS-SOURCE-TAG = 'REV'
                    STRING '|' DELIMITED BY SIZE
                        WS-MV-LINK-X DELIMITED BY SIZE
                        INTO JOURNAL-REC WITH POINTER WS-JRN-PTR
                    END-STRING
                END-IF
                WRITE JOURNAL-REC
                ADD 1 TO WS-JRN-COUNT
                ADD WS-LINE-AMOUNT TO WS-JRN-TOTAL
                PERFORM WRITE-HISTORY-PARA
            END-IF.

       WRITE-HISTORY-PARA.
            MOVE WS-RUN-DATE TO GJH-DATE.
            MOVE WS-MV-BCODE-X TO GJH-BCODE.
            MOVE WS-MV-PCODE-X TO GJH-PCODE.
            MOVE WS-JRN-DEBIT TO GJH-DEBIT.
            MOVE WS-JRN-CREDIT TO GJH-CREDIT.
            MOVE WS-LINE-AMOUNT TO GJH-AMOUNT.
            MOVE WS-SOURCE-TAG TO GJH-SOURCE.
            IF WS-SOURCE-TAG = 'MVT' OR WS-SOURCE-TAG = 'REV' OR
                WS-SOURCE-TAG = 'IBR'
                MOVE WS-MV-REF-X TO GJH-REF
            ELSE
                MOVE SPACES TO GJH-REF
            END-IF.
            WRITE JOURNAL-HISTORY-REC.

       PURGE-HISTORY-DAY-PARA.
      *     A RERUN FOR A DATE REPLACES THAT DATE'S LINES ON THE
      *     HISTORY: EVERY OTHER DATE'S LINES ARE COPIED ASIDE, AND
      *     ONLY IF SOMETHING WAS DROPPED IS THE COPY PUT BACK OVER
      *     THE LIVE FILE. NO HISTORY YET IS NOT AN ERROR.
            MOVE ZERO TO WS-GJH-DROPPED.
            MOVE 'N' TO WS-GJH-EOF.
            OPEN INPUT JOURNAL-HISTORY.
            IF WS-GJH-STATUS NOT = '00'
                MOVE 'Y' TO WS-GJH-EOF
            ELSE
                OPEN OUTPUT HISTORY-TEMP
            END-IF.
            PERFORM UNTIL WS-GJH-EOF = 'Y'
                READ JOURNAL-HISTORY
                    AT END MOVE 'Y' TO WS-GJH-EOF
                    NOT AT END
                        IF GJH-DATE = WS-RUN-DATE
                            ADD 1 TO WS-GJH-DROPPED
                        ELSE
                            MOVE JOURNAL-HISTORY-REC
                                TO HISTORY-TEMP-REC
                            WRITE HISTORY-TEMP-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-GJH-STATUS = '00' OR WS-GJH-STATUS = '10'
                CLOSE JOURNAL-HISTORY HISTORY-TEMP
                IF WS-GJH-DROPPED > ZERO
                    DISPLAY "RERUN FOR " WS-RUN-DATE " - "
                        WS-GJH-DROPPED
                        " EARLIER HISTORY LINES REPLACED"
                    PERFORM RESTORE-HISTORY-PARA
                END-IF
            END-IF.

       RESTORE-HISTORY-PARA.
            MOVE 'N' TO WS-GJH-EOF.
            OPEN INPUT HISTORY-TEMP.
            OPEN OUTPUT JOURNAL-HISTORY.
            PERFORM UNTIL WS-GJH-EOF = 'Y'
                READ HISTORY-TEMP
                    AT END MOVE 'Y' TO WS-GJH-EOF
                    NOT AT END
                        MOVE HISTORY-TEMP-REC TO JOURNAL-HISTORY-REC
                        WRITE JOURNAL-HISTORY-REC
                END-READ
            END-PERFORM.
            CLOSE HISTORY-TEMP JOURNAL-HISTORY.

       FIND-MAP-PARA.
            MOVE ZERO TO WS-MAP-HIT.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignLedger.txt'
                TO WS-CONSIGN-LEDGER-PATH
            ACCEPT WS-CONSIGN-LEDGER-PATH
                FROM ENVIRONMENT 'CONSIGN_LEDGER'
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
            MOVE 'D:\cOBOLTRAINING\AdjustRegister.txt'
                TO WS-ADJUST-REGISTER-PATH
            ACCEPT WS-ADJUST-REGISTER-PATH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RevalLines.txt'
                TO WS-REVAL-PATH
            ACCEPT WS-REVAL-PATH FROM ENVIRONMENT 'REVAL_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\GlAccountMap.txt'
                TO WS-ACCOUNT-MAP-PATH
            ACCEPT WS-ACCOUNT-MAP-PATH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\GlJournalHistory.txt'
                TO WS-JOURNAL-HISTORY-PATH
            ACCEPT WS-JOURNAL-HISTORY-PATH
                FROM ENVIRONMENT 'GL_JOURNAL_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\GlJournalHistory.tmp'
                TO WS-HISTORY-TEMP-PATH
            ACCEPT WS-HISTORY-TEMP-PATH
                FROM ENVIRONMENT 'GL_JOURNAL_HISTORY_TEMP'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM GLJOURNAL.
