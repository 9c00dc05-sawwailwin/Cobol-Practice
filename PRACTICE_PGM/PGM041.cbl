      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- inbound bank returns, so a
      *                credit the bank bounces (closed account, wrong
      *                account number) is picked up the day the
      *                returns file arrives instead of when the
      *                employee rings. Two modes, BANK_RETURN_MODE:
      *                R (the default) reads the bank's returns file
      *                (BankReturns.txt -- 'H' header with the return
      *                date, one 'R' line per returned credit carrying
      *                bank, account, EMP-NO, amount, original pay date
      *                and reason code, 'T' trailer with count and
      *                total) and matches each item to the 'D' line of
      *                the released BankPayFile.txt with the same
      *                EMP-NO, amount and pay date. A matched return
      *                puts the employee's bank details on
      *                BankDetails.txt on hold (the payroll run then
      *                lists them for manual payment until they are
      *                corrected), marks the slip on PayslipHistory.txt
      *                with a RETURNED line, and opens an item on the
      *                returned-payment queue (BankReturnQueue.txt).
      *                The returns register (BankReturnsRegister.txt)
      *                lists every item with its outcome, every open
      *                item awaiting a manual replacement payment, and
      *                reconciles each batch of the bank file --
      *                trailer count and total, less returned, to the
      *                net the bank actually credited. I (reissue)
      *                signs the operator on through SIGNON, walks the
      *                open items, and for each one whose bank details
      *                have been corrected offers Reissue, Manual
      *                (already paid by hand) or Skip; reissued credits
      *                go on the end of the released bank file as a
      *                separate batch with its own header and trailer,
      *                and every decision is logged to
      *                PayReleaseLog.txt. RETURN-CODE 0 clean, 4
      *                warning (an item unmatched or already
      *                processed, open items left, or a view-only
      *                sign-on), 8 no returns file, no released bank
      *                file, or the returns trailer does not agree
      *                with its lines, 12 sign-on failed, 16 a work
      *                table overflowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RETURNS-FILE ASSIGN TO DYNAMIC WS-RETURNS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RTN-STATUS.

            SELECT BANK-PAY-FILE ASSIGN TO DYNAMIC WS-BANK-PAY-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BPF-STATUS.

            SELECT BANK-DETAILS ASSIGN TO DYNAMIC
            WS-BANK-DETAILS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BNK-STATUS.

            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSH-STATUS.

            SELECT RETURN-QUEUE ASSIGN TO DYNAMIC WS-RETURN-QUEUE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRQ-STATUS.

            SELECT RELEASE-LOG ASSIGN TO DYNAMIC WS-RELEASE-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

            SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
       01 RETURNS-REC.
           05 RTN-TYPE PIC X(1).
           05 RTN-BODY PIC X(49).
       01 RETURNS-HEADER.
           05 FILLER PIC X(1).
           05 RTH-DATE PIC 9(8).
           05 FILLER PIC X(41).
       01 RETURNS-DETAIL.
           05 FILLER PIC X(1).
           05 RTD-BANK PIC X(4).
           05 RTD-ACCOUNT PIC X(10).
           05 RTD-EMP-NO PIC X(5).
           05 RTD-AMOUNT PIC 9(9)V99.
           05 RTD-PAY-DATE PIC 9(8).
           05 RTD-REASON PIC X(2).
           05 FILLER PIC X(9).
       01 RETURNS-TRAILER.
           05 FILLER PIC X(1).
           05 RTT-COUNT PIC 9(5).
           05 RTT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(31).

       FD BANK-PAY-FILE.
       01 BANK-PAY-REC.
           05 BPF-TYPE PIC X(1).
           05 BPF-BODY PIC X(49).
       01 BANK-PAY-HEADER.
           05 FILLER PIC X(1).
           05 BPH-DATE PIC 9(8).
           05 FILLER PIC X(41).
       01 BANK-PAY-DETAIL.
           05 FILLER PIC X(1).
           05 BPD-BANK PIC X(4).
           05 BPD-ACCOUNT PIC X(10).
           05 BPD-EMP-NO PIC X(5).
           05 BPD-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(19).
       01 BANK-PAY-TRAILER.
           05 FILLER PIC X(1).
           05 BPT-COUNT PIC 9(5).
           05 BPT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(31).

       FD BANK-DETAILS.
       01 BANK-DETAILS-REC.
           05 BNK-EMP-NO PIC X(5).
           05 BNK-BANK-CODE PIC X(4).
           05 BNK-ACCOUNT PIC X(10).
           05 BNK-ACTIVE PIC X(1).

       FD PAYSLIP-HISTORY.
       01 PSH-REC.
           05 PSH-EMP-NO PIC X(5).
           05 PSH-PAY-DATE PIC 9(8).
           05 PSH-LINE PIC X(60).

       FD RETURN-QUEUE.
       01 RETURN-QUEUE-REC.
           05 BRQ-EMP-NO PIC X(5).
           05 BRQ-PAY-DATE PIC 9(8).
           05 BRQ-AMOUNT PIC 9(9)V99.
           05 BRQ-BANK PIC X(4).
           05 BRQ-ACCOUNT PIC X(10).
           05 BRQ-REASON PIC X(2).
           05 BRQ-RETURN-DATE PIC 9(8).
      *    'O' OPEN (AWAITING A REPLACEMENT PAYMENT), 'R' REISSUED
      *    THROUGH THE BANK FILE, 'M' PAID MANUALLY.
           05 BRQ-STATUS PIC X(1).
           05 BRQ-ACTION-DATE PIC 9(8).
           05 BRQ-USER-ID PIC X(10).

       FD RELEASE-LOG.
       01 RELEASE-LOG-REC.
           05 RLG-DATE PIC 9(8).
           05 RLG-TIME PIC 9(8).
           05 RLG-USER-ID PIC X(10).
           05 RLG-PAY-DATE PIC 9(8).
           05 RLG-EMP-NO PIC X(5).
           05 RLG-ACTION PIC X(1).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS PIC X(2).
       01 WS-BPF-STATUS PIC X(2).
       01 WS-BNK-STATUS PIC X(2).
       01 WS-PSH-STATUS PIC X(2).
       01 WS-BRQ-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-ANSWER PIC X(1).
       01 WS-DUP-SW PIC X(1).
           88 WS-DUPLICATE VALUE 'Y'.

       01 WS-RUN-MODE PIC X(1) VALUE 'R'.
           88 WS-MODE-RETURNS VALUE 'R'.
           88 WS-MODE-REISSUE VALUE 'I'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-RETURN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-TYPE PIC X(1).

      * THE RELEASED BANK FILE, EVERY BATCH OF IT -- A REISSUE BATCH
      * FOLLOWS THE PAY-DATE BATCH WITH ITS OWN HEADER AND TRAILER,
      * AND ITS CREDITS CAN COME BACK LIKE ANY OTHER.
       01 WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 2000 TIMES.
               10 WS-CR-BATCH PIC 9(2).
               10 WS-CR-EMP-NO PIC X(5).
               10 WS-CR-AMOUNT PIC 9(9)V99.
               10 WS-CR-RETURNED PIC X(1).
       01 WS-CREDIT-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-CREDIT-COUNT PIC 9(4) VALUE 2000.
       01 WS-CR-IDX PIC 9(4).
       01 WS-CR-HIT PIC 9(4).

       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 20 TIMES.
               10 WS-BT-DATE PIC 9(8).
               10 WS-BT-TRL-COUNT PIC 9(5).
               10 WS-BT-TRL-TOTAL PIC 9(11)V99.
               10 WS-BT-LINE-COUNT PIC 9(5).
               10 WS-BT-LINE-TOTAL PIC 9(11)V99.
               10 WS-BT-RTN-COUNT PIC 9(5).
               10 WS-BT-RTN-TOTAL PIC 9(11)V99.
       01 WS-BATCH-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-BATCH-COUNT PIC 9(2) VALUE 20.
       01 WS-BT-IDX PIC 9(2).

      * BANK DETAILS, HELD WHOLE SO A HOLD CAN BE WRITTEN BACK.
       01 WS-BANKDET-TABLE.
           05 WS-BANKDET-ENTRY OCCURS 2000 TIMES.
               10 WS-BNK-EMP-NO PIC X(5).
               10 WS-BNK-BANK-CODE PIC X(4).
               10 WS-BNK-ACCOUNT PIC X(10).
               10 WS-BNK-ACTIVE PIC X(1).
       01 WS-BANKDET-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-BANKDET-COUNT PIC 9(4) VALUE 2000.
       01 WS-BNK-IDX PIC 9(4).
       01 WS-BNK-HIT PIC 9(4).
       01 WS-BANKDET-CHANGED PIC X(1) VALUE 'N'.

      * THE RETURNED-PAYMENT QUEUE, HELD WHOLE SO DECISIONS CAN BE
      * WRITTEN BACK OVER IT.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               10 WS-QUE-REC PIC X(67).
       01 WS-QUEUE-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-QUEUE-COUNT PIC 9(4) VALUE 2000.
       01 WS-QUE-IDX PIC 9(4).

      * REISSUED CREDITS ARE GATHERED FIRST SO THE BATCH IS ONLY
      * WRITTEN WHEN THERE IS SOMETHING IN IT.
       01 WS-REISSUE-TABLE.
           05 WS-REISSUE-ENTRY OCCURS 2000 TIMES.
               10 WS-RI-LINE PIC X(50).
       01 WS-REISSUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REISSUE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-RI-IDX PIC 9(4).

       01 WS-RETURN-REASONS.
           05 FILLER PIC X(22) VALUE "ACACCOUNT CLOSED".
           05 FILLER PIC X(22) VALUE "NANO SUCH ACCOUNT".
           05 FILLER PIC X(22) VALUE "IAINVALID ACCOUNT NO".
           05 FILLER PIC X(22) VALUE "NMNAME MISMATCH".
           05 FILLER PIC X(22) VALUE "RFREFUSED BY PAYEE".
       01 FILLER REDEFINES WS-RETURN-REASONS.
           05 WS-REASON-ENTRY OCCURS 5 TIMES.
               10 WS-RSN-CODE PIC X(2).
               10 WS-RSN-TEXT PIC X(20).
       01 WS-RSN-IDX PIC 9(1).
       01 WS-REASON-TEXT PIC X(20).

       77 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MANUAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ITEM-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-MATCHED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NET-CREDITED PIC S9(11)V99.
       01 WS-OUTCOME PIC X(24).

       01 WS-SLIP-MARK-LINE.
           05 WS-SML-TAG PIC X(9).
           05 WS-SML-AMT PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SML-TEXT PIC X(20).
           05 FILLER PIC X(4) VALUE " ON ".
           05 WS-SML-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-BPF-HEADER.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-BPH-DATE PIC 9(8).
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-BPF-DETAIL.
           05 FILLER PIC X(1) VALUE 'D'.
           05 WS-BPD-BANK PIC X(4).
           05 WS-BPD-ACCOUNT PIC X(10).
           05 WS-BPD-EMP-NO PIC X(5).
           05 WS-BPD-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-BPF-TRAILER.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-BPT-COUNT PIC 9(5).
           05 WS-BPT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(31) VALUE SPACES.

      * REGISTER LINES.
       01 WS-REG-TITLE.
           05 FILLER PIC X(24) VALUE "BANK RETURNS REGISTER - ".
           05 WS-RGT-MODE PIC X(16).
           05 FILLER PIC X(13) VALUE " RETURNS OF  ".
           05 WS-RGT-RTN-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 WS-RGT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(53) VALUE SPACES.
       01 WS-REG-ITEM-HEAD.
           05 FILLER PIC X(7) VALUE "EMP NO ".
           05 FILLER PIC X(10) VALUE "PAY DATE  ".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "BANK ".
           05 FILLER PIC X(11) VALUE "ACCOUNT    ".
           05 FILLER PIC X(21) VALUE "REASON".
           05 FILLER PIC X(62) VALUE "OUTCOME".
       01 WS-REG-ITEM.
           05 WS-RGI-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-PAY-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-BANK PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-ACCOUNT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-REASON PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-OUTCOME PIC X(24).
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-REG-CAPTION.
           05 WS-RGC-TEXT PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.
       01 WS-REG-BATCH-HEAD.
           05 FILLER PIC X(12) VALUE "BATCH DATE  ".
           05 FILLER PIC X(24) VALUE "   TRAILER COUNT / TOTAL".
           05 FILLER PIC X(24) VALUE "  ON FILE COUNT / TOTAL".
           05 FILLER PIC X(24) VALUE " RETURNED COUNT / TOTAL".
           05 FILLER PIC X(20) VALUE "        NET CREDITED".
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-REG-BATCH.
           05 WS-RGB-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RGB-TRL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-TRL-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-LINE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-LINE-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-RTN-COUNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-RTN-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGB-NET PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGB-FLAG PIC X(22).
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-REG-TOTAL.
           05 WS-RGS-LABEL PIC X(40).
           05 WS-RGS-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGS-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(68) VALUE SPACES.

       01 WS-RETURNS-PATH PIC X(60).
       01 WS-BANK-PAY-PATH PIC X(60).
       01 WS-BANK-DETAILS-PATH PIC X(60).
       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-RETURN-QUEUE-PATH PIC X(60).
       01 WS-RELEASE-LOG-PATH PIC X(60).
       01 WS-REGISTER-PATH PIC X(60).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM --
      * REISSUE DECISIONS MUST CARRY A VALIDATED OPERATOR ID.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (ITEM
      * UNMATCHED OR ALREADY PROCESSED, OPEN ITEMS LEFT, VIEW-ONLY
      * SIGN-ON), 8 NO RETURNS FILE, NO RELEASED BANK FILE, OR THE
      * RETURNS TRAILER DISAGREES, 12 SIGN-ON FAILED, 16 A WORK TABLE
      * OVERFLOWED.
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
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT 'BANK_RETURN_MODE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF NOT WS-MODE-REISSUE
                MOVE 'R' TO WS-RUN-MODE
            END-IF.
            IF WS-MODE-REISSUE
                CALL 'SIGNON' USING WS-SIGNON
                IF WS-SO-RESULT NOT = '0'
                    DISPLAY "SIGN-ON FAILED - REISSUE NOT STARTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            PERFORM LOAD-BANK-FILE-PARA THRU LOAD-BANK-FILE-EXIT.
            IF WS-RETURN-CODE >= 8
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BANK-DETAILS.
            PERFORM LOAD-QUEUE-PARA.
            OPEN OUTPUT REGISTER-FILE.
            IF WS-MODE-RETURNS
                PERFORM RETURNS-PARA THRU RETURNS-EXIT
            ELSE
                PERFORM REISSUE-PARA
            END-IF.
            PERFORM WRITE-OPEN-ITEMS-PARA.
            PERFORM WRITE-RECONCILE-PARA.
            CLOSE REGISTER-FILE.
            PERFORM REWRITE-QUEUE-PARA.
            IF WS-BANKDET-CHANGED = 'Y'
                PERFORM REWRITE-BANK-DETAILS
            END-IF.
            IF WS-OPEN-COUNT > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY WS-ITEM-COUNT " RETURNED ITEMS, " WS-MATCHED-COUNT
                " MATCHED, " WS-UNMATCHED-COUNT " UNMATCHED, "
                WS-REISSUE-COUNT " REISSUED - " WS-OPEN-COUNT
                " AWAITING REPLACEMENT".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-BANK-FILE-PARA.
      *     ONLY A RELEASED FILE -- ONE THAT ENDS IN A TRAILER -- IS
      *     MATCHED AGAINST OR ADDED TO.
            MOVE 'N' TO WS-EOF.
            MOVE SPACE TO WS-LAST-TYPE.
            OPEN INPUT BANK-PAY-FILE.
            IF WS-BPF-STATUS NOT = '00'
                DISPLAY "NO RELEASED BANK FILE - STATUS "
                    WS-BPF-STATUS
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-BANK-FILE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-PAY-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-BANK-LINE-PARA
                END-READ
            END-PERFORM.
            CLOSE BANK-PAY-FILE.
            IF WS-LAST-TYPE NOT = 'T' OR WS-BATCH-COUNT = ZERO
                DISPLAY "BANK FILE HAS NO TRAILER - NOT RELEASED"
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
       LOAD-BANK-FILE-EXIT.
            EXIT.

       POST-BANK-LINE-PARA.
            MOVE BPF-TYPE TO WS-LAST-TYPE.
            EVALUATE BPF-TYPE
                WHEN 'H'
                    IF WS-BATCH-COUNT >= MAX-BATCH-COUNT
                        DISPLAY "BANK FILE BATCHES EXCEED CAPACITY OF "
                            MAX-BATCH-COUNT " - RUN STOPPED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-BATCH-COUNT
                    MOVE BPH-DATE TO WS-BT-DATE(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-TRL-COUNT(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-TRL-TOTAL(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-LINE-COUNT(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-LINE-TOTAL(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-RTN-COUNT(WS-BATCH-COUNT)
                    MOVE ZERO TO WS-BT-RTN-TOTAL(WS-BATCH-COUNT)
                WHEN 'D'
                    IF WS-BATCH-COUNT > ZERO
                        IF WS-CREDIT-COUNT >= MAX-CREDIT-COUNT
                            DISPLAY "BANK CREDITS EXCEED CAPACITY OF "
                                MAX-CREDIT-COUNT " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-CREDIT-COUNT
                        MOVE WS-BATCH-COUNT
                            TO WS-CR-BATCH(WS-CREDIT-COUNT)
                        MOVE BPD-EMP-NO TO WS-CR-EMP-NO(WS-CREDIT-COUNT)
                        MOVE BPD-AMOUNT TO WS-CR-AMOUNT(WS-CREDIT-COUNT)
                        MOVE 'N' TO WS-CR-RETURNED(WS-CREDIT-COUNT)
                        ADD 1 TO WS-BT-LINE-COUNT(WS-BATCH-COUNT)
                        ADD BPD-AMOUNT
                            TO WS-BT-LINE-TOTAL(WS-BATCH-COUNT)
                    END-IF
                WHEN 'T'
                    IF WS-BATCH-COUNT > ZERO
                        MOVE BPT-COUNT
                            TO WS-BT-TRL-COUNT(WS-BATCH-COUNT)
                        MOVE BPT-TOTAL
                            TO WS-BT-TRL-TOTAL(WS-BATCH-COUNT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       LOAD-BANK-DETAILS.
            MOVE ZERO TO WS-BANKDET-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BANK-DETAILS.
            IF WS-BNK-STATUS NOT = '00'
                DISPLAY "BANK DETAILS NOT AVAILABLE - STATUS "
                    WS-BNK-STATUS " - NOTHING CAN BE HELD"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-DETAILS
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-BANKDET-COUNT >= MAX-BANKDET-COUNT
                            DISPLAY "BANK DETAILS EXCEED CAPACITY OF "
                                MAX-BANKDET-COUNT " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-BANKDET-COUNT
                        MOVE BANK-DETAILS-REC
                            TO WS-BANKDET-ENTRY(WS-BANKDET-COUNT)
                END-READ
            END-PERFORM.
            IF WS-BNK-STATUS = '00' OR WS-BNK-STATUS = '10'
                CLOSE BANK-DETAILS
            END-IF.

       LOAD-QUEUE-PARA.
            MOVE ZERO TO WS-QUEUE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT RETURN-QUEUE.
            IF WS-BRQ-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RETURN-QUEUE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM ADD-QUEUE-ENTRY
                END-READ
            END-PERFORM.
            IF WS-BRQ-STATUS = '00' OR WS-BRQ-STATUS = '10'
                CLOSE RETURN-QUEUE
            END-IF.

       ADD-QUEUE-ENTRY.
            IF WS-QUEUE-COUNT >= MAX-QUEUE-COUNT
                DISPLAY "RETURNED-PAYMENT QUEUE EXCEEDS CAPACITY OF "
                    MAX-QUEUE-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-QUEUE-COUNT.
            MOVE RETURN-QUEUE-REC TO WS-QUE-REC(WS-QUEUE-COUNT).

       RETURNS-PARA.
            MOVE "RETURNS" TO WS-RGT-MODE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT RETURNS-FILE.
            IF WS-RTN-STATUS NOT = '00'
                DISPLAY "NO BANK RETURNS FILE - STATUS " WS-RTN-STATUS
                MOVE 8 TO WS-RETURN-CODE
                PERFORM WRITE-TITLE-PARA
                GO TO RETURNS-EXIT
            END-IF.
            READ RETURNS-FILE
                AT END MOVE SPACES TO RETURNS-REC
            END-READ.
            IF RTN-TYPE = 'H' AND RTH-DATE IS NUMERIC
                MOVE RTH-DATE TO WS-RETURN-DATE
            ELSE
                DISPLAY "RETURNS FILE HAS NO HEADER - RUN DATE USED"
                MOVE WS-RUN-DATE TO WS-RETURN-DATE
            END-IF.
            PERFORM WRITE-TITLE-PARA.
            IF RTN-TYPE = 'R'
                PERFORM RETURN-ONE-PARA THRU RETURN-ONE-EXIT
            END-IF.
            MOVE SPACES TO WS-LAST-TYPE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RETURNS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        EVALUATE RTN-TYPE
                            WHEN 'R'
                                PERFORM RETURN-ONE-PARA
                                    THRU RETURN-ONE-EXIT
                            WHEN 'T'
                                MOVE 'T' TO WS-LAST-TYPE
                                PERFORM CHECK-TRAILER-PARA
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE RETURNS-FILE.
            IF WS-LAST-TYPE NOT = 'T'
                DISPLAY "RETURNS FILE HAS NO TRAILER - ITEMS NOT "
                    "CONTROLLED"
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM WRITE-RETURNS-TOTALS-PARA.
       RETURNS-EXIT.
            EXIT.

       CHECK-TRAILER-PARA.
            IF RTT-COUNT NOT = WS-ITEM-COUNT OR
                RTT-TOTAL NOT = WS-ITEM-TOTAL
                DISPLAY "RETURNS TRAILER " RTT-COUNT " / " RTT-TOTAL
                    " DISAGREES WITH ITEMS READ " WS-ITEM-COUNT " / "
                    WS-ITEM-TOTAL
                MOVE SPACES TO WS-REG-CAPTION
                MOVE "*** RETURNS TRAILER DISAGREES WITH ITEMS READ ***"
                    TO WS-RGC-TEXT
                MOVE WS-REG-CAPTION TO REGISTER-LINE
                WRITE REGISTER-LINE
                MOVE 8 TO WS-RETURN-CODE
            END-IF.

       RETURN-ONE-PARA.
            ADD 1 TO WS-ITEM-COUNT.
            ADD RTD-AMOUNT TO WS-ITEM-TOTAL.
            PERFORM FIND-REASON-PARA.
            MOVE RTD-EMP-NO TO WS-RGI-EMP-NO.
            MOVE RTD-PAY-DATE TO WS-RGI-PAY-DATE.
            MOVE RTD-AMOUNT TO WS-RGI-AMOUNT.
            MOVE RTD-BANK TO WS-RGI-BANK.
            MOVE RTD-ACCOUNT TO WS-RGI-ACCOUNT.
            MOVE WS-REASON-TEXT TO WS-RGI-REASON.
      *     THE SAME RETURN FED IN TWICE MUST NOT HOLD OR MARK TWICE.
            MOVE 'N' TO WS-DUP-SW.
            PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                UNTIL WS-QUE-IDX > WS-QUEUE-COUNT
                MOVE WS-QUE-REC(WS-QUE-IDX) TO RETURN-QUEUE-REC
                IF BRQ-EMP-NO = RTD-EMP-NO AND
                    BRQ-PAY-DATE = RTD-PAY-DATE AND
                    BRQ-AMOUNT = RTD-AMOUNT AND
                    BRQ-ACCOUNT = RTD-ACCOUNT
                    MOVE WS-QUEUE-COUNT TO WS-QUE-IDX
                    MOVE 'Y' TO WS-DUP-SW
                END-IF
            END-PERFORM.
            IF WS-DUPLICATE
                ADD 1 TO WS-DUPLICATE-COUNT
                MOVE "ALREADY PROCESSED" TO WS-OUTCOME
                GO TO RETURN-ONE-WARN
            END-IF.
            PERFORM FIND-CREDIT-PARA.
            IF WS-CR-HIT = ZERO
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "NO MATCHING CREDIT" TO WS-OUTCOME
                GO TO RETURN-ONE-WARN
            END-IF.
            ADD 1 TO WS-MATCHED-COUNT.
            ADD RTD-AMOUNT TO WS-MATCHED-TOTAL.
            MOVE 'Y' TO WS-CR-RETURNED(WS-CR-HIT).
            MOVE WS-CR-BATCH(WS-CR-HIT) TO WS-BT-IDX.
            ADD 1 TO WS-BT-RTN-COUNT(WS-BT-IDX).
            ADD RTD-AMOUNT TO WS-BT-RTN-TOTAL(WS-BT-IDX).
            PERFORM HOLD-BANK-DETAILS-PARA.
            MOVE "RETURNED:" TO WS-SML-TAG.
            MOVE RTD-AMOUNT TO WS-SML-AMT.
            MOVE WS-REASON-TEXT TO WS-SML-TEXT.
            MOVE WS-RETURN-DATE TO WS-SML-DATE.
            MOVE RTD-EMP-NO TO PSH-EMP-NO.
            MOVE RTD-PAY-DATE TO PSH-PAY-DATE.
            PERFORM MARK-SLIP-PARA.
            IF WS-QUEUE-COUNT >= MAX-QUEUE-COUNT
                DISPLAY "RETURNED-PAYMENT QUEUE EXCEEDS CAPACITY OF "
                    MAX-QUEUE-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE RTD-EMP-NO TO BRQ-EMP-NO.
            MOVE RTD-PAY-DATE TO BRQ-PAY-DATE.
            MOVE RTD-AMOUNT TO BRQ-AMOUNT.
            MOVE RTD-BANK TO BRQ-BANK.
            MOVE RTD-ACCOUNT TO BRQ-ACCOUNT.
            MOVE RTD-REASON TO BRQ-REASON.
            MOVE WS-RETURN-DATE TO BRQ-RETURN-DATE.
            MOVE 'O' TO BRQ-STATUS.
            MOVE ZERO TO BRQ-ACTION-DATE.
            MOVE SPACES TO BRQ-USER-ID.
            ADD 1 TO WS-QUEUE-COUNT.
            MOVE RETURN-QUEUE-REC TO WS-QUE-REC(WS-QUEUE-COUNT).
            MOVE WS-REG-ITEM TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            GO TO RETURN-ONE-EXIT.
       RETURN-ONE-WARN.
            MOVE WS-OUTCOME TO WS-RGI-OUTCOME.
            MOVE WS-REG-ITEM TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            DISPLAY "RETURN FOR " RTD-EMP-NO " PAY DATE " RTD-PAY-DATE
                " - " WS-OUTCOME.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
       RETURN-ONE-EXIT.
            EXIT.

       FIND-REASON-PARA.
            MOVE "OTHER - SEE BANK" TO WS-REASON-TEXT.
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > 5
                IF WS-RSN-CODE(WS-RSN-IDX) = RTD-REASON
                    MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-REASON-TEXT
                END-IF
            END-PERFORM.

       FIND-CREDIT-PARA.
      *     EMP-NO, AMOUNT AND PAY DATE MUST ALL AGREE, AND A CREDIT
      *     ALREADY MATCHED THIS RUN IS NOT MATCHED AGAIN.
            MOVE ZERO TO WS-CR-HIT.
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-CREDIT-COUNT
                MOVE WS-CR-BATCH(WS-CR-IDX) TO WS-BT-IDX
                IF WS-CR-EMP-NO(WS-CR-IDX) = RTD-EMP-NO AND
                    WS-CR-AMOUNT(WS-CR-IDX) = RTD-AMOUNT AND
                    WS-BT-DATE(WS-BT-IDX) = RTD-PAY-DATE AND
                    WS-CR-RETURNED(WS-CR-IDX) = 'N'
                    MOVE WS-CR-IDX TO WS-CR-HIT
                    MOVE WS-CREDIT-COUNT TO WS-CR-IDX
                END-IF
            END-PERFORM.

       HOLD-BANK-DETAILS-PARA.
      *     ONLY THE DETAILS THE CREDIT WENT TO ARE HELD -- IF HR HAS
      *     ALREADY CHANGED THEM THERE IS NOTHING TO HOLD.
            MOVE ZERO TO WS-BNK-HIT.
            PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                UNTIL WS-BNK-IDX > WS-BANKDET-COUNT
                IF WS-BNK-EMP-NO(WS-BNK-IDX) = RTD-EMP-NO AND
                    WS-BNK-BANK-CODE(WS-BNK-IDX) = RTD-BANK AND
                    WS-BNK-ACCOUNT(WS-BNK-IDX) = RTD-ACCOUNT AND
                    WS-BNK-ACTIVE(WS-BNK-IDX) = 'A'
                    MOVE 'H' TO WS-BNK-ACTIVE(WS-BNK-IDX)
                    MOVE WS-BNK-IDX TO WS-BNK-HIT
                    MOVE 'Y' TO WS-BANKDET-CHANGED
                END-IF
            END-PERFORM.
            IF WS-BNK-HIT > ZERO
                MOVE "RETURNED - DETAILS HELD" TO WS-RGI-OUTCOME
            ELSE
                MOVE "RETURNED - ALREADY CHGD" TO WS-RGI-OUTCOME
            END-IF.

       MARK-SLIP-PARA.
            OPEN EXTEND PAYSLIP-HISTORY.
            IF WS-PSH-STATUS NOT = '00'
                OPEN OUTPUT PAYSLIP-HISTORY
            END-IF.
            MOVE WS-SLIP-MARK-LINE TO PSH-LINE.
            WRITE PSH-REC.
            CLOSE PAYSLIP-HISTORY.

       REISSUE-PARA.
            MOVE "REISSUE" TO WS-RGT-MODE.
            MOVE WS-RUN-DATE TO WS-RETURN-DATE.
            PERFORM WRITE-TITLE-PARA.
            MOVE SPACES TO WS-REG-CAPTION.
            MOVE "REPLACEMENT PAYMENT DECISIONS" TO WS-RGC-TEXT.
            MOVE WS-REG-CAPTION TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE WS-REG-ITEM-HEAD TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            IF WS-SO-PERM = 'V'
                DISPLAY "VIEW-ONLY SIGN-ON - NOTHING REISSUED"
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                OPEN EXTEND RELEASE-LOG
                IF WS-LOG-STATUS NOT = '00'
                    OPEN OUTPUT RELEASE-LOG
                END-IF
                PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                    UNTIL WS-QUE-IDX > WS-QUEUE-COUNT
                    MOVE WS-QUE-REC(WS-QUE-IDX) TO RETURN-QUEUE-REC
                    IF BRQ-STATUS = 'O'
                        PERFORM REISSUE-ONE-PARA
                    END-IF
                END-PERFORM
                CLOSE RELEASE-LOG
                IF WS-REISSUE-COUNT > ZERO
                    PERFORM WRITE-REISSUE-BATCH-PARA
                END-IF
            END-IF.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "REISSUED THROUGH THE BANK FILE" TO WS-RGS-LABEL.
            MOVE WS-REISSUE-COUNT TO WS-RGS-COUNT.
            MOVE WS-REISSUE-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "MARKED PAID MANUALLY" TO WS-RGS-LABEL.
            MOVE WS-MANUAL-COUNT TO WS-RGS-COUNT.
            MOVE ZERO TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.

       REISSUE-ONE-PARA.
      *     CORRECTED MEANS ACTIVE BANK DETAILS THAT ARE NOT THE ONES
      *     THE CREDIT CAME BACK FROM. ANYTHING ELSE CAN ONLY BE
      *     MARKED PAID BY HAND OR LEFT OPEN.
            MOVE ZERO TO WS-BNK-HIT.
            PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                UNTIL WS-BNK-IDX > WS-BANKDET-COUNT
                IF WS-BNK-EMP-NO(WS-BNK-IDX) = BRQ-EMP-NO AND
                    WS-BNK-ACTIVE(WS-BNK-IDX) = 'A'
                    MOVE WS-BNK-IDX TO WS-BNK-HIT
                    MOVE WS-BANKDET-COUNT TO WS-BNK-IDX
                END-IF
            END-PERFORM.
            MOVE BRQ-AMOUNT TO WS-SML-AMT.
            DISPLAY "-------------------------------------------".
            DISPLAY "RETURNED " BRQ-EMP-NO " PAY DATE " BRQ-PAY-DATE
                " AMOUNT " WS-SML-AMT " FROM " BRQ-BANK " "
                BRQ-ACCOUNT.
            IF WS-BNK-HIT > ZERO
                IF WS-BNK-BANK-CODE(WS-BNK-HIT) = BRQ-BANK AND
                    WS-BNK-ACCOUNT(WS-BNK-HIT) = BRQ-ACCOUNT
                    DISPLAY "    BANK DETAILS REACTIVATED UNCHANGED - "
                        "CANNOT REISSUE"
                    MOVE ZERO TO WS-BNK-HIT
                ELSE
                    DISPLAY "    CORRECTED TO "
                        WS-BNK-BANK-CODE(WS-BNK-HIT) " "
                        WS-BNK-ACCOUNT(WS-BNK-HIT)
                END-IF
            ELSE
                DISPLAY "    BANK DETAILS STILL ON HOLD"
            END-IF.
            MOVE SPACE TO WS-ANSWER.
            IF WS-BNK-HIT > ZERO
                DISPLAY "REISSUE / PAID MANUALLY / SKIP (R/M/S)"
                ACCEPT WS-ANSWER
            ELSE
                DISPLAY "PAID MANUALLY / SKIP (M/S)"
                ACCEPT WS-ANSWER
                IF WS-ANSWER = 'R'
                    MOVE SPACE TO WS-ANSWER
                END-IF
            END-IF.
            IF WS-ANSWER NOT = 'R' AND WS-ANSWER NOT = 'M'
                DISPLAY "LEFT OPEN"
            ELSE
                PERFORM DECIDE-REISSUE-PARA
            END-IF.

       DECIDE-REISSUE-PARA.
            MOVE BRQ-EMP-NO TO WS-RGI-EMP-NO.
            MOVE BRQ-PAY-DATE TO WS-RGI-PAY-DATE.
            MOVE BRQ-AMOUNT TO WS-RGI-AMOUNT.
            MOVE WS-ANSWER TO BRQ-STATUS.
            MOVE WS-RUN-DATE TO BRQ-ACTION-DATE.
            MOVE WS-SO-USER-ID TO BRQ-USER-ID.
            MOVE RETURN-QUEUE-REC TO WS-QUE-REC(WS-QUE-IDX).
            MOVE BRQ-AMOUNT TO WS-SML-AMT.
            MOVE WS-RUN-DATE TO WS-SML-DATE.
            IF WS-ANSWER = 'R'
                MOVE WS-BNK-BANK-CODE(WS-BNK-HIT) TO WS-BPD-BANK
                MOVE WS-BNK-ACCOUNT(WS-BNK-HIT) TO WS-BPD-ACCOUNT
                MOVE BRQ-EMP-NO TO WS-BPD-EMP-NO
                MOVE BRQ-AMOUNT TO WS-BPD-AMOUNT
                ADD 1 TO WS-REISSUE-COUNT
                ADD BRQ-AMOUNT TO WS-REISSUE-TOTAL
                MOVE WS-BPF-DETAIL TO WS-RI-LINE(WS-REISSUE-COUNT)
                MOVE WS-BPD-BANK TO WS-RGI-BANK
                MOVE WS-BPD-ACCOUNT TO WS-RGI-ACCOUNT
                MOVE "REISSUED:" TO WS-SML-TAG
                MOVE "BANK FILE REISSUE" TO WS-SML-TEXT
                MOVE "REISSUED IN BANK FILE" TO WS-RGI-OUTCOME
                MOVE 'I' TO RLG-ACTION
                DISPLAY "REISSUED WITH THE BANK FILE"
            ELSE
                MOVE BRQ-BANK TO WS-RGI-BANK
                MOVE BRQ-ACCOUNT TO WS-RGI-ACCOUNT
                MOVE "REPLACED:" TO WS-SML-TAG
                MOVE "PAID MANUALLY" TO WS-SML-TEXT
                MOVE "PAID MANUALLY" TO WS-RGI-OUTCOME
                MOVE 'M' TO RLG-ACTION
                ADD 1 TO WS-MANUAL-COUNT
                DISPLAY "MARKED PAID MANUALLY"
            END-IF.
            MOVE BRQ-REASON TO RTD-REASON.
            PERFORM FIND-REASON-PARA.
            MOVE WS-REASON-TEXT TO WS-RGI-REASON.
            MOVE WS-REG-ITEM TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE BRQ-EMP-NO TO PSH-EMP-NO.
            MOVE BRQ-PAY-DATE TO PSH-PAY-DATE.
            PERFORM MARK-SLIP-PARA.
            ACCEPT RLG-DATE FROM DATE YYYYMMDD.
            ACCEPT RLG-TIME FROM TIME.
            MOVE WS-SO-USER-ID TO RLG-USER-ID.
            MOVE BRQ-PAY-DATE TO RLG-PAY-DATE.
            MOVE BRQ-EMP-NO TO RLG-EMP-NO.
            WRITE RELEASE-LOG-REC.

       WRITE-REISSUE-BATCH-PARA.
      *     THE REISSUE GOES ON THE END OF THE RELEASED FILE AS ITS OWN
      *     BATCH SO THE PAY-DATE BATCH'S TRAILER STILL AGREES.
            OPEN EXTEND BANK-PAY-FILE.
            MOVE WS-RUN-DATE TO WS-BPH-DATE.
            MOVE WS-BPF-HEADER TO BANK-PAY-REC.
            WRITE BANK-PAY-REC.
            PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                UNTIL WS-RI-IDX > WS-REISSUE-COUNT
                MOVE WS-RI-LINE(WS-RI-IDX) TO BANK-PAY-REC
                WRITE BANK-PAY-REC
            END-PERFORM.
            MOVE WS-REISSUE-COUNT TO WS-BPT-COUNT.
            MOVE WS-REISSUE-TOTAL TO WS-BPT-TOTAL.
            MOVE WS-BPF-TRAILER TO BANK-PAY-REC.
            WRITE BANK-PAY-REC.
            CLOSE BANK-PAY-FILE.
            IF WS-BATCH-COUNT < MAX-BATCH-COUNT
                ADD 1 TO WS-BATCH-COUNT
                MOVE WS-RUN-DATE TO WS-BT-DATE(WS-BATCH-COUNT)
                MOVE WS-REISSUE-COUNT TO WS-BT-TRL-COUNT(WS-BATCH-COUNT)
                MOVE WS-REISSUE-TOTAL TO WS-BT-TRL-TOTAL(WS-BATCH-COUNT)
                MOVE WS-REISSUE-COUNT
                    TO WS-BT-LINE-COUNT(WS-BATCH-COUNT)
                MOVE WS-REISSUE-TOTAL
                    TO WS-BT-LINE-TOTAL(WS-BATCH-COUNT)
                MOVE ZERO TO WS-BT-RTN-COUNT(WS-BATCH-COUNT)
                MOVE ZERO TO WS-BT-RTN-TOTAL(WS-BATCH-COUNT)
            END-IF.
            DISPLAY "REISSUE BATCH OF " WS-REISSUE-COUNT
                " CREDITS ADDED TO THE BANK FILE".

       WRITE-TITLE-PARA.
            MOVE WS-RETURN-DATE TO WS-RGT-RTN-DATE.
            MOVE WS-RUN-DATE TO WS-RGT-RUN-DATE.
            MOVE WS-REG-TITLE TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            IF WS-MODE-RETURNS
                MOVE WS-REG-ITEM-HEAD TO REGISTER-LINE
                WRITE REGISTER-LINE
            END-IF.

       WRITE-RETURNS-TOTALS-PARA.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "RETURNED ITEMS READ" TO WS-RGS-LABEL.
            MOVE WS-ITEM-COUNT TO WS-RGS-COUNT.
            MOVE WS-ITEM-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "MATCHED TO THE BANK FILE" TO WS-RGS-LABEL.
            MOVE WS-MATCHED-COUNT TO WS-RGS-COUNT.
            MOVE WS-MATCHED-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "UNMATCHED / ALREADY PROCESSED" TO WS-RGS-LABEL.
            COMPUTE WS-RGS-COUNT = WS-UNMATCHED-COUNT
                + WS-DUPLICATE-COUNT.
            COMPUTE WS-RGS-TOTAL = WS-ITEM-TOTAL - WS-MATCHED-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.

       WRITE-OPEN-ITEMS-PARA.
      *     EVERY ITEM STILL OPEN, FROM THIS RUN OR EARLIER ONES, IS
      *     LISTED FOR A MANUAL REPLACEMENT PAYMENT.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO WS-REG-CAPTION.
            MOVE "AWAITING A MANUAL REPLACEMENT PAYMENT" TO WS-RGC-TEXT.
            MOVE WS-REG-CAPTION TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE WS-REG-ITEM-HEAD TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                UNTIL WS-QUE-IDX > WS-QUEUE-COUNT
                MOVE WS-QUE-REC(WS-QUE-IDX) TO RETURN-QUEUE-REC
                IF BRQ-STATUS = 'O'
                    ADD 1 TO WS-OPEN-COUNT
                    ADD BRQ-AMOUNT TO WS-OPEN-TOTAL
                    MOVE BRQ-EMP-NO TO WS-RGI-EMP-NO
                    MOVE BRQ-PAY-DATE TO WS-RGI-PAY-DATE
                    MOVE BRQ-AMOUNT TO WS-RGI-AMOUNT
                    MOVE BRQ-BANK TO WS-RGI-BANK
                    MOVE BRQ-ACCOUNT TO WS-RGI-ACCOUNT
                    MOVE BRQ-REASON TO RTD-REASON
                    PERFORM FIND-REASON-PARA
                    MOVE WS-REASON-TEXT TO WS-RGI-REASON
                    MOVE "RETURNED ON" TO WS-RGI-OUTCOME
                    MOVE BRQ-RETURN-DATE TO WS-RGI-OUTCOME(13:8)
                    MOVE WS-REG-ITEM TO REGISTER-LINE
                    WRITE REGISTER-LINE
                END-IF
            END-PERFORM.
            MOVE "TOTAL AWAITING REPLACEMENT" TO WS-RGS-LABEL.
            MOVE WS-OPEN-COUNT TO WS-RGS-COUNT.
            MOVE WS-OPEN-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.

       WRITE-RECONCILE-PARA.
      *     EACH BATCH'S TRAILER AGAINST ITS LINES, LESS WHAT CAME
      *     BACK, GIVES WHAT THE BANK ACTUALLY CREDITED.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO WS-REG-CAPTION.
            MOVE "BANK FILE RECONCILIATION" TO WS-RGC-TEXT.
            MOVE WS-REG-CAPTION TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE WS-REG-BATCH-HEAD TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                UNTIL WS-BT-IDX > WS-BATCH-COUNT
                MOVE WS-BT-DATE(WS-BT-IDX) TO WS-RGB-DATE
                MOVE WS-BT-TRL-COUNT(WS-BT-IDX) TO WS-RGB-TRL-COUNT
                MOVE WS-BT-TRL-TOTAL(WS-BT-IDX) TO WS-RGB-TRL-TOTAL
                MOVE WS-BT-LINE-COUNT(WS-BT-IDX) TO WS-RGB-LINE-COUNT
                MOVE WS-BT-LINE-TOTAL(WS-BT-IDX) TO WS-RGB-LINE-TOTAL
                MOVE WS-BT-RTN-COUNT(WS-BT-IDX) TO WS-RGB-RTN-COUNT
                MOVE WS-BT-RTN-TOTAL(WS-BT-IDX) TO WS-RGB-RTN-TOTAL
                COMPUTE WS-NET-CREDITED = WS-BT-TRL-TOTAL(WS-BT-IDX)
                    - WS-BT-RTN-TOTAL(WS-BT-IDX)
                MOVE WS-NET-CREDITED TO WS-RGB-NET
                IF WS-BT-TRL-COUNT(WS-BT-IDX) NOT =
                    WS-BT-LINE-COUNT(WS-BT-IDX) OR
                    WS-BT-TRL-TOTAL(WS-BT-IDX) NOT =
                    WS-BT-LINE-TOTAL(WS-BT-IDX)
                    MOVE "* TRAILER OUT OF BAL" TO WS-RGB-FLAG
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                ELSE
                    MOVE SPACES TO WS-RGB-FLAG
                END-IF
                MOVE WS-REG-BATCH TO REGISTER-LINE
                WRITE REGISTER-LINE
            END-PERFORM.

       REWRITE-QUEUE-PARA.
            OPEN OUTPUT RETURN-QUEUE.
            PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                UNTIL WS-QUE-IDX > WS-QUEUE-COUNT
                MOVE WS-QUE-REC(WS-QUE-IDX) TO RETURN-QUEUE-REC
                WRITE RETURN-QUEUE-REC
            END-PERFORM.
            CLOSE RETURN-QUEUE.

       REWRITE-BANK-DETAILS.
            OPEN OUTPUT BANK-DETAILS.
            PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                UNTIL WS-BNK-IDX > WS-BANKDET-COUNT
                MOVE WS-BANKDET-ENTRY(WS-BNK-IDX) TO BANK-DETAILS-REC
                WRITE BANK-DETAILS-REC
            END-PERFORM.
            CLOSE BANK-DETAILS.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\BankReturns.txt'
                TO WS-RETURNS-PATH
            ACCEPT WS-RETURNS-PATH FROM ENVIRONMENT 'BANK_RETURNS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankPayFile.txt'
                TO WS-BANK-PAY-PATH
            ACCEPT WS-BANK-PAY-PATH FROM ENVIRONMENT 'BANK_PAY_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankDetails.txt'
                TO WS-BANK-DETAILS-PATH
            ACCEPT WS-BANK-DETAILS-PATH
                FROM ENVIRONMENT 'BANK_DETAILS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                FROM ENVIRONMENT 'PAYSLIP_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankReturnQueue.txt'
                TO WS-RETURN-QUEUE-PATH
            ACCEPT WS-RETURN-QUEUE-PATH
                FROM ENVIRONMENT 'BANK_RETURN_QUEUE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayReleaseLog.txt'
                TO WS-RELEASE-LOG-PATH
            ACCEPT WS-RELEASE-LOG-PATH
                FROM ENVIRONMENT 'PAY_RELEASE_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankReturnsRegister.txt'
                TO WS-REGISTER-PATH
            ACCEPT WS-REGISTER-PATH
                FROM ENVIRONMENT 'BANK_RETURNS_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM BANKRETURN.
