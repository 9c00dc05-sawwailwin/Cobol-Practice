      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: INVENTORY SUBLEDGER TO GENERAL LEDGER RECONCILIATION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the month-end proof that the
      *                stock system and the ledger agree. Takes the
      *                ledger's inventory-account balance per branch
      *                (GlInventoryBalance.txt, GLINVBAL layout, sent
      *                back by the ledger), STOCKVAL's branch values
      *                for the same business date (StockValBranch.txt)
      *                and every journal GLJOURNAL has sent up to that
      *                date (GlJournalHistory.txt). For each branch it
      *                prints the ledger balance, the journals sent,
      *                the part of them the ledger has not posted yet
      *                (dated after the branch's posted-through date
      *                on the inbound line -- a timing item that will
      *                clear by itself), the stock value, the raw
      *                difference, and what is left unexplained once
      *                the timing items are allowed for. A branch
      *                whose unexplained difference is larger than
      *                RECON_TOLERANCE (whole currency units, default
      *                100) is flagged and raises a critical alert,
      *                and the report closes with a result line and a
      *                sign-off block for finance. The account is
      *                GL_INVENTORY_ACCOUNT, or the account on the
      *                first inbound line when that is not set.
      *                RETURN-CODE 0 reconciled, 4 over tolerance or a
      *                file dated other than the business date, 8 the
      *                ledger balances or the valuation were missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT GL-BALANCE ASSIGN TO DYNAMIC WS-GL-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLB-STATUS.
           SELECT VALUE-EXTRACT ASSIGN TO DYNAMIC WS-VALUE-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SVB-STATUS.
           SELECT JOURNAL-HISTORY ASSIGN TO DYNAMIC
           WS-JOURNAL-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GJH-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-BALANCE.
           COPY GLINVBAL REPLACING GLB-REC-NAME BY GL-BALANCE-REC
                                    GLB-BCODE-NAME BY GLB-BCODE
                                    GLB-ACCOUNT-NAME BY GLB-ACCOUNT
                                    GLB-ASOF-NAME BY GLB-ASOF
                                    GLB-POSTED-THRU-NAME
                                        BY GLB-POSTED-THRU
                                    GLB-BALANCE-NAME BY GLB-BALANCE.

       FD VALUE-EXTRACT.
           COPY STKVALBR REPLACING SVB-REC-NAME BY VALUE-EXTRACT-REC
                                    SVB-DATE-NAME BY SVB-DATE
                                    SVB-BCODE-NAME BY SVB-BCODE
                                    SVB-VALUE-NAME BY SVB-VALUE.

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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GLB-STATUS PIC X(2).
       01 WS-SVB-STATUS PIC X(2).
       01 WS-GJH-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-ACCOUNT PIC X(6).
       01 WS-TOLERANCE PIC 9(7) VALUE 100.
       01 WS-TOLERANCE-X PIC X(7).

       01 WS-GL-BALANCE-PATH PIC X(60).
       01 WS-VALUE-EXTRACT-PATH PIC X(60).
       01 WS-JOURNAL-HISTORY-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

      * ONE SLOT PER POSSIBLE BRANCH CODE, ADDRESSED BY CODE + 1, SO
      * THE THREE INPUTS NEED NOT BE IN THE SAME ORDER OR EVEN COVER
      * THE SAME BRANCHES.
       01 WS-RECON-TABLE.
           05 WS-RC-ENTRY OCCURS 1000 TIMES.
               10 WS-RC-GL-SEEN PIC X(1).
               10 WS-RC-SV-SEEN PIC X(1).
               10 WS-RC-JRN-SEEN PIC X(1).
               10 WS-RC-GL-BAL PIC S9(13)V99.
               10 WS-RC-THRU PIC 9(8).
               10 WS-RC-JRN-ALL PIC S9(13)V99.
               10 WS-RC-JRN-GL PIC S9(13)V99.
               10 WS-RC-STOCK PIC 9(13)V99.
       01 WS-RC-IDX PIC 9(4).
       01 WS-BCODE PIC 9(3).

       01 WS-SIGNED-AMOUNT PIC S9(13)V99.
       01 WS-TIMING PIC S9(13)V99.
       01 WS-DIFFERENCE PIC S9(13)V99.
       01 WS-UNEXPLAINED PIC S9(13)V99.
       01 WS-ABS-UNEXPLAINED PIC 9(13)V99.

       01 WS-TOT-GL PIC S9(15)V99 VALUE ZERO.
       01 WS-TOT-JRN-ALL PIC S9(15)V99 VALUE ZERO.
       01 WS-TOT-TIMING PIC S9(15)V99 VALUE ZERO.
       01 WS-TOT-STOCK PIC S9(15)V99 VALUE ZERO.
       01 WS-TOT-DIFFERENCE PIC S9(15)V99 VALUE ZERO.
       01 WS-TOT-UNEXPLAINED PIC S9(15)V99 VALUE ZERO.

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GL-OTHER-DATE PIC 9(4) VALUE ZERO.
       01 WS-SV-OTHER-DATE PIC 9(4) VALUE ZERO.
       01 WS-JRN-LINES PIC 9(7) VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC -(13)9.99.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(52) VALUE
           "INVENTORY SUBLEDGER TO GENERAL LEDGER RECONCILIATION".
           05 FILLER PIC X(7) VALUE " AS OF ".
           05 WS-TL-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  ACCOUNT ".
           05 WS-TL-ACCOUNT PIC X(6).
           05 FILLER PIC X(12) VALUE "  TOLERANCE ".
           05 WS-TL-TOLERANCE PIC ZZZZZZ9.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-HEAD-LINE.
           05 FILLER PIC X(6) VALUE "BRANCH".
           05 FILLER PIC X(18) VALUE "        GL BALANCE".
           05 FILLER PIC X(18) VALUE "  JOURNALS TO DATE".
           05 FILLER PIC X(18) VALUE "     NOT YET IN GL".
           05 FILLER PIC X(18) VALUE "       STOCK VALUE".
           05 FILLER PIC X(18) VALUE "        DIFFERENCE".
           05 FILLER PIC X(18) VALUE "       UNEXPLAINED".
           05 FILLER PIC X(18) VALUE "  FLAG".
       01 WS-DETAIL-LINE.
           05 WS-DET-LABEL PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-GL PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-JRN PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-TIMING PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-STOCK PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DIFF PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-UNEXPL PIC -(13)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG PIC X(16).

       01 WS-ALERT.
           05 WS-ALERT-SEVERITY PIC X(1).
           05 WS-ALERT-PROGRAM PIC X(15) VALUE 'GLRECON'.
           05 WS-ALERT-TEXT PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 RECONCILED, 4 A BRANCH OVER
      * TOLERANCE OR AN INPUT DATED OTHER THAN THE BUSINESS DATE, 8
      * THE LEDGER BALANCES OR THE VALUATION WERE MISSING.
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
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > 1000
                MOVE 'N' TO WS-RC-GL-SEEN(WS-RC-IDX)
                MOVE 'N' TO WS-RC-SV-SEEN(WS-RC-IDX)
                MOVE 'N' TO WS-RC-JRN-SEEN(WS-RC-IDX)
                MOVE ZERO TO WS-RC-GL-BAL(WS-RC-IDX)
                MOVE ZERO TO WS-RC-THRU(WS-RC-IDX)
                MOVE ZERO TO WS-RC-JRN-ALL(WS-RC-IDX)
                MOVE ZERO TO WS-RC-JRN-GL(WS-RC-IDX)
                MOVE ZERO TO WS-RC-STOCK(WS-RC-IDX)
            END-PERFORM.
            OPEN OUTPUT REPORT-FILE.
            PERFORM LOAD-GL-BALANCE-PARA.
            MOVE WS-RUN-DATE TO WS-TL-DATE.
            MOVE WS-ACCOUNT TO WS-TL-ACCOUNT.
            MOVE WS-TOLERANCE TO WS-TL-TOLERANCE.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM LOAD-VALUATION-PARA.
            PERFORM LOAD-JOURNALS-PARA.
            PERFORM WRITE-INPUT-NOTES-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > 1000
                IF WS-RC-GL-SEEN(WS-RC-IDX) = 'Y' OR
                    WS-RC-SV-SEEN(WS-RC-IDX) = 'Y' OR
                    WS-RC-JRN-SEEN(WS-RC-IDX) = 'Y'
                    PERFORM RECONCILE-BRANCH-PARA
                END-IF
            END-PERFORM.
            PERFORM WRITE-TOTALS-PARA.
            PERFORM WRITE-SIGNOFF-PARA.
            CLOSE REPORT-FILE.
            DISPLAY "GL RECONCILIATION " WS-RUN-DATE " - "
                WS-BRANCH-COUNT " BRANCHES, " WS-OVER-COUNT
                " OVER TOLERANCE".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-GL-BALANCE-PARA.
      *     ONLY THE INVENTORY ACCOUNT'S LINES COUNT. A BRANCH WITH
      *     MORE THAN ONE LINE FOR IT HAS THEM ADDED TOGETHER, AND THE
      *     LATEST POSTED-THROUGH DATE AMONG THEM IS KEPT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT GL-BALANCE.
            IF WS-GLB-STATUS NOT = '00'
                DISPLAY "GL INVENTORY BALANCES NOT AVAILABLE - STATUS "
                    WS-GLB-STATUS
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ GL-BALANCE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-ACCOUNT = SPACES
                            MOVE GLB-ACCOUNT TO WS-ACCOUNT
                        END-IF
                        IF GLB-ACCOUNT = WS-ACCOUNT AND
                            GLB-BCODE IS NUMERIC AND
                            GLB-BALANCE IS NUMERIC
                            PERFORM ADD-GL-BALANCE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-GLB-STATUS = '00' OR WS-GLB-STATUS = '10'
                CLOSE GL-BALANCE
            END-IF.

       ADD-GL-BALANCE-PARA.
            COMPUTE WS-RC-IDX = GLB-BCODE + 1.
            MOVE 'Y' TO WS-RC-GL-SEEN(WS-RC-IDX).
            ADD GLB-BALANCE TO WS-RC-GL-BAL(WS-RC-IDX).
            IF GLB-POSTED-THRU IS NUMERIC AND
                GLB-POSTED-THRU > WS-RC-THRU(WS-RC-IDX)
                MOVE GLB-POSTED-THRU TO WS-RC-THRU(WS-RC-IDX)
            END-IF.
            IF GLB-ASOF NOT = WS-RUN-DATE
                ADD 1 TO WS-GL-OTHER-DATE
            END-IF.

       LOAD-VALUATION-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT VALUE-EXTRACT.
            IF WS-SVB-STATUS NOT = '00'
                DISPLAY "BRANCH STOCK VALUATION NOT AVAILABLE - STATUS "
                    WS-SVB-STATUS
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ VALUE-EXTRACT
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SVB-BCODE IS NUMERIC AND
                            SVB-VALUE IS NUMERIC
                            COMPUTE WS-RC-IDX = SVB-BCODE + 1
                            MOVE 'Y' TO WS-RC-SV-SEEN(WS-RC-IDX)
                            ADD SVB-VALUE TO WS-RC-STOCK(WS-RC-IDX)
                            IF SVB-DATE NOT = WS-RUN-DATE
                                ADD 1 TO WS-SV-OTHER-DATE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SVB-STATUS = '00' OR WS-SVB-STATUS = '10'
                CLOSE VALUE-EXTRACT
            END-IF.

       LOAD-JOURNALS-PARA.
      *     A JOURNAL DEBITING THE INVENTORY ACCOUNT RAISES THE
      *     BRANCH'S BALANCE AND ONE CREDITING IT LOWERS IT. JOURNALS
      *     DATED AFTER THE BUSINESS DATE BELONG TO A LATER
      *     RECONCILIATION AND ARE LEFT OUT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT JOURNAL-HISTORY.
            IF WS-GJH-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ JOURNAL-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF GJH-BCODE IS NUMERIC AND
                            GJH-DATE IS NUMERIC AND
                            GJH-DATE <= WS-RUN-DATE
                            PERFORM ADD-JOURNAL-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-GJH-STATUS = '00' OR WS-GJH-STATUS = '10'
                CLOSE JOURNAL-HISTORY
            END-IF.

       ADD-JOURNAL-PARA.
            MOVE ZERO TO WS-SIGNED-AMOUNT.
            IF GJH-DEBIT = WS-ACCOUNT
                MOVE GJH-AMOUNT TO WS-SIGNED-AMOUNT
            ELSE IF GJH-CREDIT = WS-ACCOUNT
                COMPUTE WS-SIGNED-AMOUNT = ZERO - GJH-AMOUNT
            END-IF
            END-IF.
            IF GJH-DEBIT = WS-ACCOUNT OR GJH-CREDIT = WS-ACCOUNT
                MOVE GJH-BCODE TO WS-BCODE
                COMPUTE WS-RC-IDX = WS-BCODE + 1
                MOVE 'Y' TO WS-RC-JRN-SEEN(WS-RC-IDX)
                ADD 1 TO WS-JRN-LINES
                ADD WS-SIGNED-AMOUNT TO WS-RC-JRN-ALL(WS-RC-IDX)
                IF GJH-DATE <= WS-RC-THRU(WS-RC-IDX)
                    ADD WS-SIGNED-AMOUNT TO WS-RC-JRN-GL(WS-RC-IDX)
                END-IF
            END-IF.

       WRITE-INPUT-NOTES-PARA.
      *     AN INPUT THAT IS MISSING OR FOR ANOTHER DAY IS SPELT OUT
      *     AT THE TOP, SO NOBODY SIGNS OFF FIGURES THAT WERE NEVER
      *     COMPARABLE.
            IF WS-GLB-STATUS NOT = '00' AND WS-GLB-STATUS NOT = '10'
                MOVE "*** NO GL INVENTORY BALANCES RECEIVED - LEDGER SID
      -         "E TAKEN AS ZERO ***" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-SVB-STATUS NOT = '00' AND WS-SVB-STATUS NOT = '10'
                MOVE "*** NO BRANCH STOCK VALUATION - RUN STOCKVAL FIRST
      -         " ***" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-GJH-STATUS NOT = '00' AND WS-GJH-STATUS NOT = '10'
                MOVE "NO JOURNAL HISTORY - NO TIMING ITEMS ALLOWED FOR"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-GL-OTHER-DATE > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING '*** ' DELIMITED BY SIZE
                    WS-GL-OTHER-DATE DELIMITED BY SIZE
                    ' GL BALANCE LINE(S) NOT AS OF ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' ***' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                PERFORM RAISE-WARNING-PARA
            END-IF.
            IF WS-SV-OTHER-DATE > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING '*** ' DELIMITED BY SIZE
                    WS-SV-OTHER-DATE DELIMITED BY SIZE
                    ' STOCK VALUATION LINE(S) NOT DATED '
                        DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' ***' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                PERFORM RAISE-WARNING-PARA
            END-IF.

       RECONCILE-BRANCH-PARA.
            ADD 1 TO WS-BRANCH-COUNT.
            COMPUTE WS-BCODE = WS-RC-IDX - 1.
            COMPUTE WS-TIMING = WS-RC-JRN-ALL(WS-RC-IDX)
                - WS-RC-JRN-GL(WS-RC-IDX).
            COMPUTE WS-DIFFERENCE = WS-RC-STOCK(WS-RC-IDX)
                - WS-RC-GL-BAL(WS-RC-IDX).
            COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-TIMING.
            IF WS-UNEXPLAINED < ZERO
                COMPUTE WS-ABS-UNEXPLAINED = ZERO - WS-UNEXPLAINED
            ELSE
                MOVE WS-UNEXPLAINED TO WS-ABS-UNEXPLAINED
            END-IF.
            ADD WS-RC-GL-BAL(WS-RC-IDX) TO WS-TOT-GL.
            ADD WS-RC-JRN-ALL(WS-RC-IDX) TO WS-TOT-JRN-ALL.
            ADD WS-TIMING TO WS-TOT-TIMING.
            ADD WS-RC-STOCK(WS-RC-IDX) TO WS-TOT-STOCK.
            ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE.
            ADD WS-UNEXPLAINED TO WS-TOT-UNEXPLAINED.
            MOVE SPACES TO WS-DET-LABEL.
            MOVE WS-BCODE TO WS-DET-LABEL.
            MOVE WS-RC-GL-BAL(WS-RC-IDX) TO WS-DET-GL.
            MOVE WS-RC-JRN-ALL(WS-RC-IDX) TO WS-DET-JRN.
            MOVE WS-TIMING TO WS-DET-TIMING.
            MOVE WS-RC-STOCK(WS-RC-IDX) TO WS-DET-STOCK.
            MOVE WS-DIFFERENCE TO WS-DET-DIFF.
            MOVE WS-UNEXPLAINED TO WS-DET-UNEXPL.
            IF WS-ABS-UNEXPLAINED > WS-TOLERANCE
                MOVE '*OVER TOLERANCE*' TO WS-DET-FLAG
                ADD 1 TO WS-OVER-COUNT
                PERFORM RAISE-WARNING-PARA
                PERFORM ALERT-BRANCH-PARA
            ELSE IF WS-RC-GL-SEEN(WS-RC-IDX) = 'N'
                MOVE 'NO GL BALANCE' TO WS-DET-FLAG
            ELSE IF WS-RC-SV-SEEN(WS-RC-IDX) = 'N'
                MOVE 'NO VALUATION' TO WS-DET-FLAG
            ELSE
                MOVE SPACES TO WS-DET-FLAG
            END-IF
            END-IF
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       ALERT-BRANCH-PARA.
            MOVE WS-UNEXPLAINED TO WS-EDIT-AMOUNT.
            MOVE 'C' TO WS-ALERT-SEVERITY.
            MOVE SPACES TO WS-ALERT-TEXT.
            STRING 'BRANCH ' DELIMITED BY SIZE
                WS-BCODE DELIMITED BY SIZE
                ' UNEXPLAINED GL DIFF ' DELIMITED BY SIZE
                WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            END-STRING.
            CALL 'ALERTLOG' USING WS-ALERT.

       RAISE-WARNING-PARA.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       WRITE-TOTALS-PARA.
            MOVE 'TOTAL' TO WS-DET-LABEL.
            MOVE WS-TOT-GL TO WS-DET-GL.
            MOVE WS-TOT-JRN-ALL TO WS-DET-JRN.
            MOVE WS-TOT-TIMING TO WS-DET-TIMING.
            MOVE WS-TOT-STOCK TO WS-DET-STOCK.
            MOVE WS-TOT-DIFFERENCE TO WS-DET-DIFF.
            MOVE WS-TOT-UNEXPLAINED TO WS-DET-UNEXPL.
            MOVE SPACES TO WS-DET-FLAG.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'BRANCHES ' DELIMITED BY SIZE
                WS-BRANCH-COUNT DELIMITED BY SIZE
                '  JOURNAL LINES ' DELIMITED BY SIZE
                WS-JRN-LINES DELIMITED BY SIZE
                '  OVER TOLERANCE ' DELIMITED BY SIZE
                WS-OVER-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

       WRITE-SIGNOFF-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-RETURN-CODE >= 8
                MOVE "RESULT: NOT RECONCILED - AN INPUT WAS MISSING, SEE
      -         " ABOVE" TO REPORT-LINE
            ELSE IF WS-OVER-COUNT > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING 'RESULT: NOT RECONCILED - ' DELIMITED BY SIZE
                    WS-OVER-COUNT DELIMITED BY SIZE
                    ' BRANCH(ES) OVER TOLERANCE, INVESTIGATE BEFORE '
                        DELIMITED BY SIZE
                    'SIGN-OFF' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
            ELSE
                MOVE "RESULT: RECONCILED - UNEXPLAINED DIFFERENCES WITHI
      -         "N TOLERANCE" TO REPORT-LINE
            END-IF
            END-IF.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "PREPARED BY (STOCK CONTROL): ______________________  D
      -    "ATE: __________" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "REVIEWED BY (FINANCE):       ______________________  D
      -    "ATE: __________" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "SIGNED OFF (CONTROLLER):     ______________________  D
      -    "ATE: __________" TO REPORT-LINE.
            WRITE REPORT-LINE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\GlInventoryBalance.txt'
                TO WS-GL-BALANCE-PATH
            ACCEPT WS-GL-BALANCE-PATH
                FROM ENVIRONMENT 'GL_INVENTORY_BALANCE'
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
            MOVE 'D:\cOBOLTRAINING\GlJournalHistory.txt'
                TO WS-JOURNAL-HISTORY-PATH
            ACCEPT WS-JOURNAL-HISTORY-PATH
                FROM ENVIRONMENT 'GL_JOURNAL_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\GlReconReport.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'GL_RECON_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-ACCOUNT
            ACCEPT WS-ACCOUNT FROM ENVIRONMENT 'GL_INVENTORY_ACCOUNT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-TOLERANCE-X
            ACCEPT WS-TOLERANCE-X FROM ENVIRONMENT 'RECON_TOLERANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-TOLERANCE-X IS NUMERIC
                MOVE WS-TOLERANCE-X TO WS-TOLERANCE
            END-IF.

       END PROGRAM GLRECON.
