      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: MONTHLY CONSIGNMENT SETTLEMENT STATEMENT PER PARTNER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- settles with each consignment
      *                partner from our own figures instead of theirs.
      *                Reads the cumulative ConsignLedger.txt kept by
      *                CONSIGNPOST and, for the month in SETTLE_MONTH
      *                (YYYYMM; the month before the business date when
      *                not set), totals by partner, branch and product
      *                the consigned units consumed (issued, or drawn
      *                by any other movement once our own stock was
      *                gone) less any consumption reversed, each unit
      *                priced at the unit cost on the day it was
      *                consumed. The statement (ConsignStatement.txt)
      *                prints one section per partner with its total
      *                value due; the outbound ConsignSettlement.txt
      *                carries the same lines pipe-delimited, HDR/DTL/
      *                TRL per partner, for the partner to reconcile
      *                against. PARTNER_ID restricts the run to one
      *                partner. RETURN-CODE 0 settled, 4 nothing was
      *                consumed in the month, 8 no consignment ledger,
      *                12 SETTLE_MONTH not a valid month.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNSET.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONSIGN-LEDGER ASSIGN TO DYNAMIC
           WS-CONSIGN-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSL-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME BY PM-PRODUCT-COST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD SETTLE-FILE.
       01 SETTLE-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CSL-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.

       01 WS-CONSIGN-LEDGER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).
       01 WS-SETTLE-FILE-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-MONTH-X PIC X(6).
       01 WS-SETTLE-MONTH PIC 9(6).
       01 WS-SETTLE-MONTH-R REDEFINES WS-SETTLE-MONTH.
           05 WS-SETTLE-YYYY PIC 9(4).
           05 WS-SETTLE-MM PIC 9(2).
       01 WS-PARTNER-ID PIC X(8) VALUE SPACES.

      * ONE ROW PER PARTNER/BRANCH/PRODUCT CONSUMED IN THE MONTH, IN
      * KEY ORDER SO THE STATEMENT COMES OUT GROUPED BY PARTNER.
       01 WS-ST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-ST-COUNT
               ASCENDING KEY IS WS-ST-KEY
               INDEXED BY WS-ST-INX.
               10 WS-ST-KEY.
                   15 WS-ST-PARTNER PIC X(8).
                   15 WS-ST-BCODE PIC 9(3).
                   15 WS-ST-PCODE PIC 9(6).
               10 WS-ST-CONSUMED PIC 9(9).
               10 WS-ST-RETURNED PIC 9(9).
               10 WS-ST-VALUE PIC S9(13)V99.
       77 MAX-ST-COUNT PIC 9(4) VALUE 5000.
       01 WS-ST-IDX PIC 9(4).
       01 WS-ST-HIT PIC 9(4).
       01 WS-ST-MOVE PIC 9(4).
       01 WS-ST-SUB PIC 9(4).
       01 WS-FIND-KEY.
           05 WS-FIND-PARTNER PIC X(8).
           05 WS-FIND-BCODE PIC 9(3).
           05 WS-FIND-PCODE PIC 9(6).
       01 WS-LINE-VALUE PIC S9(13)V99.

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

      * PER-PARTNER AND RUN TOTALS.
       01 WS-CUR-PARTNER PIC X(8).
       01 WS-PT-LINES PIC 9(5).
       01 WS-PT-UNITS PIC S9(9).
       01 WS-PT-VALUE PIC S9(13)V99.
       01 WS-PARTNER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RUN-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-UNITS PIC S9(9).
       01 WS-OUT-UNITS PIC S9(9) SIGN LEADING SEPARATE.
       01 WS-OUT-VALUE PIC S9(13)V99 SIGN LEADING SEPARATE.
       01 WS-OUT-LINES PIC 9(5).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(44) VALUE
           "CONSIGNMENT SETTLEMENT STATEMENT - PARTNER ".
           05 WS-TL-PARTNER PIC X(8).
           05 FILLER PIC X(9) VALUE "  MONTH ".
           05 WS-TL-MONTH PIC 9(6).
           05 FILLER PIC X(10) VALUE "  RUN ON ".
           05 WS-TL-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-HEAD-LINE.
           05 FILLER PIC X(36) VALUE "BRANCH PRODUCT".
           05 FILLER PIC X(10) VALUE "CONSUMED".
           05 FILLER PIC X(11) VALUE "RETURNED".
           05 FILLER PIC X(18) VALUE "NET UNITS".
           05 FILLER PIC X(25) VALUE "VALUE DUE".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-CONSUMED PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-RETURNED PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-NET PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-VALUE PIC -(13)9.99.
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "  TOTAL DUE TO    ".
           05 WS-TT-PARTNER PIC X(8).
           05 FILLER PIC X(28) VALUE SPACES.
           05 WS-TT-UNITS PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TT-VALUE PIC -(13)9.99.
           05 FILLER PIC X(18) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 SETTLED, 4 NOTHING CONSUMED
      * IN THE MONTH, 8 NO LEDGER, 12 BAD PARAMETER.
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
            PERFORM LOAD-PRODUCT-MASTER.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONSIGN-LEDGER.
            IF WS-CSL-STATUS NOT = '00'
                DISPLAY "CONSIGNMENT LEDGER NOT AVAILABLE - STATUS "
                    WS-CSL-STATUS " - NOTHING SETTLED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSIGN-LEDGER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM TAKE-LEDGER-PARA
                END-READ
            END-PERFORM.
            CLOSE CONSIGN-LEDGER.
            OPEN OUTPUT REPORT-FILE SETTLE-FILE.
            IF WS-ST-COUNT = ZERO
                MOVE SPACES TO WS-TL-PARTNER
                IF WS-PARTNER-ID NOT = SPACES
                    MOVE WS-PARTNER-ID TO WS-TL-PARTNER
                END-IF
                MOVE WS-SETTLE-MONTH TO WS-TL-MONTH
                MOVE WS-RUN-DATE TO WS-TL-DATE
                MOVE WS-TITLE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "NO CONSIGNED STOCK CONSUMED IN THE MONTH"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "NO CONSIGNED STOCK CONSUMED IN "
                    WS-SETTLE-MONTH
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                MOVE SPACES TO WS-CUR-PARTNER
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-ST-COUNT
                    IF WS-ST-PARTNER(WS-ST-IDX) NOT = WS-CUR-PARTNER
                        IF WS-CUR-PARTNER NOT = SPACES
                            PERFORM END-PARTNER-PARA
                        END-IF
                        PERFORM START-PARTNER-PARA
                    END-IF
                    PERFORM WRITE-DETAIL-PARA
                END-PERFORM
                PERFORM END-PARTNER-PARA
            END-IF.
            CLOSE REPORT-FILE SETTLE-FILE.
            MOVE WS-RUN-VALUE TO WS-TT-VALUE.
            DISPLAY "CONSIGNMENT SETTLEMENT " WS-SETTLE-MONTH " - "
                WS-PARTNER-COUNT " PARTNERS, VALUE DUE " WS-TT-VALUE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SET-MONTH-PARA.
      *     SETTLE_MONTH MUST BE A REAL YYYYMM; NOT SET MEANS THE
      *     MONTH BEFORE THE BUSINESS DATE (THE MONTH JUST ENDED).
            MOVE SPACES TO WS-MONTH-X.
            ACCEPT WS-MONTH-X FROM ENVIRONMENT 'SETTLE_MONTH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-MONTH-X = SPACES
                IF WS-RUN-MM = 1
                    COMPUTE WS-SETTLE-YYYY = WS-RUN-YYYY - 1
                    MOVE 12 TO WS-SETTLE-MM
                ELSE
                    MOVE WS-RUN-YYYY TO WS-SETTLE-YYYY
                    COMPUTE WS-SETTLE-MM = WS-RUN-MM - 1
                END-IF
            ELSE
                IF WS-MONTH-X IS NUMERIC
                    MOVE WS-MONTH-X TO WS-SETTLE-MONTH
                    IF WS-SETTLE-MM < 1 OR WS-SETTLE-MM > 12
                        MOVE 12 TO WS-RETURN-CODE
                    END-IF
                ELSE
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
                IF WS-RETURN-CODE = 12
                    DISPLAY "SETTLE_MONTH MUST BE YYYYMM - GOT "
                        WS-MONTH-X
                END-IF
            END-IF.

       TAKE-LEDGER-PARA.
      *     CONSUMPTION ('I' ISSUED, 'L' OTHERWISE DRAWN) IS OWED; A
      *     REVERSAL OF IT ('X') TAKES IT BACK. RECEIPTS AND RECEIPT
      *     REVERSALS MOVE NOTHING OWED.
            IF CSL-DATE IS NUMERIC AND CSL-QTY IS NUMERIC AND
                CSL-COST IS NUMERIC AND
                CSL-DATE(1:6) = WS-SETTLE-MONTH AND
                (CSL-TYPE = 'I' OR CSL-TYPE = 'L' OR
                 CSL-TYPE = 'X') AND
                (WS-PARTNER-ID = SPACES OR
                 CSL-PARTNER = WS-PARTNER-ID)
                MOVE CSL-PARTNER TO WS-FIND-PARTNER
                MOVE CSL-BCODE TO WS-FIND-BCODE
                MOVE CSL-PCODE TO WS-FIND-PCODE
                PERFORM FIND-OR-ADD-ROW-PARA
                COMPUTE WS-LINE-VALUE = CSL-QTY * CSL-COST
                IF CSL-TYPE = 'X'
                    ADD CSL-QTY TO WS-ST-RETURNED(WS-ST-HIT)
                    SUBTRACT WS-LINE-VALUE FROM WS-ST-VALUE(WS-ST-HIT)
                ELSE
                    ADD CSL-QTY TO WS-ST-CONSUMED(WS-ST-HIT)
                    ADD WS-LINE-VALUE TO WS-ST-VALUE(WS-ST-HIT)
                END-IF
            END-IF.

       FIND-OR-ADD-ROW-PARA.
            MOVE ZERO TO WS-ST-HIT.
            IF WS-ST-COUNT > ZERO
                SEARCH ALL WS-ST-ENTRY
                    AT END CONTINUE
                    WHEN WS-ST-KEY(WS-ST-INX) = WS-FIND-KEY
                        SET WS-ST-HIT TO WS-ST-INX
                END-SEARCH
            END-IF.
            IF WS-ST-HIT = ZERO
                IF WS-ST-COUNT >= MAX-ST-COUNT
                    DISPLAY "SETTLEMENT LINES EXCEED TABLE CAPACITY OF "
                        MAX-ST-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ST-COUNT TO WS-ST-MOVE
                ADD 1 TO WS-ST-COUNT
                PERFORM UNTIL WS-ST-MOVE < 1 OR
                    WS-ST-KEY(WS-ST-MOVE) < WS-FIND-KEY
                    COMPUTE WS-ST-SUB = WS-ST-MOVE + 1
                    MOVE WS-ST-ENTRY(WS-ST-MOVE)
                        TO WS-ST-ENTRY(WS-ST-SUB)
                    SUBTRACT 1 FROM WS-ST-MOVE
                END-PERFORM
                COMPUTE WS-ST-HIT = WS-ST-MOVE + 1
                MOVE WS-FIND-KEY TO WS-ST-KEY(WS-ST-HIT)
                MOVE ZERO TO WS-ST-CONSUMED(WS-ST-HIT)
                MOVE ZERO TO WS-ST-RETURNED(WS-ST-HIT)
                MOVE ZERO TO WS-ST-VALUE(WS-ST-HIT)
            END-IF.

       START-PARTNER-PARA.
            MOVE WS-ST-PARTNER(WS-ST-IDX) TO WS-CUR-PARTNER.
            ADD 1 TO WS-PARTNER-COUNT.
            MOVE ZERO TO WS-PT-LINES.
            MOVE ZERO TO WS-PT-UNITS.
            MOVE ZERO TO WS-PT-VALUE.
            IF WS-PARTNER-COUNT > 1
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE WS-CUR-PARTNER TO WS-TL-PARTNER.
            MOVE WS-SETTLE-MONTH TO WS-TL-MONTH.
            MOVE WS-RUN-DATE TO WS-TL-DATE.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO SETTLE-REC.
            STRING 'HDR|' DELIMITED BY SIZE
                WS-CUR-PARTNER DELIMITED BY SPACE
                '|' DELIMITED BY SIZE
                WS-SETTLE-MONTH DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                '|CONSIGNMENT SETTLEMENT' DELIMITED BY SIZE
                INTO SETTLE-REC
            END-STRING.
            WRITE SETTLE-REC.

       WRITE-DETAIL-PARA.
            COMPUTE WS-NET-UNITS = WS-ST-CONSUMED(WS-ST-IDX)
                - WS-ST-RETURNED(WS-ST-IDX).
            ADD 1 TO WS-PT-LINES.
            ADD WS-NET-UNITS TO WS-PT-UNITS.
            ADD WS-ST-VALUE(WS-ST-IDX) TO WS-PT-VALUE.
            MOVE WS-ST-PCODE(WS-ST-IDX) TO WS-FIND-PCODE.
            PERFORM FIND-PRODUCT-PARA.
            MOVE WS-ST-BCODE(WS-ST-IDX) TO WS-DET-BCODE.
            MOVE WS-ST-PCODE(WS-ST-IDX) TO WS-DET-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DET-DESC.
            MOVE WS-ST-CONSUMED(WS-ST-IDX) TO WS-DET-CONSUMED.
            MOVE WS-ST-RETURNED(WS-ST-IDX) TO WS-DET-RETURNED.
            MOVE WS-NET-UNITS TO WS-DET-NET.
            MOVE WS-ST-VALUE(WS-ST-IDX) TO WS-DET-VALUE.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NET-UNITS TO WS-OUT-UNITS.
            MOVE WS-ST-VALUE(WS-ST-IDX) TO WS-OUT-VALUE.
            MOVE SPACES TO SETTLE-REC.
            STRING 'DTL|' DELIMITED BY SIZE
                WS-ST-BCODE(WS-ST-IDX) DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-ST-PCODE(WS-ST-IDX) DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-PRODUCT-DESC DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-OUT-UNITS DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-OUT-VALUE DELIMITED BY SIZE
                INTO SETTLE-REC
            END-STRING.
            WRITE SETTLE-REC.

       END-PARTNER-PARA.
            MOVE WS-CUR-PARTNER TO WS-TT-PARTNER.
            MOVE WS-PT-UNITS TO WS-TT-UNITS.
            MOVE WS-PT-VALUE TO WS-TT-VALUE.
            MOVE WS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD WS-PT-VALUE TO WS-RUN-VALUE.
            MOVE WS-PT-LINES TO WS-OUT-LINES.
            MOVE WS-PT-UNITS TO WS-OUT-UNITS.
            MOVE WS-PT-VALUE TO WS-OUT-VALUE.
            MOVE SPACES TO SETTLE-REC.
            STRING 'TRL|' DELIMITED BY SIZE
                WS-CUR-PARTNER DELIMITED BY SPACE
                '|' DELIMITED BY SIZE
                WS-OUT-LINES DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-OUT-UNITS DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-OUT-VALUE DELIMITED BY SIZE
                INTO SETTLE-REC
            END-STRING.
            WRITE SETTLE-REC.

       FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-FIND-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
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
            MOVE 'D:\cOBOLTRAINING\ConsignLedger.txt'
                TO WS-CONSIGN-LEDGER-PATH
            ACCEPT WS-CONSIGN-LEDGER-PATH
                FROM ENVIRONMENT 'CONSIGN_LEDGER'
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
            MOVE 'D:\cOBOLTRAINING\ConsignStatement.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'CONSIGN_STATEMENT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ConsignSettlement.txt'
                TO WS-SETTLE-FILE-PATH
            ACCEPT WS-SETTLE-FILE-PATH
                FROM ENVIRONMENT 'CONSIGN_SETTLEMENT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-PARTNER-ID FROM ENVIRONMENT 'PARTNER_ID'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CONSIGNSET.
