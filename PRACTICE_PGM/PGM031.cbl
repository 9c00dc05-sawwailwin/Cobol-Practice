      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- inbound loader for the
      *                corporate catalogue feed, so new products,
      *                description changes and cost changes stop
      *                being keyed into REFDATAMAINT one spreadsheet
      *                line at a time. Reads a column-headed CSV
      *                (ACTION,PRODUCT-CODE,DESCRIPTION,UNIT-COST,
      *                REORDER,SERIAL,CATEGORY,COST-EFF-DATE -- ACTION
      *                is ADD, CHANGE or DEACT, only the first letter
      *                is looked at; UNIT-COST is pounds with an
      *                optional point and up to two decimals, e.g.
      *                12.50) and runs every line through the edits
      *                REFDATAMAINT applies: six-digit product code of
      *                100 or more, an add not already on the master
      *                and carrying a description and a numeric cost,
      *                a change or deactivate against an active
      *                product, blank keeps current on a change. A
      *                deactivate is also refused while any branch
      *                still holds the product on the balance master.
      *                A product that appears twice in the feed, or
      *                that already has a change waiting in
      *                PendingChanges.txt, is rejected so the checker
      *                never sees two competing changes. Nothing is
      *                applied here -- each clean line is staged to
      *                PendingChanges.txt in the REFDATAMAINT layout
      *                (resolved final values, maker CATFEED) and
      *                audited as 'PEND', and a second sign-on
      *                applies or refuses it through REFAPPROVE as
      *                for a keyed change. Rejected lines go to the
      *                reject file with their reason, and the
      *                response file for the catalogue team lists
      *                every line as accepted pending approval or
      *                rejected, with totals. RETURN-CODE 0 clean,
      *                4 some lines rejected, 8 no usable feed file,
      *                12 the nightly run holds the reference masters
      *                or the product master could not be loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATFEEDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.

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

            SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-STATUS.

            SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RESPONSE-FILE ASSIGN TO DYNAMIC
            WS-RESPONSE-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE PIC X(120).

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME
                                          BY PM-PRODUCT-COST
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

      * A STAGED CHANGE WAITING FOR A SECOND PAIR OF EYES -- THE
      * RESOLVED FINAL VALUES, AS REFDATAMAINT CAPTURES THEM. KEEP IN
      * STEP WITH THE PENDING-FILE FD IN REFDATAMAINT AND REFAPPROVE.
       FD PENDING-FILE.
       01 PENDING-REC.
           05 PND-TYPE PIC X(1).
           05 PND-ACTION PIC X(6).
           05 PND-KEY PIC X(6).
           05 PND-NAME PIC X(20).
           05 PND-REGION PIC 9(2).
           05 PND-REORDER PIC 9(4).
           05 PND-COST PIC 9(5)V99.
           05 PND-MAKER PIC X(10).
           05 PND-DATE PIC 9(8).
           05 PND-TIME PIC 9(8).
           05 PND-ADDR1 PIC X(30).
           05 PND-ADDR2 PIC X(30).
           05 PND-ADDR3 PIC X(30).
           05 PND-COSTEFF PIC 9(8).
           05 PND-SERIAL PIC X(1).
           05 PND-CATEGORY PIC X(4).

       FD REJECT-FILE.
       01 REJECT-REC.
           05 REJ-LINE PIC X(120).
           05 REJ-SEP PIC X(3).
           05 REJ-REASON PIC X(40).

       FD RESPONSE-FILE.
       01 RESPONSE-LINE PIC X(100).

       FD AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-PND-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-PRM-EOF PIC A(1).
       01 WS-PND-EOF PIC A(1).
       01 WS-BAL-EOF PIC A(1).
       01 WS-HEADER-SEEN PIC X(1) VALUE 'N'.
       01 WS-BAL-OPEN PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).

      * THE PARSED CSV COLUMNS, AS SENT.
       01 WS-FLD-ACTION PIC X(10).
       01 WS-FLD-PCODE PIC X(10).
       01 WS-FLD-DESC PIC X(30).
       01 WS-FLD-COST PIC X(12).
       01 WS-FLD-REORD PIC X(8).
       01 WS-FLD-SERIAL PIC X(5).
       01 WS-FLD-CATEGORY PIC X(8).
       01 WS-FLD-COSTEFF PIC X(10).

      * ALL-DIGITS CHECK SHARED BY THE NUMERIC COLUMNS -- THE FIELD
      * GOES IN WS-DIG-FIELD, AND A CLEAN RESULT COMES BACK RIGHT-
      * JUSTIFIED IN WS-DIG-NUM WITH ITS SIGNIFICANT LENGTH.
       01 WS-DIG-FIELD PIC X(12).
       01 WS-DIG-LEN PIC 9(2).
       01 WS-DIG-X PIC X(12).
       01 WS-DIG-NUM REDEFINES WS-DIG-X PIC 9(12).
       01 WS-DIGITS-OK PIC X(1).
       01 WS-IDX PIC 9(2).

       01 WS-COST-WHOLE-X PIC X(12).
       01 WS-COST-FRAC-X PIC X(12).
       01 WS-COST-EXTRA-X PIC X(12).
       01 WS-COST-WHOLE PIC 9(5).
       01 WS-COST-FRAC PIC 9(2).
       01 WS-COST-OK PIC X(1).

      * THE LINE'S RESOLVED FINAL VALUES, AS STAGED.
       01 WS-IN-ACTION PIC X(1).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-IN-PCODE-X REDEFINES WS-IN-PCODE PIC X(6).
       01 WS-IN-PDESC PIC X(20).
       01 WS-IN-REORD PIC 9(4).
       01 WS-IN-COST PIC 9(5)V99.
       01 WS-IN-COSTEFF PIC 9(8).
       01 WS-IN-SERIAL PIC X(1).
       01 WS-IN-CATEGORY PIC X(4).
       01 WS-PCODE-OK PIC X(1).
       01 WS-REORD-OK PIC X(1).
       01 WS-COSTEFF-OK PIC X(1).
       01 WS-ON-HAND PIC 9(9).

       01 WS-ERROR-TEXT PIC X(40).
       01 WS-RECORD-OK PIC X(1).
           88 WS-RECORD-GOOD VALUE 'Y'.
       01 WS-RUN-USER PIC X(10) VALUE 'CATFEED'.
       01 WS-BEFORE-NAME PIC X(20).
       01 WS-BEFORE-STAT PIC X(1).
       01 WS-AFTER-STAT PIC X(1).
       01 WS-AUDIT-ACTION PIC X(6).

      * PRODUCT MASTER LOADED AT STARTUP -- THE SAME 200-ROW LIMIT AS
      * REFDATAMAINT AND REFAPPROVE, WHICH APPLY WHAT IS STAGED HERE.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 200 TIMES.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-STAT PIC X(1).
               10 WS-PR-REORD PIC 9(4).
               10 WS-PR-COST PIC 9(5)V99.
               10 WS-PR-SERIAL PIC X(1).
               10 WS-PR-CATEGORY PIC X(4).
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PR-MAX PIC 9(3) VALUE 200.
       01 WS-PR-IDX PIC 9(3).
       01 WS-HIT-IDX PIC 9(3).
       01 WS-FOUND PIC X(1).
           88 WS-FOUND-YES VALUE 'Y'.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW VALUE 'Y'.

      * PRODUCT CODES ALREADY STAGED THIS RUN OR ALREADY WAITING IN
      * THE PENDING QUEUE -- A SECOND CHANGE TO THE SAME PRODUCT IS
      * REJECTED (THE FIRST WINS), SO THE CHECKER NEVER HAS TWO
      * COMPETING CHANGES TO DECIDE.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES.
               10 WS-SEEN-PCODE PIC X(6).
               10 WS-SEEN-FROM PIC X(1).
       01 WS-SEEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SEEN-IDX PIC 9(3).
       01 WS-SEEN-HIT PIC 9(3).

       01 WS-RESPONSE-DETAIL.
           05 WS-RD-LINE-NO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-ACTION PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-PCODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-OUTCOME PIC X(27).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-REASON PIC X(40).

       77 WS-LINE-NO PIC 9(5) VALUE ZERO.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STAGED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-FEED-FILE-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-PENDING-PATH PIC X(60).
       01 WS-REJECT-FILE-PATH PIC X(60).
       01 WS-RESPONSE-FILE-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).

      * FILE-LOCK CHECK PASSED TO THE SHARED FILELOCK SUBPROGRAM --
      * WHILE THE NIGHTLY RUN HOLDS THE REFERENCE MASTERS THE FEED
      * MUST WAIT, AS A KEYED MAINTENANCE SESSION DOES.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'CATFEED'.
           05 WS-FL-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (SOME LINES
      * REJECTED), 8 NO USABLE FEED FILE, 12 THE NIGHTLY RUN HOLDS
      * THE REFERENCE MASTERS OR THE PRODUCT MASTER COULD NOT BE
      * LOADED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            MOVE 'CHECK' TO WS-FL-FUNC.
            MOVE 'REFDATA     ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "NIGHTLY RUN IN PROGRESS - CATALOGUE FEED "
                    "NOT LOADED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT FEED-FILE.
            IF WS-FEED-STATUS NOT = '00'
                DISPLAY "CATALOGUE FEED NOT AVAILABLE - STATUS "
                    WS-FEED-STATUS " - NOTHING STAGED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PRODUCT-PARA.
            IF WS-PRM-STATUS NOT = '00' AND WS-PRM-STATUS NOT = '10'
                DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                    WS-PRM-STATUS " - NOTHING STAGED"
                CLOSE FEED-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-TABLE-OVERFLOW
                CLOSE FEED-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PENDING-PARA.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS = '00'
                MOVE 'Y' TO WS-BAL-OPEN
            ELSE
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - DEACTIVATIONS REFUSED"
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN EXTEND PENDING-FILE.
            IF WS-PND-STATUS NOT = '00'
                OPEN OUTPUT PENDING-FILE
            END-IF.
            OPEN OUTPUT REJECT-FILE RESPONSE-FILE.
            OPEN EXTEND AUDIT-FILE.
            PERFORM WRITE-RESPONSE-HEAD-PARA.
            PERFORM UNTIL WS-EOF = 'Y'
                READ FEED-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM PROCESS-LINE-PARA
                END-READ
            END-PERFORM.
            PERFORM WRITE-RESPONSE-TOTAL-PARA.
            CLOSE FEED-FILE PENDING-FILE REJECT-FILE RESPONSE-FILE
                AUDIT-FILE.
            IF WS-BAL-OPEN = 'Y'
                CLOSE BALMASTER
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-PRODUCT-PARA.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRM-EOF.
            MOVE 'N' TO WS-TABLE-FULL.
            OPEN INPUT PRODUCT-MASTER.
            IF WS-PRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-PRM-EOF
            END-IF.
            PERFORM UNTIL WS-PRM-EOF = 'Y'
                READ PRODUCT-MASTER
                    AT END MOVE 'Y' TO WS-PRM-EOF
                    NOT AT END
                        IF WS-PRODUCT-COUNT >= WS-PR-MAX
                            MOVE 'Y' TO WS-TABLE-FULL
                            MOVE 'Y' TO WS-PRM-EOF
                            DISPLAY "PRODUCT MASTER EXCEEDS TABLE - "
                                "NOTHING STAGED"
                        ELSE
                        ADD 1 TO WS-PRODUCT-COUNT
                        MOVE PM-PRODUCT-CODE
                            TO WS-PR-CODE(WS-PRODUCT-COUNT)
                        MOVE PM-PRODUCT-DESC
                            TO WS-PR-DESC(WS-PRODUCT-COUNT)
                        IF PM-PRODUCT-STAT = 'I'
                            MOVE 'I' TO WS-PR-STAT(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE 'A' TO WS-PR-STAT(WS-PRODUCT-COUNT)
                        END-IF
                        IF PM-PRODUCT-REORD IS NUMERIC
                            MOVE PM-PRODUCT-REORD
                                TO WS-PR-REORD(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE ZERO
                                TO WS-PR-REORD(WS-PRODUCT-COUNT)
                        END-IF
                        IF PM-PRODUCT-COST IS NUMERIC
                            MOVE PM-PRODUCT-COST
                                TO WS-PR-COST(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE ZERO
                                TO WS-PR-COST(WS-PRODUCT-COUNT)
                        END-IF
                        IF PM-PRODUCT-SERIAL = 'Y'
                            MOVE 'Y' TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE 'N' TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                        END-IF
                        MOVE PM-PRODUCT-CATEGORY
                            TO WS-PR-CATEGORY(WS-PRODUCT-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
                CLOSE PRODUCT-MASTER
            END-IF.

       LOAD-PENDING-PARA.
      *     PRODUCT CHANGES ALREADY WAITING FOR A CHECKER -- KEYED
      *     THROUGH REFDATAMAINT OR STAGED BY AN EARLIER FEED. A
      *     MISSING QUEUE SIMPLY MEANS NOTHING IS WAITING.
            MOVE 'N' TO WS-PND-EOF.
            OPEN INPUT PENDING-FILE.
            IF WS-PND-STATUS NOT = '00'
                MOVE 'Y' TO WS-PND-EOF
            END-IF.
            PERFORM UNTIL WS-PND-EOF = 'Y'
                READ PENDING-FILE
                    AT END MOVE 'Y' TO WS-PND-EOF
                    NOT AT END
                        IF PND-TYPE = 'P' AND WS-SEEN-COUNT < 500
                            ADD 1 TO WS-SEEN-COUNT
                            MOVE PND-KEY
                                TO WS-SEEN-PCODE(WS-SEEN-COUNT)
                            MOVE 'Q' TO WS-SEEN-FROM(WS-SEEN-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PND-STATUS = '00' OR WS-PND-STATUS = '10'
                CLOSE PENDING-FILE
            END-IF.

       PROCESS-LINE-PARA.
      *     THE FIRST LINE IS THE COLUMN HEADER AND IS SKIPPED; A
      *     BLANK LINE (A SPREADSHEET'S TRAILING ROW) IS IGNORED.
            IF WS-HEADER-SEEN = 'N'
                MOVE 'Y' TO WS-HEADER-SEEN
            ELSE IF FEED-LINE = SPACES
                CONTINUE
            ELSE
                ADD 1 TO WS-LINE-NO
                ADD 1 TO WS-READ-COUNT
                PERFORM PARSE-LINE-PARA
                PERFORM EDIT-LINE-PARA
                IF WS-RECORD-GOOD
                    PERFORM STAGE-LINE-PARA
                ELSE
                    PERFORM REJECT-LINE-PARA
                END-IF
            END-IF END-IF.

       PARSE-LINE-PARA.
            MOVE SPACES TO WS-FLD-ACTION WS-FLD-PCODE WS-FLD-DESC
                WS-FLD-COST WS-FLD-REORD WS-FLD-SERIAL
                WS-FLD-CATEGORY WS-FLD-COSTEFF.
            UNSTRING FEED-LINE DELIMITED BY ','
                INTO WS-FLD-ACTION WS-FLD-PCODE WS-FLD-DESC
                     WS-FLD-COST WS-FLD-REORD WS-FLD-SERIAL
                     WS-FLD-CATEGORY WS-FLD-COSTEFF
            END-UNSTRING.
            MOVE WS-FLD-ACTION(1:1) TO WS-IN-ACTION.
            INSPECT WS-IN-ACTION CONVERTING 'acd' TO 'ACD'.
            INSPECT WS-FLD-SERIAL CONVERTING 'yn' TO 'YN'.

       EDIT-LINE-PARA.
            MOVE 'Y' TO WS-RECORD-OK.
            MOVE SPACES TO WS-ERROR-TEXT.
            PERFORM CHECK-PCODE-PARA.
            PERFORM CHECK-COST-PARA.
            PERFORM CHECK-REORDER-PARA.
            PERFORM CHECK-COSTEFF-PARA.
            IF WS-IN-ACTION NOT = 'A' AND WS-IN-ACTION NOT = 'C'
                AND WS-IN-ACTION NOT = 'D'
                MOVE "ACTION NOT ADD, CHANGE OR DEACT"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PCODE-OK NOT = 'Y'
                MOVE "PRODUCT CODE NOT UP TO SIX DIGITS"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-IN-PCODE < 100
                MOVE "CODES BELOW 100 ARE RETIRED" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-DESC(1:1) = '"'
                MOVE "QUOTED DESCRIPTION - KEY MANUALLY"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-DESC(21:10) NOT = SPACES
                MOVE "DESCRIPTION OVER 20 CHARACTERS"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-COST-OK NOT = 'Y'
                MOVE "UNIT COST NOT NUMERIC" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-REORD-OK NOT = 'Y'
                MOVE "REORDER LEVEL NOT NUMERIC" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-SERIAL NOT = SPACES AND
                WS-FLD-SERIAL NOT = 'Y' AND WS-FLD-SERIAL NOT = 'N'
                MOVE "SERIAL FLAG NOT Y OR N" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-CATEGORY(5:4) NOT = SPACES
                MOVE "CATEGORY OVER 4 CHARACTERS" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-COSTEFF-OK NOT = 'Y'
                MOVE "COST EFFECTIVE DATE NOT YYYYMMDD"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                PERFORM CHECK-DUPLICATE-PARA
                IF WS-RECORD-GOOD
                    PERFORM FIND-PRODUCT-PARA
                    EVALUATE WS-IN-ACTION
                        WHEN 'A'
                            PERFORM EDIT-ADD-PARA
                        WHEN 'C'
                            PERFORM EDIT-CHANGE-PARA
                        WHEN 'D'
                            PERFORM EDIT-DEACT-PARA
                    END-EVALUATE
                END-IF
            END-IF END-IF END-IF END-IF END-IF END-IF END-IF
            END-IF END-IF END-IF.

       CHECK-DIGITS-PARA.
      *     FREE DIGITS AS A SPREADSHEET EXPORTS THEM ("125") -- ALL
      *     DIGITS UP TO THE LAST NON-BLANK, RIGHT-JUSTIFIED INTO
      *     WS-DIG-NUM. A BLANK FIELD COMES BACK WITH LENGTH ZERO.
            MOVE ZERO TO WS-DIG-LEN.
            MOVE 'Y' TO WS-DIGITS-OK.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
                IF WS-DIG-FIELD(WS-IDX:1) NOT = SPACE
                    MOVE WS-IDX TO WS-DIG-LEN
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-DIG-LEN
                IF WS-DIG-FIELD(WS-IDX:1) < '0' OR
                    WS-DIG-FIELD(WS-IDX:1) > '9'
                    MOVE 'N' TO WS-DIGITS-OK
                END-IF
            END-PERFORM.
            MOVE ALL '0' TO WS-DIG-X.
            IF WS-DIGITS-OK = 'Y' AND WS-DIG-LEN > ZERO
                MOVE WS-DIG-FIELD(1:WS-DIG-LEN)
                    TO WS-DIG-X(13 - WS-DIG-LEN:WS-DIG-LEN)
            END-IF.

       CHECK-PCODE-PARA.
            MOVE WS-FLD-PCODE TO WS-DIG-FIELD.
            PERFORM CHECK-DIGITS-PARA.
            MOVE ZERO TO WS-IN-PCODE.
            IF WS-DIGITS-OK = 'Y' AND WS-DIG-LEN > ZERO
                AND WS-DIG-LEN NOT > 6
                MOVE 'Y' TO WS-PCODE-OK
                MOVE WS-DIG-NUM TO WS-IN-PCODE
            ELSE
                MOVE 'N' TO WS-PCODE-OK
            END-IF.

       CHECK-COST-PARA.
      *     POUNDS WITH AN OPTIONAL POINT AND UP TO TWO DECIMALS --
      *     "12", "12.5" AND "12.50" ARE ALL TWELVE POUNDS FIFTY OR
      *     TWELVE POUNDS. BLANK IS ALLOWED HERE; WHETHER A COST IS
      *     REQUIRED DEPENDS ON THE ACTION.
            MOVE 'Y' TO WS-COST-OK.
            MOVE ZERO TO WS-IN-COST.
            IF WS-FLD-COST NOT = SPACES
                MOVE SPACES TO WS-COST-WHOLE-X WS-COST-FRAC-X
                    WS-COST-EXTRA-X
                UNSTRING WS-FLD-COST DELIMITED BY '.'
                    INTO WS-COST-WHOLE-X WS-COST-FRAC-X
                         WS-COST-EXTRA-X
                END-UNSTRING
                MOVE WS-COST-WHOLE-X TO WS-DIG-FIELD
                PERFORM CHECK-DIGITS-PARA
                IF WS-DIGITS-OK NOT = 'Y' OR WS-DIG-LEN = ZERO
                    OR WS-DIG-LEN > 5 OR WS-COST-EXTRA-X NOT = SPACES
                    MOVE 'N' TO WS-COST-OK
                ELSE
                    MOVE WS-DIG-NUM TO WS-COST-WHOLE
                    MOVE WS-COST-FRAC-X TO WS-DIG-FIELD
                    PERFORM CHECK-DIGITS-PARA
                    IF WS-DIGITS-OK NOT = 'Y' OR WS-DIG-LEN > 2
                        MOVE 'N' TO WS-COST-OK
                    ELSE
                        IF WS-DIG-LEN = 1
                            COMPUTE WS-COST-FRAC = WS-DIG-NUM * 10
                        ELSE
                            MOVE WS-DIG-NUM TO WS-COST-FRAC
                        END-IF
                        COMPUTE WS-IN-COST =
                            WS-COST-WHOLE + (WS-COST-FRAC / 100)
                    END-IF
                END-IF
            END-IF.

       CHECK-REORDER-PARA.
            MOVE WS-FLD-REORD TO WS-DIG-FIELD.
            PERFORM CHECK-DIGITS-PARA.
            MOVE ZERO TO WS-IN-REORD.
            IF WS-DIGITS-OK = 'Y' AND WS-DIG-LEN NOT > 4
                MOVE 'Y' TO WS-REORD-OK
                MOVE WS-DIG-NUM TO WS-IN-REORD
            ELSE
                MOVE 'N' TO WS-REORD-OK
            END-IF.

       CHECK-COSTEFF-PARA.
            MOVE WS-FLD-COSTEFF TO WS-DIG-FIELD.
            PERFORM CHECK-DIGITS-PARA.
            MOVE ZERO TO WS-IN-COSTEFF.
            IF WS-DIG-LEN = ZERO
                MOVE 'Y' TO WS-COSTEFF-OK
            ELSE IF WS-DIGITS-OK = 'Y' AND WS-DIG-LEN = 8
                AND WS-FLD-COSTEFF(5:2) >= '01'
                AND WS-FLD-COSTEFF(5:2) <= '12'
                AND WS-FLD-COSTEFF(7:2) >= '01'
                AND WS-FLD-COSTEFF(7:2) <= '31'
                MOVE 'Y' TO WS-COSTEFF-OK
                MOVE WS-DIG-NUM TO WS-IN-COSTEFF
            ELSE
                MOVE 'N' TO WS-COSTEFF-OK
            END-IF END-IF.

       CHECK-DUPLICATE-PARA.
            MOVE ZERO TO WS-SEEN-HIT.
            PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                IF WS-SEEN-PCODE(WS-SEEN-IDX) = WS-IN-PCODE-X
                    MOVE WS-SEEN-IDX TO WS-SEEN-HIT
                    MOVE WS-SEEN-COUNT TO WS-SEEN-IDX
                END-IF
            END-PERFORM.
            IF WS-SEEN-HIT > ZERO
                IF WS-SEEN-FROM(WS-SEEN-HIT) = 'Q'
                    MOVE "EARLIER CHANGE STILL AWAITING APPROVAL"
                        TO WS-ERROR-TEXT
                ELSE
                    MOVE "DUPLICATE IN CATALOGUE FEED"
                        TO WS-ERROR-TEXT
                END-IF
                MOVE 'N' TO WS-RECORD-OK
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE 'N' TO WS-FOUND.
            MOVE ZERO TO WS-HIT-IDX.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
                IF WS-PR-CODE(WS-PR-IDX) = WS-IN-PCODE
                    MOVE 'Y' TO WS-FOUND
                    MOVE WS-PR-IDX TO WS-HIT-IDX
                    MOVE WS-PRODUCT-COUNT TO WS-PR-IDX
                END-IF
            END-PERFORM.

       EDIT-ADD-PARA.
            IF WS-FOUND-YES
                MOVE "PRODUCT ALREADY ON MASTER" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-DESC = SPACES
                MOVE "DESCRIPTION BLANK" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-FLD-COST = SPACES
                MOVE "UNIT COST MISSING" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-FLD-DESC TO WS-IN-PDESC
                IF WS-FLD-SERIAL = 'Y'
                    MOVE 'Y' TO WS-IN-SERIAL
                ELSE
                    MOVE 'N' TO WS-IN-SERIAL
                END-IF
                MOVE WS-FLD-CATEGORY TO WS-IN-CATEGORY
                MOVE ZERO TO WS-IN-COSTEFF
                MOVE 'ADD   ' TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-BEFORE-NAME
                MOVE SPACE TO WS-BEFORE-STAT
                MOVE 'A' TO WS-AFTER-STAT
            END-IF END-IF END-IF.

       EDIT-CHANGE-PARA.
      *     RESOLVE BLANK-KEEPS-CURRENT AGAINST THE MASTER, AS
      *     REFDATAMAINT DOES, SO THE CHECKER SEES EXACTLY WHAT WOULD
      *     BE APPLIED. A CHANGED COST CARRIES ITS EFFECTIVE DATE
      *     (BLANK MEANS THE NEXT NIGHTLY RUN) FOR COSTAPPLY.
            IF NOT WS-FOUND-YES
                MOVE "PRODUCT NOT ON MASTER" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PR-STAT(WS-HIT-IDX) = 'I'
                MOVE "PRODUCT IS INACTIVE" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-BEFORE-NAME
                MOVE WS-PR-STAT(WS-HIT-IDX) TO WS-BEFORE-STAT
                MOVE WS-PR-STAT(WS-HIT-IDX) TO WS-AFTER-STAT
                IF WS-FLD-DESC = SPACES
                    MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-IN-PDESC
                ELSE
                    MOVE WS-FLD-DESC TO WS-IN-PDESC
                END-IF
                IF WS-FLD-COST = SPACES
                    MOVE WS-PR-COST(WS-HIT-IDX) TO WS-IN-COST
                END-IF
                IF WS-FLD-REORD = SPACES
                    MOVE WS-PR-REORD(WS-HIT-IDX) TO WS-IN-REORD
                END-IF
                IF WS-FLD-SERIAL = SPACES
                    MOVE WS-PR-SERIAL(WS-HIT-IDX) TO WS-IN-SERIAL
                ELSE
                    MOVE WS-FLD-SERIAL(1:1) TO WS-IN-SERIAL
                END-IF
                IF WS-FLD-CATEGORY = SPACES
                    MOVE WS-PR-CATEGORY(WS-HIT-IDX) TO WS-IN-CATEGORY
                ELSE
                    MOVE WS-FLD-CATEGORY TO WS-IN-CATEGORY
                END-IF
                IF WS-IN-COST = WS-PR-COST(WS-HIT-IDX)
                    MOVE ZERO TO WS-IN-COSTEFF
                END-IF
                IF WS-IN-PDESC = WS-PR-DESC(WS-HIT-IDX)
                    AND WS-IN-COST = WS-PR-COST(WS-HIT-IDX)
                    AND WS-IN-REORD = WS-PR-REORD(WS-HIT-IDX)
                    AND WS-IN-SERIAL = WS-PR-SERIAL(WS-HIT-IDX)
                    AND WS-IN-CATEGORY = WS-PR-CATEGORY(WS-HIT-IDX)
                    MOVE "NO CHANGE TO THE MASTER" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    MOVE 'CHANGE' TO WS-AUDIT-ACTION
                END-IF
            END-IF END-IF.

       EDIT-DEACT-PARA.
            IF NOT WS-FOUND-YES
                MOVE "PRODUCT NOT ON MASTER" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PR-STAT(WS-HIT-IDX) = 'I'
                MOVE "PRODUCT IS ALREADY INACTIVE" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-BAL-OPEN NOT = 'Y'
                MOVE "BALANCE MASTER UNAVAILABLE - NOT CHECKED"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                PERFORM SUM-ON-HAND-PARA
                IF WS-ON-HAND > ZERO
                    MOVE SPACES TO WS-ERROR-TEXT
                    STRING "STILL ON HAND AT BRANCHES - "
                        DELIMITED BY SIZE
                        WS-ON-HAND DELIMITED BY SIZE
                        INTO WS-ERROR-TEXT
                    END-STRING
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-BEFORE-NAME
                    MOVE WS-PR-STAT(WS-HIT-IDX) TO WS-BEFORE-STAT
                    MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-IN-PDESC
                    MOVE WS-PR-SERIAL(WS-HIT-IDX) TO WS-IN-SERIAL
                    MOVE WS-PR-CATEGORY(WS-HIT-IDX)
                        TO WS-IN-CATEGORY
                    MOVE ZERO TO WS-IN-REORD
                    MOVE ZERO TO WS-IN-COST
                    MOVE ZERO TO WS-IN-COSTEFF
                    MOVE 'DEACT ' TO WS-AUDIT-ACTION
                    MOVE 'I' TO WS-AFTER-STAT
                END-IF
            END-IF END-IF END-IF.

       SUM-ON-HAND-PARA.
      *     WALK THE MASTER'S ALTERNATE PRODUCT-CODE INDEX -- ONE
      *     KEYED START, THEN READ NEXT UNTIL THE PRODUCT CHANGES --
      *     AND TOTAL WHAT EVERY BRANCH STILL HOLDS.
            MOVE ZERO TO WS-ON-HAND.
            MOVE 'N' TO WS-BAL-EOF.
            MOVE WS-IN-PCODE TO BAL-PCODE.
            START BALMASTER KEY IS EQUAL TO BAL-PCODE
                INVALID KEY MOVE 'Y' TO WS-BAL-EOF
            END-START.
            PERFORM UNTIL WS-BAL-EOF = 'Y'
                READ BALMASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BAL-EOF
                    NOT AT END
                        IF BAL-PCODE NOT = WS-IN-PCODE
                            MOVE 'Y' TO WS-BAL-EOF
                        ELSE
                            ADD BAL-QUANTITY TO WS-ON-HAND
                        END-IF
                END-READ
            END-PERFORM.

       STAGE-LINE-PARA.
      *     DUAL CONTROL -- THE LINE GOES TO THE PENDING QUEUE FOR A
      *     SIGNED-ON CHECKER TO APPLY OR REFUSE THROUGH REFAPPROVE;
      *     THE MASTER ITSELF IS NOT TOUCHED HERE.
            MOVE 'P' TO PND-TYPE.
            MOVE WS-AUDIT-ACTION TO PND-ACTION.
            MOVE WS-IN-PCODE TO PND-KEY.
            MOVE WS-IN-PDESC TO PND-NAME.
            MOVE ZERO TO PND-REGION.
            MOVE WS-IN-REORD TO PND-REORDER.
            MOVE WS-IN-COST TO PND-COST.
            MOVE WS-RUN-USER TO PND-MAKER.
            ACCEPT PND-DATE FROM DATE YYYYMMDD.
            ACCEPT PND-TIME FROM TIME.
            MOVE SPACES TO PND-ADDR1.
            MOVE SPACES TO PND-ADDR2.
            MOVE SPACES TO PND-ADDR3.
            MOVE WS-IN-COSTEFF TO PND-COSTEFF.
            MOVE WS-IN-SERIAL TO PND-SERIAL.
            MOVE WS-IN-CATEGORY TO PND-CATEGORY.
            WRITE PENDING-REC.
            ADD 1 TO WS-STAGED-COUNT.
            IF WS-SEEN-COUNT < 500
                ADD 1 TO WS-SEEN-COUNT
                MOVE PND-KEY TO WS-SEEN-PCODE(WS-SEEN-COUNT)
                MOVE 'F' TO WS-SEEN-FROM(WS-SEEN-COUNT)
            END-IF.
            PERFORM LOG-AUDIT-PARA.
            MOVE "ACCEPTED - PENDING APPROVAL" TO WS-RD-OUTCOME.
            MOVE SPACES TO WS-RD-REASON.
            PERFORM WRITE-RESPONSE-LINE-PARA.

       LOG-AUDIT-PARA.
      *     SAME SHAPE AS THE REFDATAMAINT 'PEND' RECORD -- THE ENTRY
      *     CODE IN AUD-ENTRY-CODE, DESCRIPTION AT THE X(10) NAME
      *     WIDTH, STATUS IN THE BEFORE/AFTER SALARY FIELDS.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-RUN-USER TO AUD-USER-ID.
            MOVE "CATFEEDLOAD" TO AUD-PROGRAM.
            MOVE 'PEND  ' TO AUD-ACTION.
            MOVE SPACES TO AUD-EMP-NO.
            MOVE PND-KEY TO AUD-ENTRY-CODE.
            MOVE WS-BEFORE-NAME TO AUD-BEFORE-NAME.
            MOVE WS-BEFORE-STAT TO AUD-BEFORE-SAL.
            MOVE WS-IN-PDESC TO AUD-AFTER-NAME.
            MOVE WS-AFTER-STAT TO AUD-AFTER-SAL.
            WRITE AUD-REC.

       REJECT-LINE-PARA.
            MOVE FEED-LINE TO REJ-LINE.
            MOVE " - " TO REJ-SEP.
            MOVE WS-ERROR-TEXT TO REJ-REASON.
            WRITE REJECT-REC.
            ADD 1 TO WS-REJECT-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "FEED REJECT - LINE " WS-LINE-NO " "
                WS-ERROR-TEXT.
            MOVE "REJECTED" TO WS-RD-OUTCOME.
            MOVE WS-ERROR-TEXT TO WS-RD-REASON.
            PERFORM WRITE-RESPONSE-LINE-PARA.

       WRITE-RESPONSE-HEAD-PARA.
            MOVE SPACES TO RESPONSE-LINE.
            STRING "CATALOGUE FEED RESPONSE - RUN " DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO RESPONSE-LINE
            END-STRING.
            WRITE RESPONSE-LINE.
            MOVE " LINE  ACTION CODE    OUTCOME" TO RESPONSE-LINE.
            WRITE RESPONSE-LINE.

       WRITE-RESPONSE-LINE-PARA.
      *     ONE LINE BACK TO THE CATALOGUE TEAM FOR EVERY DATA LINE
      *     THEY SENT, NUMBERED FROM THE FIRST LINE UNDER THE HEADER.
            MOVE WS-LINE-NO TO WS-RD-LINE-NO.
            EVALUATE WS-IN-ACTION
                WHEN 'A'
                    MOVE 'ADD   ' TO WS-RD-ACTION
                WHEN 'C'
                    MOVE 'CHANGE' TO WS-RD-ACTION
                WHEN 'D'
                    MOVE 'DEACT ' TO WS-RD-ACTION
                WHEN OTHER
                    MOVE WS-FLD-ACTION TO WS-RD-ACTION
            END-EVALUATE.
            MOVE WS-FLD-PCODE TO WS-RD-PCODE.
            MOVE WS-RESPONSE-DETAIL TO RESPONSE-LINE.
            WRITE RESPONSE-LINE.

       WRITE-RESPONSE-TOTAL-PARA.
            MOVE SPACES TO RESPONSE-LINE.
            STRING 'LINES READ ' DELIMITED BY SIZE
                WS-READ-COUNT DELIMITED BY SIZE
                ' ACCEPTED - PENDING APPROVAL ' DELIMITED BY SIZE
                WS-STAGED-COUNT DELIMITED BY SIZE
                ' REJECTED ' DELIMITED BY SIZE
                WS-REJECT-COUNT DELIMITED BY SIZE
                INTO RESPONSE-LINE
            END-STRING.
            WRITE RESPONSE-LINE.
            DISPLAY WS-STAGED-COUNT " STAGED FOR APPROVAL, "
                WS-REJECT-COUNT " REJECTED".

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\CatalogueFeed.csv'
                TO WS-FEED-FILE-PATH
            ACCEPT WS-FEED-FILE-PATH FROM ENVIRONMENT 'CATALOGUE_FEED'
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
            MOVE 'D:\cOBOLTRAINING\PendingChanges.txt'
                TO WS-PENDING-PATH
            ACCEPT WS-PENDING-PATH FROM ENVIRONMENT 'PENDING_CHANGES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CatalogueFeedRejects.txt'
                TO WS-REJECT-FILE-PATH
            ACCEPT WS-REJECT-FILE-PATH
                FROM ENVIRONMENT 'CATALOGUE_REJECTS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CatalogueResponse.txt'
                TO WS-RESPONSE-FILE-PATH
            ACCEPT WS-RESPONSE-FILE-PATH
                FROM ENVIRONMENT 'CATALOGUE_RESPONSE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AuditTrail.txt'
                TO WS-AUDIT-FILE-PATH
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT 'AUDIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CATFEEDLOAD.
