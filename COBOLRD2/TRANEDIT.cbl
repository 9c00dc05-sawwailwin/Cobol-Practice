      *                the authority limits widen to match. Feeds
      *                built at the old width must go through
      *                QTYCONV before this edit reads them.
      * 10/15/2026 SWL Product supersession: a record keyed on a code
      *                that Supersession.txt says has been replaced
      *                (effective on or before the business date) is
      *                redirected to the live replacement code,
      *                following the chain through the shared
      *                SUPERSEDE lookup, before the product is
      *                validated -- so branches still keying the old
      *                code are no longer rejected. Every redirect is
      *                noted on the edit report. The sequence and
      *                duplicate checks still see the record as keyed.
      * 10/15/2026 SWL Lot expiry: the shared TDYTRAN layout grows to
      *                35 bytes -- the unit code now sits in the
      *                record itself (columns 26-27) and an expiry
      *                date YYYYMMDD follows in 28-35. A receipt
      *                (option 2) carrying a lot must have a blank,
      *                zero or valid-looking expiry date or it is
      *                rejected BAD EXPIRY DATE; a blank date is
      *                written as zero (no expiry). An expiry date on
      *                a receipt with no lot has nothing to attach to
      *                and is dropped with a note on the edit report,
      *                and on any other option it is simply cleared.
      *                The raw feed buffer widens to match.
      * 10/15/2026 SWL Option 0 is a reversal: the quantity field
      *                carries the reference of the posted movement
      *                being backed out and the expiry field its
      *                business date (zero = latest movement under
      *                that reference). The option check now admits
      *                0 (a zero reference is refused); a reversal is
      *                never redirected to a superseding product (it
      *                must name the code the movement was posted
      *                under), is refused if it carries a unit code,
      *                keeps its date instead of having it cleared,
      *                and has no authority limit -- the
      *                size of the correction is the size of the
      *                original, which was already authorised.
      * 10/15/2026 SWL Accounting-period posting lock: the business
      *                date is checked against the period master
      *                through the shared PERIODCHK lookup before the
      *                feed is edited. When it falls in a period
      *                finance has closed, every clean record is
      *                listed on the edit report with the date in the
      *                open period the roll-forward will route it to
      *                (RETURN-CODE 4); when no later period is open
      *                the feed is unfit (RETURN-CODE 8) and a
      *                critical alert is raised. A closing period is
      *                noted on the report.
      * 10/15/2026 SWL Product code widened to six digits: the TDYTRAN
      *                record grows to 39 bytes (expiry now in columns
      *                32-39) and every buffer widens to match, the
      *                edit report line to 100 columns. During
      *                the transition a code of 99 or less is a
      *                retired code; it is mapped to its new code
      *                through the shared PCODEXREF cross-reference
      *                (ahead of the supersession redirect) and noted
      *                on the edit report. Once PCODE_XREF_END has
      *                passed, or for a code not on the
      *                cross-reference, the record is rejected. The
      *                sequence and duplicate checks still see the
      *                record as keyed.
      * 10/15/2026 SWL Every dropped record is now also written, as
      *                keyed and with its reason, to EditRejects.txt
      *                (rewritten each run) so the nightly per-branch
      *                exception pack (BRANCHEXC) can send each branch
      *                back its own rejects.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HLD-STATUS.
           SELECT EDIT-REJECTS ASSIGN TO DYNAMIC WS-EDIT-REJECTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDYTRANSAICTION.
      * RAW FEED BUFFER -- WIDE ENOUGH FOR THE 'HDR'/'TRL' CONTROL
      * RECORDS AS WELL AS THE 39-BYTE TDYTRAN DATA RECORD, WHICH IS
      * PARSED OUT IN WORKING-STORAGE.
       01 TDY-INPUT-REC PIC X(39).

       FD CLEAN-FILE.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY CLEAN-REC
                                   TDN-QTY-NAME BY CLN-QTY
                                   TDN-TOBR-NAME BY CLN-TOBR
                                   TDN-REASON-NAME BY CLN-REASON
                                   TDN-LOT-NAME BY CLN-LOT
                                   TDN-UNIT-NAME BY CLN-UNIT
                                   TDN-EXPIRY-NAME BY CLN-EXPIRY.

       FD EDIT-REPORT.
       01 EDIT-REPORT-LINE PIC X(100).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                   TDN-QTY-NAME BY HLD-QTY
                                   TDN-TOBR-NAME BY HLD-TOBR
                                   TDN-REASON-NAME BY HLD-REASON
                                   TDN-LOT-NAME BY HLD-LOT
                                   TDN-UNIT-NAME BY HLD-UNIT
                                   TDN-EXPIRY-NAME BY HLD-EXPIRY.

      * EVERY DROPPED RECORD AS KEYED WITH ITS REASON, ONE PER LINE,
      * SO THE REJECTS CAN BE SPLIT BACK OUT TO THE SENDING BRANCH.
       FD EDIT-REJECTS.
       01 EDIT-REJECT-REC.
           05 ERJ-TRAN PIC X(39).
           05 ERJ-REASON PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-REC PIC X(39).
       01 WS-INPUT-HDR REDEFINES WS-INPUT-REC.
           05 WS-IH-TAG PIC X(3).
           05 WS-IH-DATE PIC 9(8).
           05 FILLER PIC X(28).
       01 WS-INPUT-TRL REDEFINES WS-INPUT-REC.
           05 WS-IT-TAG PIC X(3).
           05 WS-IT-COUNT PIC 9(7).
           05 WS-IT-HASH PIC 9(9).
           05 FILLER PIC X(20).
           COPY TDYTRAN REPLACING TDN-REC-NAME BY WS-TDYTRANSACTION
                                   TDN-BCODE-NAME BY WS-TDY-BRANCH-CODE
                                   TDN-PCODE-NAME
                                   TDN-QTY-NAME BY WS-TDY-QUANTITY
                                   TDN-TOBR-NAME BY WS-TDY-TO-BRANCH
                                   TDN-REASON-NAME BY WS-TDY-REASON
                                   TDN-LOT-NAME BY WS-TDY-LOT
                                   TDN-UNIT-NAME BY WS-TDY-FEED-UNIT
                                   TDN-EXPIRY-NAME BY WS-TDY-EXPIRY.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-PRIOR-REC PIC X(39) VALUE LOW-VALUES.
       01 WS-PRIOR-KEY.
           05 WS-PRIOR-BCODE PIC 9(3) VALUE ZERO.
           05 WS-PRIOR-PCODE PIC 9(6) VALUE ZERO.
       01 WS-THIS-KEY.
           05 WS-THIS-BCODE PIC 9(3).
           05 WS-THIS-PCODE PIC 9(6).
       01 WS-KEYED-REC PIC X(39).
       01 WS-EXPIRY-CHECK PIC 9(8).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-CHECK.
           05 WS-EXP-YYYY PIC 9(4).
           05 WS-EXP-MM PIC 9(2).
           05 WS-EXP-DD PIC 9(2).
       01 WS-ERROR-TEXT PIC X(40).
       01 WS-RECORD-OK PIC X(1).
           88 WS-RECORD-GOOD VALUE 'Y'.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-UOM-MASTER-PATH PIC X(60).
       01 WS-UOM-TABLE.
           05 WS-UOM-ENTRY OCCURS 200 TIMES.
               10 WS-UOM-PCODE PIC 9(6).
               10 WS-UOM-UNIT PIC X(2).
               10 WS-UOM-FACTOR PIC 9(5).
       01 WS-UOM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HLD-STATUS PIC X(2).
       01 WS-LIMITS-PATH PIC X(60).
       01 WS-HELD-PATH PIC X(60).
       01 WS-EDIT-REJECTS-PATH PIC X(60).
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-T PIC 9(7) OCCURS 9 TIMES.
       01 WS-LIM-IDX PIC 9(2).
       01 WS-NOSTOCK-TABLE.
           05 WS-NOSTOCK-ENTRY OCCURS 2000 TIMES.
               10 WS-NS-BCODE PIC 9(3).
               10 WS-NS-PCODE PIC 9(6).
       01 WS-NOSTOCK-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-NOSTOCK-COUNT PIC 9(4) VALUE 2000.
       01 WS-NS-IDX PIC 9(4).
       01 WS-NOSTOCK-HIT PIC X(1).
       01 WS-SPFMST-EOF PIC A(1) VALUE 'N'.

      * PRODUCT SUPERSESSION -- A RECORD ON A REPLACED CODE IS MOVED
      * TO THE LIVE REPLACEMENT BEFORE THE PRODUCT CHECK, THROUGH THE
      * SHARED SUPERSEDE LOOKUP.
       01 WS-SUPERSEDE-REQUEST.
           05 WS-SUP-DATE PIC 9(8).
           05 WS-SUP-PCODE PIC 9(6).
           05 WS-SUP-NEW-PCODE PIC 9(6).
           05 WS-SUP-RESULT PIC X(1).
       01 WS-REDIRECT-COUNT PIC 9(7) VALUE ZERO.

      * OLD-TO-NEW PRODUCT CODE MAPPING DURING THE TRANSITION TO
      * SIX-DIGIT CODES, THROUGH THE SHARED PCODEXREF LOOKUP.
       01 WS-PCODE-XREF.
           05 WS-PXR-DATE PIC 9(8).
           05 WS-PXR-PCODE PIC 9(6).
           05 WS-PXR-NEW-PCODE PIC 9(6).
           05 WS-PXR-RESULT PIC X(1).
       01 WS-OLDCODE-COUNT PIC 9(7) VALUE ZERO.

      * POSTING-PERIOD CHECK PASSED TO THE SHARED PERIODCHK LOOKUP --
      * THE SAME ANSWER THE ROLL-FORWARD WILL GET FOR THIS DATE.
       01 WS-PERIOD-CHECK.
           05 WS-PC-DATE PIC 9(8).
           05 WS-PC-PERIOD-ID PIC 9(6).
           05 WS-PC-STATUS PIC X(1).
           05 WS-PC-POST-DATE PIC 9(8).
           05 WS-PC-OPEN-ID PIC 9(6).
           05 WS-PC-RESULT PIC X(1).
       01 WS-ROUTED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-RSN-STATUS PIC X(2).
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
            OPEN INPUT TDYTRANSAICTION.
            OPEN OUTPUT CLEAN-FILE.
            OPEN OUTPUT EDIT-REPORT.
            OPEN OUTPUT EDIT-REJECTS.
            OPEN EXTEND HELD-FILE.
            IF WS-HLD-STATUS NOT = '00'
                OPEN OUTPUT HELD-FILE
            END-IF.
            MOVE "TRANSACTION FEED EDIT REPORT" TO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            PERFORM CHECK-PERIOD-PARA.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TDYTRANSAICTION INTO WS-INPUT-REC
                    AT END MOVE 'Y' TO WS-EOF
            END-PERFORM.
            PERFORM CHECK-CONTROLS-PARA.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE TDYTRANSAICTION CLEAN-FILE EDIT-REPORT HELD-FILE
                EDIT-REJECTS.
            IF WS-RETURN-CODE < 8
      *         ONLY A FIT FEED MARKS THE PRE-EDIT COMPLETE -- AN
      *         UNFIT FEED MUST BE ALLOWED TO RE-EDIT AFTER THE
                    MOVE WS-IT-HASH TO WS-TRL-HASH
                END-IF
            ELSE
                MOVE WS-INPUT-REC(1:39) TO WS-TDYTRANSACTION
                MOVE WS-TDY-FEED-UNIT TO WS-TDY-UNIT
                MOVE SPACES TO WS-TDY-FEED-UNIT
                IF WS-INPUT-REC(32:8) = SPACES
                    MOVE ZERO TO WS-TDY-EXPIRY
                END-IF
                ADD 1 TO WS-DATA-COUNT
                IF WS-TDY-QUANTITY IS NUMERIC
                    ADD WS-TDY-QUANTITY TO WS-QTY-HASH
                PERFORM EDIT-ONE-PARA
            END-IF END-IF.

       CHECK-PERIOD-PARA.
      *     A BUSINESS DATE IN A CLOSED PERIOD CANNOT POST AS DATED --
      *     THE ROLL-FORWARD ROUTES IT TO THE OPEN PERIOD, AND THE
      *     EDIT REPORT SHOWS WHERE EACH RECORD WILL LAND. WITH NO
      *     OPEN PERIOD TO ROUTE TO THE ROLL-FORWARD WOULD REFUSE THE
      *     RUN, SO THE FEED IS MARKED UNFIT HERE.
            MOVE WS-RUN-DATE TO WS-PC-DATE.
            CALL 'PERIODCHK' USING WS-PERIOD-CHECK.
            MOVE SPACES TO EDIT-REPORT-LINE.
            IF WS-PC-RESULT = '1'
                STRING 'DATE ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' IN CLOSED PERIOD ' DELIMITED BY SIZE
                    WS-PC-PERIOD-ID DELIMITED BY SIZE
                    ' - ROUTED TO ' DELIMITED BY SIZE
                    WS-PC-POST-DATE DELIMITED BY SIZE
                    ' PERIOD ' DELIMITED BY SIZE
                    WS-PC-OPEN-ID DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE IF WS-PC-RESULT = '8'
                STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' IS IN CLOSED PERIOD ' DELIMITED BY SIZE
                    WS-PC-PERIOD-ID DELIMITED BY SIZE
                    ' - NO OPEN PERIOD - FEED UNFIT'
                    DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'C' TO WS-ALERT-SEVERITY
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    ' IN CLOSED PERIOD - NO OPEN PERIOD'
                    DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                END-STRING
                CALL 'ALERTLOG' USING WS-ALERT
            ELSE IF WS-PC-RESULT = '2'
                STRING 'NO ACCOUNTING PERIOD COVERS ' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
            ELSE IF WS-PC-RESULT = '0' AND WS-PC-STATUS = 'G'
                STRING 'PERIOD ' DELIMITED BY SIZE
                    WS-PC-PERIOD-ID DELIMITED BY SIZE
                    ' IS CLOSING - POSTINGS WILL BE LISTED'
                    DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
            END-IF END-IF END-IF END-IF.
            IF EDIT-REPORT-LINE NOT = SPACES
                WRITE EDIT-REPORT-LINE
                DISPLAY EDIT-REPORT-LINE
            END-IF.

       NOTE-ROUTED-PARA.
            ADD 1 TO WS-ROUTED-COUNT.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING WS-TDYTRANSACTION DELIMITED BY SIZE
                '  CLOSED PERIOD - POSTS ON ' DELIMITED BY SIZE
                WS-PC-POST-DATE DELIMITED BY SIZE
                INTO EDIT-REPORT-LINE
            END-STRING.
            WRITE EDIT-REPORT-LINE.

       CHECK-CONTROLS-PARA.
      *     A FEED WITHOUT ITS HEADER AND TRAILER, OR WHOSE TRAILER
      *     COUNT/HASH DOES NOT MATCH WHAT WAS ACTUALLY READ, IS A
            END-IF.

       EDIT-ONE-PARA.
            MOVE WS-TDYTRANSACTION TO WS-KEYED-REC.
            MOVE 'Y' TO WS-RECORD-OK.
            MOVE SPACES TO WS-ERROR-TEXT.
            IF WS-TDY-BRANCH-CODE NOT NUMERIC OR
            END-IF.
            IF WS-RECORD-GOOD
      *         THE DUPLICATE CHECK MUST SEE THE RECORD AS KEYED, SO
      *         THE PRIOR-RECORD IMAGE IS SAVED FROM BEFORE ANY
      *         SUPERSESSION REDIRECT OR CONVERSION OUT OF THE
      *         SENDER'S UNIT.
                MOVE WS-KEYED-REC TO WS-PRIOR-REC
                PERFORM CONVERT-UOM-PARA
            END-IF.
            MOVE 'N' TO WS-RECORD-HELD.
                    MOVE WS-TDYTRANSACTION TO CLEAN-REC
                    WRITE CLEAN-REC
                    ADD 1 TO WS-CLEAN-COUNT
                    IF WS-PC-RESULT = '1'
                        PERFORM NOTE-ROUTED-PARA
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-DROP-COUNT
            END-IF.

       CHECK-CONTENT-PARA.
      *     EVERY OPTION DIGIT IS NOW IN USE; 0 IS THE REVERSAL AND
      *     MUST NAME THE REFERENCE IT BACKS OUT.
            IF WS-TDY-OPTION = 0 AND WS-TDY-QUANTITY = ZERO
                MOVE "REVERSAL WITHOUT A REFERENCE" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-TDY-BRANCH-CODE TO WS-CHECK-BCODE
                    MOVE "UNKNOWN BRANCH CODE" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    PERFORM MAP-OLD-PCODE-PARA
                END-IF
            END-IF.
            IF WS-RECORD-GOOD
                IF WS-TDY-OPTION NOT = 0
                    PERFORM REDIRECT-SUPERSEDED-PARA
                END-IF
                PERFORM VALIDATE-PRODUCT-CODE
                IF NOT WS-PRODUCT-VALID
                    MOVE "UNKNOWN PRODUCT CODE" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    PERFORM CHECK-OPTION-EXTRAS-PARA
                END-IF
            END-IF.

       MAP-OLD-PCODE-PARA.
      *     A TWO-DIGIT CODE (99 OR LESS) IS A RETIRED CODE STILL KEYED
      *     BY A BRANCH DURING THE TRANSITION. IT IS MAPPED TO ITS NEW
      *     CODE THROUGH THE SHARED CROSS-REFERENCE BEFORE SUPERSESSION
      *     IS FOLLOWED (A REVERSAL TOO -- THE MOVEMENT IT BACKS OUT WAS
      *     RE-KEYED AT CUTOVER) AND THE MAPPING NOTED ON THE REPORT.
      *     AFTER THE TRANSITION ENDS, OR FOR A CODE NOT ON THE
      *     CROSS-REFERENCE, THE RECORD IS REJECTED.
            MOVE WS-RUN-DATE TO WS-PXR-DATE.
            MOVE WS-TDY-PRODUCT-CODE TO WS-PXR-PCODE.
            CALL 'PCODEXREF' USING WS-PCODE-XREF.
            IF WS-PXR-RESULT = '1'
                MOVE WS-PXR-NEW-PCODE TO WS-TDY-PRODUCT-CODE
                ADD 1 TO WS-OLDCODE-COUNT
                MOVE SPACES TO EDIT-REPORT-LINE
                STRING WS-KEYED-REC DELIMITED BY SIZE
                    '  OLD PRODUCT CODE - MAPPED TO PRODUCT '
                    DELIMITED BY SIZE
                    WS-PXR-NEW-PCODE DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                WRITE EDIT-REPORT-LINE
            ELSE IF WS-PXR-RESULT = '7'
                MOVE "OLD PRODUCT CODE - TRANSITION ENDED"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PXR-RESULT = '8'
                MOVE "OLD PRODUCT CODE NOT ON CROSS-REFERENCE"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE IF WS-PXR-RESULT = '9'
                MOVE "OLD PRODUCT CODE - NO CROSS-REFERENCE"
                    TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            END-IF END-IF END-IF END-IF.

       REDIRECT-SUPERSEDED-PARA.
      *     A CODE REPLACED ON OR BEFORE THE BUSINESS DATE IS MOVED TO
      *     ITS LIVE REPLACEMENT AND THE MOVE NOTED ON THE REPORT. A
      *     LOOPING CHAIN LEAVES THE CODE AS KEYED, AND THE PRODUCT
      *     CHECK THEN REJECTS IT IF THE OLD CODE IS INACTIVE.
            MOVE WS-RUN-DATE TO WS-SUP-DATE.
            MOVE WS-TDY-PRODUCT-CODE TO WS-SUP-PCODE.
            CALL 'SUPERSEDE' USING WS-SUPERSEDE-REQUEST.
            IF WS-SUP-RESULT = '1'
                MOVE WS-SUP-NEW-PCODE TO WS-TDY-PRODUCT-CODE
                ADD 1 TO WS-REDIRECT-COUNT
                MOVE SPACES TO EDIT-REPORT-LINE
                STRING WS-KEYED-REC DELIMITED BY SIZE
                    '  SUPERSEDED - REDIRECTED TO PRODUCT '
                    DELIMITED BY SIZE
                    WS-SUP-NEW-PCODE DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                WRITE EDIT-REPORT-LINE
            END-IF.

       CHECK-OPTION-EXTRAS-PARA.
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
            END-IF.
            IF WS-RECORD-GOOD
                PERFORM CHECK-EXPIRY-PARA
            END-IF.

       CHECK-EXPIRY-PARA.
      *     ONLY A LOT RECEIPT CAN CARRY AN EXPIRY -- IT IS STAMPED ON
      *     THE LOT BALANCE AND DRIVES FIRST-EXPIRY-FIRST-OUT ISSUING.
      *     THE DATE IS CHECKED FOR SHAPE ONLY (MONTH 01-12, DAY
      *     01-31); ZERO MEANS THE LOT DOES NOT EXPIRE. A REVERSAL
      *     USES THE SAME FIELD FOR THE DATE OF THE MOVEMENT IT
      *     BACKS OUT, CHECKED THE SAME WAY.
            IF (WS-TDY-OPTION = 2 AND WS-TDY-LOT NOT = SPACES) OR
                WS-TDY-OPTION = 0
                IF WS-TDY-EXPIRY NOT NUMERIC
                    MOVE "BAD EXPIRY DATE" TO WS-ERROR-TEXT
                    MOVE 'N' TO WS-RECORD-OK
                ELSE
                    IF WS-TDY-EXPIRY NOT = ZERO
                        MOVE WS-TDY-EXPIRY TO WS-EXPIRY-CHECK
                        IF WS-EXP-MM < 1 OR WS-EXP-MM > 12 OR
                            WS-EXP-DD < 1 OR WS-EXP-DD > 31
                            MOVE "BAD EXPIRY DATE" TO WS-ERROR-TEXT
                            MOVE 'N' TO WS-RECORD-OK
                        END-IF
                    END-IF
                END-IF
            ELSE
                IF WS-TDY-OPTION = 2 AND
                    WS-TDY-EXPIRY NOT = ZERO
                    MOVE SPACES TO EDIT-REPORT-LINE
                    STRING WS-KEYED-REC DELIMITED BY SIZE
                        '  EXPIRY IGNORED - NO LOT'
                        DELIMITED BY SIZE
                        INTO EDIT-REPORT-LINE
                    END-STRING
                    WRITE EDIT-REPORT-LINE
                END-IF
                MOVE ZERO TO WS-TDY-EXPIRY
            END-IF.

       CHECK-AUTHORITY-PARA.
      *     THE QUANTITY IS ALREADY IN EACHES HERE -- THE LIMIT
      *     QUANTITY MUST STILL FIT THE TDYTRAN FIELD.
            IF WS-TDY-UNIT = SPACES OR WS-TDY-UNIT = 'EA'
                CONTINUE
            ELSE IF WS-TDY-OPTION = 0
                MOVE "UNIT CODE ON A REVERSAL" TO WS-ERROR-TEXT
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE ZERO TO WS-UOM-HIT
                PERFORM VARYING WS-UOM-IDX FROM 1 BY 1
                        ADD 1 TO WS-CONVERT-COUNT
                    END-IF
                END-IF
            END-IF END-IF.

       WRITE-ERROR-PARA.
            DISPLAY "EDIT REJECT - " WS-ERROR-TEXT " "
                INTO EDIT-REPORT-LINE
            END-STRING.
            WRITE EDIT-REPORT-LINE.
            MOVE WS-KEYED-REC TO ERJ-TRAN.
            MOVE WS-ERROR-TEXT TO ERJ-REASON.
            WRITE EDIT-REJECT-REC.

       WRITE-TOTALS-PARA.
            MOVE SPACES TO EDIT-REPORT-LINE.
            END-STRING.
            WRITE EDIT-REPORT-LINE.
            DISPLAY EDIT-REPORT-LINE.
            IF WS-REDIRECT-COUNT > ZERO
                MOVE SPACES TO EDIT-REPORT-LINE
                STRING 'REDIRECTED TO SUPERSEDING PRODUCT '
                    DELIMITED BY SIZE
                    WS-REDIRECT-COUNT DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                WRITE EDIT-REPORT-LINE
                DISPLAY EDIT-REPORT-LINE
            END-IF.
            IF WS-OLDCODE-COUNT > ZERO
                MOVE SPACES TO EDIT-REPORT-LINE
                STRING 'OLD PRODUCT CODES MAPPED ' DELIMITED BY SIZE
                    WS-OLDCODE-COUNT DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                WRITE EDIT-REPORT-LINE
                DISPLAY EDIT-REPORT-LINE
            END-IF.
            IF WS-ROUTED-COUNT > ZERO
                MOVE SPACES TO EDIT-REPORT-LINE
                STRING 'ROUTED OUT OF CLOSED PERIOD ' DELIMITED BY SIZE
                    WS-ROUTED-COUNT DELIMITED BY SIZE
                    INTO EDIT-REPORT-LINE
                END-STRING
                WRITE EDIT-REPORT-LINE
                DISPLAY EDIT-REPORT-LINE
            END-IF.
            IF WS-SEQERR-COUNT > ZERO
                MOVE "FEED UNFIT - ROLL-FORWARD MUST NOT RUN"
                    TO EDIT-REPORT-LINE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EditRejects.txt'
                TO WS-EDIT-REJECTS-PATH
            ACCEPT WS-EDIT-REJECTS-PATH FROM ENVIRONMENT 'EDIT_REJECTS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM TRANEDIT.
