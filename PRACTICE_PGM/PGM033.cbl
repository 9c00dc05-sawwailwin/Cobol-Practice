      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- ad-hoc extract and report
      *                generator driven by the data dictionary, so a
      *                one-off question about the balance master, the
      *                history, the open POs or the employee master is
      *                a handful of request cards instead of another
      *                one-off program. AdhocRequest.txt carries one
      *                card per line, keyword in column 1 ('*' in
      *                column 1 is a comment):
      *                  FILE path [INDEXED]  the file to read; INDEXED
      *                                 for the keyed balance master
      *                                 (layout BRPRDQTY), history
      *                                 (BALHISTX), movement detail
      *                                 (MOVEDTL) or employee master
      *                                 (EMPREC), read in key order
      *                  LAYOUT member  the COPYLIB layout describing
      *                                 it, as DICTBUILD listed it
      *                  TITLE text     the report heading
      *                  SELECT field EQ value
      *                  SELECT field RANGE low high
      *                  SELECT field LIST value value ...
      *                                 every SELECT must hold; a
      *                                 numeric field compares by
      *                                 value (-12.5 matches 00001250-
      *                                 style storage), a character
      *                                 field by its text
      *                  SHOW field field ...  the columns, in order
      *                                 (every field when no SHOW)
      *                  SORT field [A|D]  up to five, major first
      *                  BREAK field    subtotal on each change (made
      *                                 the major sort key if it is
      *                                 not already)
      *                  TOTAL field ...  numeric fields summed at the
      *                                 break and at the end
      *                  OUTPUT REPORT|CSV  headed report (default) or
      *                                 a comma-separated file with a
      *                                 heading row; CSV carries the
      *                                 selected rows only, no totals
      *                Field names are the dictionary's. RETURN-CODE 0
      *                clean, 4 nothing selected, 8 input file not
      *                readable, 12 a bad request card or the layout is
      *                not in the dictionary -- nothing is read then.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      * 10/15/2026 SWL The balance master SELECT declares its alternate
      *                key on the product code, as the master is built
      *                with it, so the OPEN no longer fails on the key
      *                structure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQ-STATUS.

            SELECT DICT-FILE ASSIGN TO DYNAMIC WS-DICT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DCT-STATUS.

            SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-IN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IN-STATUS.

            SELECT BALMASTER ASSIGN TO DYNAMIC WS-IN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BAL-KEY
            ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
            FILE STATUS IS WS-IN-STATUS.

            SELECT BALHISTORY ASSIGN TO DYNAMIC WS-IN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BH-KEY
            FILE STATUS IS WS-IN-STATUS.

            SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC WS-IN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MD-KEY
            FILE STATUS IS WS-IN-STATUS.

            SELECT EMP-MASTER ASSIGN TO DYNAMIC WS-IN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EM-NO
            ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
            FILE STATUS IS WS-IN-STATUS.

            SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-LINE PIC X(100).

       FD DICT-FILE.
           COPY DATADICT REPLACING DDC-REC-NAME BY DICT-REC
                                    DDC-LAYOUT-NAME BY DICT-LAYOUT
                                    DDC-FIELD-NAME BY DICT-FIELD
                                    DDC-START-NAME BY DICT-START
                                    DDC-LENGTH-NAME BY DICT-LENGTH
                                    DDC-TYPE-NAME BY DICT-TYPE
                                    DDC-DECIMALS-NAME
                                        BY DICT-DECIMALS.

       FD SEQ-FILE.
       01 SEQ-REC PIC X(1000).

      * SAME FIELD WIDTHS AS THE SHARED BRPRDQTY LAYOUT, BUT DECLARED
      * IN LINE BECAUSE THE RECORD KEY NEEDS BRANCH+PRODUCT AS ONE
      * GROUP FIELD, WHICH THE FLAT COPYBOOK CANNOT EXPRESS. KEEP IN
      * STEP WITH THE BALMASTER FD IN COBOLRD02 AND BALMSTLOAD.
       FD BALMASTER.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD BALHISTORY.
           COPY BALHISTX REPLACING BHX-REC-NAME BY BALHISTORY-REC
                                    BHX-KEY-NAME BY BH-KEY
                                    BHX-BCODE-NAME BY BH-BCODE
                                    BHX-PCODE-NAME BY BH-PCODE
                                    BHX-DATE-NAME BY BH-RUNDATE
                                    BHX-REF-NAME BY BH-REF
                                    BHX-QTY-NAME BY BH-QUANTITY
                                    BHX-OPTION-NAME BY BH-OPTION
                                    BHX-REASON-NAME BY BH-REASON.

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
                                   MVD-LOT-COUNT-NAME BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD EMP-MASTER.
           COPY EMPREC REPLACING EMR-REC-NAME BY EMP-MASTER-REC
                                  EMR-NO-NAME BY EM-NO
                                  EMR-NAME-NAME BY EM-NAME
                                  EMR-SAL-NAME BY EM-SAL
                                  EMR-STATUS-NAME BY EM-STATUS
                                  EMR-EFF-DATE-NAME BY EM-EFF-DATE
                                  EMR-END-DATE-NAME BY EM-END-DATE
                                  EMR-FREQ-NAME BY EM-FREQ
                                  EMR-GRADE-NAME BY EM-GRADE.

       FD OUT-FILE.
       01 OUT-LINE PIC X(1000).

       SD WORK-FILE.
      * FIVE SORT-KEY SLOTS, EACH WITH AN ASCENDING AND A DESCENDING
      * HALF AND A CHARACTER AND A NUMERIC FORM. A SORT CARD FILLS
      * THE ONE PART THAT SUITS ITS FIELD AND ORDER AND LEAVES THE
      * REST CONSTANT, SO ONE STATIC SORT STATEMENT SERVES ANY MIX OF
      * FIELDS AND DIRECTIONS. THE SEQUENCE NUMBER KEEPS RECORDS WITH
      * EQUAL KEYS IN FILE ORDER.
       01 WORK-REC.
           05 WRK-KEYS.
               10 WRK-K1-XA PIC X(30).
               10 WRK-K1-XD PIC X(30).
               10 WRK-K1-NA PIC S9(14)V9(4).
               10 WRK-K1-ND PIC S9(14)V9(4).
               10 WRK-K2-XA PIC X(30).
               10 WRK-K2-XD PIC X(30).
               10 WRK-K2-NA PIC S9(14)V9(4).
               10 WRK-K2-ND PIC S9(14)V9(4).
               10 WRK-K3-XA PIC X(30).
               10 WRK-K3-XD PIC X(30).
               10 WRK-K3-NA PIC S9(14)V9(4).
               10 WRK-K3-ND PIC S9(14)V9(4).
               10 WRK-K4-XA PIC X(30).
               10 WRK-K4-XD PIC X(30).
               10 WRK-K4-NA PIC S9(14)V9(4).
               10 WRK-K4-ND PIC S9(14)V9(4).
               10 WRK-K5-XA PIC X(30).
               10 WRK-K5-XD PIC X(30).
               10 WRK-K5-NA PIC S9(14)V9(4).
               10 WRK-K5-ND PIC S9(14)V9(4).
           05 WRK-KEY-TABLE REDEFINES WRK-KEYS.
               10 WRK-SLOT OCCURS 5 TIMES.
                   15 WRK-S-XA PIC X(30).
                   15 WRK-S-XD PIC X(30).
                   15 WRK-S-NA PIC S9(14)V9(4).
                   15 WRK-S-ND PIC S9(14)V9(4).
           05 WRK-SEQ PIC 9(9).
           05 WRK-DATA PIC X(1000).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS PIC X(2).
       01 WS-DCT-STATUS PIC X(2).
       01 WS-IN-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-RUN-DATE PIC 9(8).

      * THE REQUEST CARDS, HELD SO LAYOUT CAN BE SETTLED BEFORE ANY
      * FIELD NAME IS LOOKED UP, AND THE WORDS OF THE CARD IN HAND.
       01 WS-CARD-TABLE.
           05 WS-CARD OCCURS 50 TIMES PIC X(100).
       01 WS-CARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CARD-IDX PIC 9(2).
       01 WS-WORD-TABLE.
           05 WS-WORD OCCURS 14 TIMES PIC X(60).
       01 WS-ONE-WORD PIC X(60).
       01 WS-WORD-COUNT PIC 9(2).
       01 WS-WORD-IDX PIC 9(2).
       01 WS-SCAN-PTR PIC 9(3).
       01 WS-CARD-ERROR PIC X(1) VALUE 'N'.
           88 WS-CARDS-BAD VALUE 'Y'.
       01 WS-ERROR-TEXT PIC X(50).

      * WHAT THE CARDS ASKED FOR.
       01 WS-LAYOUT PIC X(10) VALUE SPACES.
       01 WS-TITLE PIC X(60) VALUE SPACES.
       01 WS-FORM PIC X(6) VALUE 'REPORT'.
           88 WS-FORM-CSV VALUE 'CSV'.
       01 WS-KEYED PIC X(1) VALUE 'N'.
       01 WS-READ-TYPE PIC X(1) VALUE 'S'.
           88 WS-READ-SEQ VALUE 'S'.
           88 WS-READ-BALMAST VALUE 'B'.
           88 WS-READ-BALHIST VALUE 'H'.
           88 WS-READ-MOVEDTL VALUE 'M'.
           88 WS-READ-EMPMAST VALUE 'E'.

       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 10 TIMES.
               10 WS-SEL-FLD PIC 9(3).
               10 WS-SEL-OP PIC X(5).
               10 WS-SEL-VAL-COUNT PIC 9(2).
               10 WS-SEL-VAL PIC X(30) OCCURS 10 TIMES.
               10 WS-SEL-NUM PIC S9(14)V9(4) OCCURS 10 TIMES.
       01 WS-SEL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SEL-IDX PIC 9(2).
       01 WS-VAL-IDX PIC 9(2).

       01 WS-SHOW-TABLE.
           05 WS-SHOW-ENTRY OCCURS 20 TIMES.
               10 WS-SHOW-FLD PIC 9(3).
               10 WS-SHOW-COL PIC 9(3).
               10 WS-SHOW-WIDTH PIC 9(3).
               10 WS-SHOW-TOTAL PIC X(1).
               10 WS-TOT-BREAK PIC S9(14)V9(4).
               10 WS-TOT-GRAND PIC S9(14)V9(4).
       01 WS-SHOW-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SHOW-IDX PIC 9(2).
       01 WS-COL-IDX PIC 9(2).
       01 WS-LINE-WIDTH PIC 9(4).

       01 WS-SORT-TABLE.
           05 WS-SORT-ENTRY OCCURS 5 TIMES.
               10 WS-SORT-FLD PIC 9(3).
               10 WS-SORT-DIR PIC X(1).
       01 WS-SORT-COUNT PIC 9(1) VALUE ZERO.
       01 WS-SORT-IDX PIC 9(1).
       01 WS-BREAK-FLD PIC 9(3) VALUE ZERO.

      * THE LAYOUT'S FIELDS FROM THE DATA DICTIONARY.
       01 WS-DICT-TABLE.
           05 WS-DF-ENTRY OCCURS 150 TIMES.
               10 WS-DF-NAME PIC X(30).
               10 WS-DF-START PIC 9(4).
               10 WS-DF-LEN PIC 9(3).
               10 WS-DF-TYPE PIC X(1).
               10 WS-DF-DEC PIC 9(1).
       01 WS-DICT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DICT-IDX PIC 9(3).
       01 WS-REC-LEN PIC 9(4) VALUE ZERO.
       01 WS-FLD-END PIC 9(4).
       01 WS-FIND-NAME PIC X(30).
       01 WS-FIND-IDX PIC 9(3).
       01 WS-FLD PIC 9(3).

      * THE RECORD IN HAND AND THE FIELD BEING LOOKED AT.
       01 WS-REC PIC X(1000).
       01 WS-SELECTED PIC X(1).
       01 WS-HIT PIC X(1).
       01 WS-CMP-FIELD PIC X(60).
       01 WS-CMP-LOW PIC X(60).
       01 WS-CMP-HIGH PIC X(60).
       01 WS-FLD-RAW PIC X(30).
       01 WS-FLD-SIGN PIC X(1).
       01 WS-FLD-DIGITS PIC 9(2).
       01 WS-FLD-OFF PIC 9(2).
       01 WS-DIG18 PIC 9(18).
       01 WS-DIG18-X REDEFINES WS-DIG18 PIC X(18).
       01 WS-NUM-VALUE PIC S9(14)V9(4).
       01 WS-NUM-DEC PIC 9(1).

      * A NUMBER TYPED ON A CARD.
       01 WS-NUM-TEXT PIC X(30).
       01 WS-NUM-OK PIC X(1).
       01 WS-NT-IDX PIC 9(2).
       01 WS-NT-CHAR PIC X(1).
       01 WS-NT-DIGIT PIC 9(1).
       01 WS-NT-NEG PIC X(1).
       01 WS-NT-POINT PIC X(1).
       01 WS-NT-INT PIC 9(14).
       01 WS-NT-FRAC PIC 9(4).
       01 WS-NT-PLACES PIC 9(1).

      * A FIELD AS PRINTED -- LEFT-JUSTIFIED TEXT AND ITS LENGTH.
       01 WS-VAL-TEXT PIC X(60).
       01 WS-VAL-LEN PIC 9(3).
       01 WS-VAL-NUMERIC PIC X(1).
       01 WS-ED-NUM PIC -(14)9.9(4).
       01 WS-ED-TEXT REDEFINES WS-ED-NUM PIC X(20).
       01 WS-ED-LEN PIC 9(2).
       01 WS-ED-FIRST PIC 9(2).
       01 WS-TXT-IDX PIC 9(3).
       01 WS-HAS-COMMA PIC X(1).
       01 WS-OUT-PTR PIC 9(4).
       01 WS-PUT-COL PIC 9(4).

      * CONTROL BREAK AND PAGING.
       01 WS-BREAK-VALUE PIC X(60).
       01 WS-PREV-BREAK PIC X(60).
       01 WS-FIRST-ROW PIC X(1).
       01 WS-BREAK-COUNT PIC 9(7).
       01 WS-TOTAL-LABEL PIC X(100).
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 60.
       01 WS-PRINT-LINE PIC X(1000).
       01 WS-COLUMN-LINE PIC X(1000).
       01 WS-UNDER-LINE PIC X(1000).
       01 WS-DASHES PIC X(30) VALUE ALL '-'.

       01 WS-HEAD-LINE.
           05 WS-HL-TITLE PIC X(60).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HL-PAGE PIC ZZ9.
       01 WS-FILE-LINE.
           05 FILLER PIC X(6) VALUE 'FILE: '.
           05 WS-FL-PATH PIC X(60).
           05 FILLER PIC X(10) VALUE '  LAYOUT: '.
           05 WS-FL-LAYOUT PIC X(10).
       01 WS-COUNT-LINE.
           05 FILLER PIC X(13) VALUE 'RECORDS READ '.
           05 WS-CL-READ PIC Z(8)9.
           05 FILLER PIC X(11) VALUE '  SELECTED '.
           05 WS-CL-SELECTED PIC Z(8)9.

       77 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       77 WS-SELECT-COUNT PIC 9(9) VALUE ZERO.
       77 WS-WRITE-COUNT PIC 9(9) VALUE ZERO.
       77 WS-BAD-NUM-COUNT PIC 9(9) VALUE ZERO.
       77 MAX-CARD-COUNT PIC 9(2) VALUE 50.
       77 MAX-DICT-COUNT PIC 9(3) VALUE 150.
       77 MAX-SEL-COUNT PIC 9(2) VALUE 10.
       77 MAX-SHOW-COUNT PIC 9(2) VALUE 20.
       77 MAX-SORT-COUNT PIC 9(1) VALUE 5.
       77 MAX-RECORD-LEN PIC 9(4) VALUE 1000.
       77 MAX-REPORT-WIDTH PIC 9(4) VALUE 200.

       01 WS-REQUEST-PATH PIC X(60).
       01 WS-DICT-FILE-PATH PIC X(60).
       01 WS-IN-PATH PIC X(60) VALUE SPACES.
       01 WS-OUT-PATH PIC X(60).
       01 WS-WORK-FILE-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (NOTHING
      * SELECTED), 8 THE INPUT FILE COULD NOT BE READ, 12 A BAD
      * REQUEST CARD OR A LAYOUT NOT IN THE DICTIONARY.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
      *     EVERY CARD IS CHECKED THAT CAN BE, SO ONE RUN LISTS ALL THE
      *     MISTAKES IN A REQUEST.
            PERFORM READ-CARDS-PARA.
            IF WS-REQ-STATUS = '00'
                PERFORM FIRST-CARDS-PARA
            END-IF.
            IF WS-LAYOUT NOT = SPACES
                PERFORM LOAD-DICTIONARY-PARA
            END-IF.
            IF WS-DICT-COUNT > ZERO
                PERFORM FIELD-CARDS-PARA
                PERFORM SETTLE-COLUMNS-PARA
            END-IF.
            IF WS-CARDS-BAD
                DISPLAY "AD-HOC REQUEST REFUSED - NOTHING EXTRACTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            SORT WORK-FILE
                ON ASCENDING KEY WRK-K1-XA WRK-K1-NA
                ON DESCENDING KEY WRK-K1-XD WRK-K1-ND
                ON ASCENDING KEY WRK-K2-XA WRK-K2-NA
                ON DESCENDING KEY WRK-K2-XD WRK-K2-ND
                ON ASCENDING KEY WRK-K3-XA WRK-K3-NA
                ON DESCENDING KEY WRK-K3-XD WRK-K3-ND
                ON ASCENDING KEY WRK-K4-XA WRK-K4-NA
                ON DESCENDING KEY WRK-K4-XD WRK-K4-ND
                ON ASCENDING KEY WRK-K5-XA WRK-K5-NA
                ON DESCENDING KEY WRK-K5-XD WRK-K5-ND
                ON ASCENDING KEY WRK-SEQ
                INPUT PROCEDURE IS RELEASE-INPUT
                OUTPUT PROCEDURE IS RETURN-OUTPUT.
            MOVE WS-READ-COUNT TO WS-CL-READ.
            MOVE WS-SELECT-COUNT TO WS-CL-SELECTED.
            DISPLAY WS-COUNT-LINE.
            IF WS-BAD-NUM-COUNT > ZERO
                DISPLAY WS-BAD-NUM-COUNT
                    " NUMERIC FIELD VALUES WERE NOT NUMBERS - READ AS "
                    "ZERO"
            END-IF.
            IF WS-RETURN-CODE = ZERO AND WS-SELECT-COUNT = ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       READ-CARDS-PARA.
            OPEN INPUT REQUEST-FILE.
            IF WS-REQ-STATUS NOT = '00'
                DISPLAY "NO AD-HOC REQUEST CARDS - STATUS "
                    WS-REQ-STATUS
                MOVE 'Y' TO WS-CARD-ERROR
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ REQUEST-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF REQUEST-LINE NOT = SPACES
                               AND REQUEST-LINE(1:1) NOT = '*'
                                IF WS-CARD-COUNT < MAX-CARD-COUNT
                                    ADD 1 TO WS-CARD-COUNT
                                    MOVE REQUEST-LINE
                                        TO WS-CARD(WS-CARD-COUNT)
                                ELSE
                                    DISPLAY "MORE THAN " MAX-CARD-COUNT
                                        " REQUEST CARDS"
                                    MOVE 'Y' TO WS-CARD-ERROR
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REQUEST-FILE
            END-IF.

      * FILE, LAYOUT, TITLE AND OUTPUT -- EVERYTHING THAT DOES NOT
      * NAME A FIELD. AN UNKNOWN KEYWORD IS CAUGHT HERE TOO.
       FIRST-CARDS-PARA.
            PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                    UNTIL WS-CARD-IDX > WS-CARD-COUNT
                PERFORM SPLIT-CARD-PARA
                EVALUATE WS-WORD(1)
                    WHEN 'FILE'
                        MOVE WS-WORD(2) TO WS-IN-PATH
                        IF WS-WORD(3) = 'INDEXED'
                            MOVE 'Y' TO WS-KEYED
                        ELSE
                            IF WS-WORD(3) NOT = SPACES
                                MOVE 'FILE TAKES A PATH AND INDEXED'
                                    TO WS-ERROR-TEXT
                                PERFORM CARD-ERROR-PARA
                            END-IF
                        END-IF
                    WHEN 'LAYOUT'
                        MOVE WS-WORD(2) TO WS-LAYOUT
                    WHEN 'TITLE'
                        MOVE WS-CARD(WS-CARD-IDX)(7:60) TO WS-TITLE
                    WHEN 'OUTPUT'
                        IF WS-WORD(2) = 'REPORT' OR WS-WORD(2) = 'CSV'
                            MOVE WS-WORD(2) TO WS-FORM
                        ELSE
                            MOVE 'OUTPUT MUST BE REPORT OR CSV'
                                TO WS-ERROR-TEXT
                            PERFORM CARD-ERROR-PARA
                        END-IF
                    WHEN 'SELECT'
                    WHEN 'SHOW'
                    WHEN 'SORT'
                    WHEN 'BREAK'
                    WHEN 'TOTAL'
                        CONTINUE
                    WHEN OTHER
                        MOVE 'UNKNOWN KEYWORD' TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                END-EVALUATE
            END-PERFORM.
            IF WS-IN-PATH = SPACES
                DISPLAY "NO FILE CARD - WHICH FILE TO READ?"
                MOVE 'Y' TO WS-CARD-ERROR
            END-IF.
            IF WS-LAYOUT = SPACES
                DISPLAY "NO LAYOUT CARD - HOW IS THE FILE LAID OUT?"
                MOVE 'Y' TO WS-CARD-ERROR
            END-IF.
      *     A KEYED FILE IS READ THROUGH THE FD DECLARED FOR IT.
            IF WS-KEYED = 'Y'
                EVALUATE WS-LAYOUT
                    WHEN 'BRPRDQTY'
                        MOVE 'B' TO WS-READ-TYPE
                    WHEN 'BALHISTX'
                        MOVE 'H' TO WS-READ-TYPE
                    WHEN 'MOVEDTL'
                        MOVE 'M' TO WS-READ-TYPE
                    WHEN 'EMPREC'
                        MOVE 'E' TO WS-READ-TYPE
                    WHEN OTHER
                        DISPLAY "NO KEYED READ FOR LAYOUT " WS-LAYOUT
                            " - INDEXED IS FOR BRPRDQTY, BALHISTX, "
                            "MOVEDTL AND EMPREC"
                        MOVE 'Y' TO WS-CARD-ERROR
                END-EVALUATE
            END-IF.
            IF WS-TITLE = SPACES
                STRING 'AD-HOC EXTRACT - ' DELIMITED BY SIZE
                       WS-LAYOUT DELIMITED BY SPACE
                    INTO WS-TITLE
            END-IF.

       LOAD-DICTIONARY-PARA.
            OPEN INPUT DICT-FILE.
            IF WS-DCT-STATUS NOT = '00'
                DISPLAY "DATA DICTIONARY NOT AVAILABLE - STATUS "
                    WS-DCT-STATUS
                MOVE 'Y' TO WS-CARD-ERROR
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ DICT-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF DICT-LAYOUT = WS-LAYOUT
                                PERFORM LOAD-ONE-FIELD-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DICT-FILE
                IF WS-DICT-COUNT = ZERO
                    DISPLAY "LAYOUT " WS-LAYOUT
                        " IS NOT IN THE DATA DICTIONARY"
                    MOVE 'Y' TO WS-CARD-ERROR
                END-IF
                IF WS-REC-LEN > MAX-RECORD-LEN
                    DISPLAY "LAYOUT " WS-LAYOUT " IS " WS-REC-LEN
                        " BYTES - LONGER THAN " MAX-RECORD-LEN
                    MOVE 'Y' TO WS-CARD-ERROR
                END-IF
            END-IF.

       LOAD-ONE-FIELD-PARA.
            IF WS-DICT-COUNT NOT < MAX-DICT-COUNT
                DISPLAY "LAYOUT " WS-LAYOUT " HAS MORE THAN "
                    MAX-DICT-COUNT " FIELDS"
                MOVE 'Y' TO WS-CARD-ERROR
            ELSE
                ADD 1 TO WS-DICT-COUNT
                MOVE DICT-FIELD TO WS-DF-NAME(WS-DICT-COUNT)
                MOVE DICT-START TO WS-DF-START(WS-DICT-COUNT)
                MOVE DICT-LENGTH TO WS-DF-LEN(WS-DICT-COUNT)
                MOVE DICT-TYPE TO WS-DF-TYPE(WS-DICT-COUNT)
                MOVE DICT-DECIMALS TO WS-DF-DEC(WS-DICT-COUNT)
                COMPUTE WS-FLD-END = DICT-START + DICT-LENGTH - 1
                IF WS-FLD-END > WS-REC-LEN
                    MOVE WS-FLD-END TO WS-REC-LEN
                END-IF
            END-IF.

      * SELECT, SHOW, SORT, BREAK AND TOTAL -- THE CARDS THAT NAME
      * FIELDS, NOW THAT THE LAYOUT'S FIELDS ARE KNOWN.
       FIELD-CARDS-PARA.
            PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                    UNTIL WS-CARD-IDX > WS-CARD-COUNT
                PERFORM SPLIT-CARD-PARA
                EVALUATE WS-WORD(1)
                    WHEN 'SELECT'
                        PERFORM SELECT-CARD-PARA THRU SELECT-CARD-EXIT
                    WHEN 'SHOW'
                        PERFORM VARYING WS-WORD-IDX FROM 2 BY 1
                                UNTIL WS-WORD-IDX > WS-WORD-COUNT
                            MOVE WS-WORD(WS-WORD-IDX) TO WS-FIND-NAME
                            PERFORM FIND-FIELD-PARA
                            IF WS-FIND-IDX > ZERO
                                PERFORM ADD-SHOW-PARA
                            END-IF
                        END-PERFORM
                    WHEN 'SORT'
                        PERFORM SORT-CARD-PARA
                    WHEN 'BREAK'
                        MOVE WS-WORD(2) TO WS-FIND-NAME
                        PERFORM FIND-FIELD-PARA
                        MOVE WS-FIND-IDX TO WS-BREAK-FLD
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
      *     NO SHOW CARD -- EVERY FIELD OF THE LAYOUT, AS FAR AS THEY
      *     GO.
            IF WS-SHOW-COUNT = ZERO
                PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                        UNTIL WS-DICT-IDX > WS-DICT-COUNT
                           OR WS-SHOW-COUNT = MAX-SHOW-COUNT
                    MOVE WS-DICT-IDX TO WS-FIND-IDX
                    PERFORM ADD-SHOW-PARA
                END-PERFORM
            END-IF.
      *     TOTAL CARDS LAST, SO A TOTALLED FIELD THE SHOW CARDS LEFT
      *     OUT IS ADDED AS A COLUMN AT THE END.
            PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                    UNTIL WS-CARD-IDX > WS-CARD-COUNT
                IF WS-CARD(WS-CARD-IDX)(1:6) = 'TOTAL '
                    PERFORM SPLIT-CARD-PARA
                    PERFORM TOTAL-CARD-PARA
                END-IF
            END-PERFORM.
      *     THE BREAK FIELD MUST BE THE MAJOR SORT KEY OR ITS GROUPS
      *     WOULD BE SCATTERED.
            IF WS-BREAK-FLD > ZERO
                IF WS-SORT-COUNT = ZERO
                    MOVE 1 TO WS-SORT-COUNT
                    MOVE WS-BREAK-FLD TO WS-SORT-FLD(1)
                    MOVE 'A' TO WS-SORT-DIR(1)
                ELSE
                    IF WS-SORT-FLD(1) NOT = WS-BREAK-FLD
                        IF WS-SORT-COUNT = MAX-SORT-COUNT
                            DISPLAY "BREAK FIELD IS NOT THE MAJOR SORT "
                                "KEY AND FIVE SORT KEYS ARE IN USE"
                            MOVE 'Y' TO WS-CARD-ERROR
                        ELSE
                            PERFORM VARYING WS-SORT-IDX
                                    FROM WS-SORT-COUNT BY -1
                                    UNTIL WS-SORT-IDX = ZERO
                                MOVE WS-SORT-ENTRY(WS-SORT-IDX)
                                    TO WS-SORT-ENTRY(WS-SORT-IDX + 1)
                            END-PERFORM
                            ADD 1 TO WS-SORT-COUNT
                            MOVE WS-BREAK-FLD TO WS-SORT-FLD(1)
                            MOVE 'A' TO WS-SORT-DIR(1)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       SELECT-CARD-PARA.
            MOVE WS-WORD(2) TO WS-FIND-NAME.
            PERFORM FIND-FIELD-PARA.
            IF WS-FIND-IDX = ZERO
                GO TO SELECT-CARD-EXIT
            END-IF.
            IF WS-SEL-COUNT = MAX-SEL-COUNT
                MOVE 'MORE THAN TEN SELECT CARDS' TO WS-ERROR-TEXT
                PERFORM CARD-ERROR-PARA
                GO TO SELECT-CARD-EXIT
            END-IF.
            ADD 1 TO WS-SEL-COUNT.
            MOVE WS-FIND-IDX TO WS-SEL-FLD(WS-SEL-COUNT).
            MOVE WS-WORD(3) TO WS-SEL-OP(WS-SEL-COUNT).
            IF WS-WORD-COUNT < 4
                MOVE 'SELECT TAKES A FIELD, EQ/RANGE/LIST AND VALUES'
                    TO WS-ERROR-TEXT
                PERFORM CARD-ERROR-PARA
                GO TO SELECT-CARD-EXIT
            END-IF.
            COMPUTE WS-SEL-VAL-COUNT(WS-SEL-COUNT) = WS-WORD-COUNT - 3.
            IF WS-SEL-VAL-COUNT(WS-SEL-COUNT) > 10
                MOVE 'MORE THAN TEN VALUES ON A SELECT CARD'
                    TO WS-ERROR-TEXT
                PERFORM CARD-ERROR-PARA
                GO TO SELECT-CARD-EXIT
            END-IF.
            EVALUATE WS-SEL-OP(WS-SEL-COUNT)
                WHEN 'EQ'
                    IF WS-SEL-VAL-COUNT(WS-SEL-COUNT) NOT = 1
                        MOVE 'EQ TAKES ONE VALUE' TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                    END-IF
                WHEN 'RANGE'
                    IF WS-SEL-VAL-COUNT(WS-SEL-COUNT) NOT = 2
                        MOVE 'RANGE TAKES A LOW AND A HIGH VALUE'
                            TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                    END-IF
                WHEN 'LIST'
                    IF WS-SEL-VAL-COUNT(WS-SEL-COUNT) = ZERO
                        MOVE 'LIST TAKES AT LEAST ONE VALUE'
                            TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                    END-IF
                WHEN OTHER
                    MOVE 'SELECT MUST BE EQ, RANGE OR LIST'
                        TO WS-ERROR-TEXT
                    PERFORM CARD-ERROR-PARA
            END-EVALUATE.
            PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                    UNTIL WS-VAL-IDX > WS-SEL-VAL-COUNT(WS-SEL-COUNT)
                MOVE WS-WORD(WS-VAL-IDX + 3)
                    TO WS-SEL-VAL(WS-SEL-COUNT WS-VAL-IDX)
                MOVE ZERO TO WS-SEL-NUM(WS-SEL-COUNT WS-VAL-IDX)
                IF WS-DF-TYPE(WS-FIND-IDX) NOT = 'X'
                    MOVE WS-WORD(WS-VAL-IDX + 3) TO WS-NUM-TEXT
                    PERFORM TEXT-TO-NUM-PARA
                    IF WS-NUM-OK = 'N'
                        MOVE 'VALUE IS NOT A NUMBER FOR A NUMERIC FIELD'
                            TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                    ELSE
                        MOVE WS-NUM-VALUE
                            TO WS-SEL-NUM(WS-SEL-COUNT WS-VAL-IDX)
                    END-IF
                END-IF
            END-PERFORM.
       SELECT-CARD-EXIT.
            EXIT.

       SORT-CARD-PARA.
            MOVE WS-WORD(2) TO WS-FIND-NAME.
            PERFORM FIND-FIELD-PARA.
            IF WS-FIND-IDX > ZERO
                IF WS-SORT-COUNT = MAX-SORT-COUNT
                    MOVE 'MORE THAN FIVE SORT KEYS' TO WS-ERROR-TEXT
                    PERFORM CARD-ERROR-PARA
                ELSE
                    ADD 1 TO WS-SORT-COUNT
                    MOVE WS-FIND-IDX TO WS-SORT-FLD(WS-SORT-COUNT)
                    EVALUATE WS-WORD(3)
                        WHEN SPACES
                        WHEN 'A'
                            MOVE 'A' TO WS-SORT-DIR(WS-SORT-COUNT)
                        WHEN 'D'
                            MOVE 'D' TO WS-SORT-DIR(WS-SORT-COUNT)
                        WHEN OTHER
                            MOVE 'SORT ORDER MUST BE A OR D'
                                TO WS-ERROR-TEXT
                            PERFORM CARD-ERROR-PARA
                    END-EVALUATE
                END-IF
            END-IF.

       TOTAL-CARD-PARA.
            PERFORM VARYING WS-WORD-IDX FROM 2 BY 1
                    UNTIL WS-WORD-IDX > WS-WORD-COUNT
                MOVE WS-WORD(WS-WORD-IDX) TO WS-FIND-NAME
                PERFORM FIND-FIELD-PARA
                IF WS-FIND-IDX > ZERO
                    IF WS-DF-TYPE(WS-FIND-IDX) = 'X'
                        MOVE 'TOTAL FIELD IS NOT NUMERIC'
                            TO WS-ERROR-TEXT
                        PERFORM CARD-ERROR-PARA
                    ELSE
                        PERFORM ADD-SHOW-PARA
                        MOVE 'Y' TO WS-SHOW-TOTAL(WS-SHOW-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      * ADD A COLUMN FOR WS-FIND-IDX, OR FIND THE ONE ALREADY THERE.
      * WS-SHOW-IDX IS LEFT ON IT.
       ADD-SHOW-PARA.
            MOVE ZERO TO WS-SHOW-IDX.
            PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                    UNTIL WS-COL-IDX > WS-SHOW-COUNT
                IF WS-SHOW-FLD(WS-COL-IDX) = WS-FIND-IDX
                    MOVE WS-COL-IDX TO WS-SHOW-IDX
                END-IF
            END-PERFORM.
            IF WS-SHOW-IDX = ZERO
                IF WS-SHOW-COUNT = MAX-SHOW-COUNT
                    MOVE 'MORE THAN TWENTY COLUMNS' TO WS-ERROR-TEXT
                    PERFORM CARD-ERROR-PARA
                    MOVE 1 TO WS-SHOW-IDX
                ELSE
                    ADD 1 TO WS-SHOW-COUNT
                    MOVE WS-SHOW-COUNT TO WS-SHOW-IDX
                    MOVE WS-FIND-IDX TO WS-SHOW-FLD(WS-SHOW-IDX)
                    MOVE 'N' TO WS-SHOW-TOTAL(WS-SHOW-IDX)
                    MOVE ZERO TO WS-TOT-BREAK(WS-SHOW-IDX)
                        WS-TOT-GRAND(WS-SHOW-IDX)
                END-IF
            END-IF.

      * WIDTH OF EACH COLUMN -- THE WIDER OF THE FIELD AS PRINTED AND
      * ITS NAME, AND ROOM FOR A TOTAL ON A TOTALLED COLUMN -- AND
      * WHERE IT STARTS, TWO SPACES APART.
       SETTLE-COLUMNS-PARA.
            MOVE 1 TO WS-PUT-COL.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                MOVE WS-DF-LEN(WS-FLD) TO WS-SHOW-WIDTH(WS-SHOW-IDX)
                IF WS-DF-TYPE(WS-FLD) NOT = 'X'
                   AND WS-DF-DEC(WS-FLD) > ZERO
                    ADD 1 TO WS-SHOW-WIDTH(WS-SHOW-IDX)
                END-IF
                IF WS-SHOW-WIDTH(WS-SHOW-IDX) > 60
                    MOVE 60 TO WS-SHOW-WIDTH(WS-SHOW-IDX)
                END-IF
                MOVE WS-DF-NAME(WS-FLD) TO WS-VAL-TEXT
                PERFORM TEXT-LENGTH-PARA
                IF WS-VAL-LEN > WS-SHOW-WIDTH(WS-SHOW-IDX)
                    MOVE WS-VAL-LEN TO WS-SHOW-WIDTH(WS-SHOW-IDX)
                END-IF
                IF WS-SHOW-TOTAL(WS-SHOW-IDX) = 'Y'
                   AND WS-SHOW-WIDTH(WS-SHOW-IDX) < 18
                    MOVE 18 TO WS-SHOW-WIDTH(WS-SHOW-IDX)
                END-IF
                MOVE WS-PUT-COL TO WS-SHOW-COL(WS-SHOW-IDX)
                COMPUTE WS-PUT-COL = WS-PUT-COL
                    + WS-SHOW-WIDTH(WS-SHOW-IDX) + 2
            END-PERFORM.
            COMPUTE WS-LINE-WIDTH = WS-PUT-COL - 3.
            IF NOT WS-FORM-CSV AND WS-LINE-WIDTH > MAX-REPORT-WIDTH
                DISPLAY "SHOW FIELDS ARE " WS-LINE-WIDTH
                    " COLUMNS WIDE - THE REPORT HOLDS "
                    MAX-REPORT-WIDTH " (USE OUTPUT CSV OR FEWER FIELDS)"
                MOVE 'Y' TO WS-CARD-ERROR
            END-IF.

      * THE CARD IN HAND SPLIT INTO WORDS.
       SPLIT-CARD-PARA.
            MOVE SPACES TO WS-WORD-TABLE.
            MOVE ZERO TO WS-WORD-COUNT.
            MOVE 1 TO WS-SCAN-PTR.
            PERFORM UNTIL WS-SCAN-PTR > 100 OR WS-WORD-COUNT = 14
                MOVE SPACES TO WS-ONE-WORD
                UNSTRING WS-CARD(WS-CARD-IDX) DELIMITED BY ALL SPACE
                    INTO WS-ONE-WORD WITH POINTER WS-SCAN-PTR
                IF WS-ONE-WORD NOT = SPACES
                    ADD 1 TO WS-WORD-COUNT
                    MOVE WS-ONE-WORD TO WS-WORD(WS-WORD-COUNT)
                END-IF
            END-PERFORM.

       FIND-FIELD-PARA.
            MOVE ZERO TO WS-FIND-IDX.
            PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                    UNTIL WS-DICT-IDX > WS-DICT-COUNT
                       OR WS-FIND-IDX > ZERO
                IF WS-DF-NAME(WS-DICT-IDX) = WS-FIND-NAME
                    MOVE WS-DICT-IDX TO WS-FIND-IDX
                END-IF
            END-PERFORM.
            IF WS-FIND-IDX = ZERO
                MOVE SPACES TO WS-ERROR-TEXT
                STRING 'FIELD ' DELIMITED BY SIZE
                       WS-FIND-NAME DELIMITED BY SPACE
                       ' IS NOT IN LAYOUT ' DELIMITED BY SIZE
                       WS-LAYOUT DELIMITED BY SPACE
                    INTO WS-ERROR-TEXT
                PERFORM CARD-ERROR-PARA
            END-IF.

       CARD-ERROR-PARA.
            DISPLAY "REQUEST CARD " WS-CARD-IDX ": " WS-ERROR-TEXT.
            DISPLAY "  " WS-CARD(WS-CARD-IDX).
            MOVE 'Y' TO WS-CARD-ERROR.

       RELEASE-INPUT SECTION.
       RELEASE-INPUT-PARA.
            MOVE 'N' TO WS-EOF.
            EVALUATE TRUE
                WHEN WS-READ-BALMAST
                    OPEN INPUT BALMASTER
                WHEN WS-READ-BALHIST
                    OPEN INPUT BALHISTORY
                WHEN WS-READ-MOVEDTL
                    OPEN INPUT MOVEMENT-DETAIL
                WHEN WS-READ-EMPMAST
                    OPEN INPUT EMP-MASTER
                WHEN OTHER
                    OPEN INPUT SEQ-FILE
            END-EVALUATE.
            IF WS-IN-STATUS NOT = '00'
                DISPLAY "INPUT FILE NOT READABLE - STATUS "
                    WS-IN-STATUS " - " WS-IN-PATH
                MOVE 8 TO WS-RETURN-CODE
                GO TO RELEASE-INPUT-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                PERFORM READ-INPUT-PARA
                IF WS-EOF NOT = 'Y'
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-RECORD-PARA
                    IF WS-SELECTED = 'Y'
                        PERFORM RELEASE-ONE-PARA
                    END-IF
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-READ-BALMAST
                    CLOSE BALMASTER
                WHEN WS-READ-BALHIST
                    CLOSE BALHISTORY
                WHEN WS-READ-MOVEDTL
                    CLOSE MOVEMENT-DETAIL
                WHEN WS-READ-EMPMAST
                    CLOSE EMP-MASTER
                WHEN OTHER
                    CLOSE SEQ-FILE
            END-EVALUATE.
            GO TO RELEASE-INPUT-EXIT.

       READ-INPUT-PARA.
            MOVE SPACES TO WS-REC.
            EVALUATE TRUE
                WHEN WS-READ-BALMAST
                    READ BALMASTER NEXT RECORD
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END MOVE BALMASTER-REC TO WS-REC
                    END-READ
                WHEN WS-READ-BALHIST
                    READ BALHISTORY NEXT RECORD
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END MOVE BALHISTORY-REC TO WS-REC
                    END-READ
                WHEN WS-READ-MOVEDTL
                    READ MOVEMENT-DETAIL NEXT RECORD
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END MOVE MOVEMENT-DETAIL-REC TO WS-REC
                    END-READ
                WHEN WS-READ-EMPMAST
                    READ EMP-MASTER NEXT RECORD
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END MOVE EMP-MASTER-REC TO WS-REC
                    END-READ
                WHEN OTHER
                    READ SEQ-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END MOVE SEQ-REC TO WS-REC
                    END-READ
            END-EVALUATE.

      * EVERY SELECT CARD MUST HOLD.
       SELECT-RECORD-PARA.
            MOVE 'Y' TO WS-SELECTED.
            PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                    UNTIL WS-SEL-IDX > WS-SEL-COUNT
                       OR WS-SELECTED = 'N'
                MOVE WS-SEL-FLD(WS-SEL-IDX) TO WS-FLD
                IF WS-DF-TYPE(WS-FLD) = 'X'
                    PERFORM SELECT-TEXT-PARA
                ELSE
                    PERFORM SELECT-NUMBER-PARA
                END-IF
                IF WS-HIT = 'N'
                    MOVE 'N' TO WS-SELECTED
                END-IF
            END-PERFORM.

       SELECT-TEXT-PARA.
            MOVE SPACES TO WS-CMP-FIELD.
            MOVE WS-REC(WS-DF-START(WS-FLD):WS-DF-LEN(WS-FLD))
                TO WS-CMP-FIELD.
            MOVE 'N' TO WS-HIT.
            EVALUATE WS-SEL-OP(WS-SEL-IDX)
                WHEN 'RANGE'
                    MOVE WS-SEL-VAL(WS-SEL-IDX 1) TO WS-CMP-LOW
                    MOVE WS-SEL-VAL(WS-SEL-IDX 2) TO WS-CMP-HIGH
                    IF WS-CMP-FIELD NOT < WS-CMP-LOW
                       AND WS-CMP-FIELD NOT > WS-CMP-HIGH
                        MOVE 'Y' TO WS-HIT
                    END-IF
                WHEN OTHER
                    PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                            UNTIL WS-VAL-IDX
                                  > WS-SEL-VAL-COUNT(WS-SEL-IDX)
                               OR WS-HIT = 'Y'
                        MOVE WS-SEL-VAL(WS-SEL-IDX WS-VAL-IDX)
                            TO WS-CMP-LOW
                        IF WS-CMP-FIELD = WS-CMP-LOW
                            MOVE 'Y' TO WS-HIT
                        END-IF
                    END-PERFORM
            END-EVALUATE.

       SELECT-NUMBER-PARA.
            PERFORM FIELD-TO-NUM-PARA.
            MOVE 'N' TO WS-HIT.
            EVALUATE WS-SEL-OP(WS-SEL-IDX)
                WHEN 'RANGE'
                    IF WS-NUM-VALUE NOT < WS-SEL-NUM(WS-SEL-IDX 1)
                       AND WS-NUM-VALUE NOT > WS-SEL-NUM(WS-SEL-IDX 2)
                        MOVE 'Y' TO WS-HIT
                    END-IF
                WHEN OTHER
                    PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                            UNTIL WS-VAL-IDX
                                  > WS-SEL-VAL-COUNT(WS-SEL-IDX)
                               OR WS-HIT = 'Y'
                        IF WS-NUM-VALUE
                           = WS-SEL-NUM(WS-SEL-IDX WS-VAL-IDX)
                            MOVE 'Y' TO WS-HIT
                        END-IF
                    END-PERFORM
            END-EVALUATE.

      * THE SORT KEYS RIDE AHEAD OF THE RECORD; A CHARACTER FIELD
      * GOES IN THE SLOT'S CHARACTER HALF, A NUMBER (BY VALUE, SO A
      * SIGNED FIELD SORTS RIGHT) IN ITS NUMERIC HALF.
       RELEASE-ONE-PARA.
            ADD 1 TO WS-SELECT-COUNT.
            MOVE SPACES TO WRK-KEYS.
            PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                    UNTIL WS-SORT-IDX > MAX-SORT-COUNT
                MOVE ZERO TO WRK-S-NA(WS-SORT-IDX)
                    WRK-S-ND(WS-SORT-IDX)
            END-PERFORM.
            PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                    UNTIL WS-SORT-IDX > WS-SORT-COUNT
                MOVE WS-SORT-FLD(WS-SORT-IDX) TO WS-FLD
                IF WS-DF-TYPE(WS-FLD) = 'X'
                    IF WS-SORT-DIR(WS-SORT-IDX) = 'D'
                        MOVE WS-REC(WS-DF-START(WS-FLD):
                                    WS-DF-LEN(WS-FLD))
                            TO WRK-S-XD(WS-SORT-IDX)
                    ELSE
                        MOVE WS-REC(WS-DF-START(WS-FLD):
                                    WS-DF-LEN(WS-FLD))
                            TO WRK-S-XA(WS-SORT-IDX)
                    END-IF
                ELSE
                    PERFORM FIELD-TO-NUM-PARA
                    IF WS-SORT-DIR(WS-SORT-IDX) = 'D'
                        MOVE WS-NUM-VALUE TO WRK-S-ND(WS-SORT-IDX)
                    ELSE
                        MOVE WS-NUM-VALUE TO WRK-S-NA(WS-SORT-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-SELECT-COUNT TO WRK-SEQ.
            MOVE WS-REC TO WRK-DATA.
            RELEASE WORK-REC.

       RELEASE-INPUT-EXIT.
            EXIT.

       RETURN-OUTPUT SECTION.
       RETURN-OUTPUT-PARA.
            MOVE 'N' TO WS-EOF.
            MOVE 'Y' TO WS-FIRST-ROW.
            MOVE ZERO TO WS-BREAK-COUNT.
            OPEN OUTPUT OUT-FILE.
            IF WS-FORM-CSV
                PERFORM CSV-HEADING-PARA
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                RETURN WORK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE WRK-DATA TO WS-REC
                        IF WS-FORM-CSV
                            PERFORM CSV-ROW-PARA
                        ELSE
                            PERFORM REPORT-ROW-PARA
                        END-IF
                END-RETURN
            END-PERFORM.
            IF NOT WS-FORM-CSV
                PERFORM REPORT-END-PARA
            END-IF.
            CLOSE OUT-FILE.
            GO TO RETURN-OUTPUT-EXIT.

       REPORT-ROW-PARA.
            IF WS-BREAK-FLD > ZERO
                MOVE SPACES TO WS-BREAK-VALUE
                MOVE WS-REC(WS-DF-START(WS-BREAK-FLD):
                            WS-DF-LEN(WS-BREAK-FLD))
                    TO WS-BREAK-VALUE
                IF WS-FIRST-ROW = 'N'
                   AND WS-BREAK-VALUE NOT = WS-PREV-BREAK
                    PERFORM BREAK-TOTAL-PARA
                END-IF
                MOVE WS-BREAK-VALUE TO WS-PREV-BREAK
            END-IF.
            MOVE 'N' TO WS-FIRST-ROW.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                PERFORM FORMAT-FIELD-PARA
                PERFORM PUT-COLUMN-PARA
                IF WS-SHOW-TOTAL(WS-SHOW-IDX) = 'Y'
                    ADD WS-NUM-VALUE TO WS-TOT-BREAK(WS-SHOW-IDX)
                        WS-TOT-GRAND(WS-SHOW-IDX)
                END-IF
            END-PERFORM.
            ADD 1 TO WS-BREAK-COUNT.
            PERFORM CHECK-PAGE-PARA.
            WRITE OUT-LINE FROM WS-PRINT-LINE.
            ADD 1 TO WS-WRITE-COUNT.

      * WS-VAL-TEXT INTO THE COLUMN -- CHARACTERS FROM THE LEFT,
      * NUMBERS AGAINST THE RIGHT.
       PUT-COLUMN-PARA.
            IF WS-VAL-LEN > WS-SHOW-WIDTH(WS-SHOW-IDX)
                MOVE WS-SHOW-WIDTH(WS-SHOW-IDX) TO WS-VAL-LEN
            END-IF.
            IF WS-VAL-LEN > ZERO
                IF WS-VAL-NUMERIC = 'Y'
                    COMPUTE WS-PUT-COL = WS-SHOW-COL(WS-SHOW-IDX)
                        + WS-SHOW-WIDTH(WS-SHOW-IDX) - WS-VAL-LEN
                ELSE
                    MOVE WS-SHOW-COL(WS-SHOW-IDX) TO WS-PUT-COL
                END-IF
                MOVE WS-VAL-TEXT(1:WS-VAL-LEN)
                    TO WS-PRINT-LINE(WS-PUT-COL:WS-VAL-LEN)
            END-IF.

       BREAK-TOTAL-PARA.
            MOVE WS-PREV-BREAK TO WS-VAL-TEXT.
            PERFORM TEXT-LENGTH-PARA.
            IF WS-VAL-LEN = ZERO
                MOVE 1 TO WS-VAL-LEN
            END-IF.
            MOVE SPACES TO WS-TOTAL-LABEL.
            MOVE 1 TO WS-OUT-PTR.
            STRING '** ' DELIMITED BY SIZE
                   WS-DF-NAME(WS-BREAK-FLD) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-PREV-BREAK(1:WS-VAL-LEN) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                INTO WS-TOTAL-LABEL WITH POINTER WS-OUT-PTR.
            MOVE WS-BREAK-COUNT TO WS-NUM-VALUE.
            PERFORM COUNT-LABEL-PARA.
            PERFORM CHECK-PAGE-PARA.
            WRITE OUT-LINE FROM WS-TOTAL-LABEL.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                IF WS-SHOW-TOTAL(WS-SHOW-IDX) = 'Y'
                    MOVE WS-TOT-BREAK(WS-SHOW-IDX) TO WS-NUM-VALUE
                    MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                    MOVE WS-DF-DEC(WS-FLD) TO WS-NUM-DEC
                    PERFORM EDIT-NUM-PARA
                    PERFORM PUT-COLUMN-PARA
                    MOVE ZERO TO WS-TOT-BREAK(WS-SHOW-IDX)
                END-IF
            END-PERFORM.
            IF WS-PRINT-LINE NOT = SPACES
                PERFORM CHECK-PAGE-PARA
                WRITE OUT-LINE FROM WS-PRINT-LINE
            END-IF.
            PERFORM CHECK-PAGE-PARA.
            MOVE SPACES TO OUT-LINE.
            WRITE OUT-LINE.
            MOVE ZERO TO WS-BREAK-COUNT.

       REPORT-END-PARA.
            IF WS-SELECT-COUNT = ZERO
                PERFORM CHECK-PAGE-PARA
                IF WS-RETURN-CODE = 8
                    MOVE 'INPUT FILE NOT READABLE - NOTHING EXTRACTED'
                        TO OUT-LINE
                ELSE
                    MOVE 'NO RECORDS SELECTED' TO OUT-LINE
                END-IF
                WRITE OUT-LINE
            ELSE
                IF WS-BREAK-FLD > ZERO
                    PERFORM BREAK-TOTAL-PARA
                END-IF
                MOVE SPACES TO WS-TOTAL-LABEL
                MOVE 1 TO WS-OUT-PTR
                STRING '** GRAND TOTAL - ' DELIMITED BY SIZE
                    INTO WS-TOTAL-LABEL WITH POINTER WS-OUT-PTR
                MOVE WS-SELECT-COUNT TO WS-NUM-VALUE
                PERFORM COUNT-LABEL-PARA
                PERFORM CHECK-PAGE-PARA
                WRITE OUT-LINE FROM WS-TOTAL-LABEL
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                        UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                    IF WS-SHOW-TOTAL(WS-SHOW-IDX) = 'Y'
                        MOVE WS-TOT-GRAND(WS-SHOW-IDX) TO WS-NUM-VALUE
                        MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                        MOVE WS-DF-DEC(WS-FLD) TO WS-NUM-DEC
                        PERFORM EDIT-NUM-PARA
                        PERFORM PUT-COLUMN-PARA
                    END-IF
                END-PERFORM
                IF WS-PRINT-LINE NOT = SPACES
                    PERFORM CHECK-PAGE-PARA
                    WRITE OUT-LINE FROM WS-PRINT-LINE
                END-IF
            END-IF.
            PERFORM CHECK-PAGE-PARA.
            MOVE SPACES TO OUT-LINE.
            WRITE OUT-LINE.
            MOVE WS-READ-COUNT TO WS-CL-READ.
            MOVE WS-SELECT-COUNT TO WS-CL-SELECTED.
            PERFORM CHECK-PAGE-PARA.
            WRITE OUT-LINE FROM WS-COUNT-LINE.

      * A RECORD COUNT (IN WS-NUM-VALUE) ON THE END OF A TOTAL LABEL.
       COUNT-LABEL-PARA.
            MOVE ZERO TO WS-NUM-DEC.
            PERFORM EDIT-NUM-PARA.
            STRING WS-VAL-TEXT(1:WS-VAL-LEN) DELIMITED BY SIZE
                   ' RECORDS' DELIMITED BY SIZE
                INTO WS-TOTAL-LABEL WITH POINTER WS-OUT-PTR.

       CHECK-PAGE-PARA.
            IF WS-PAGE-COUNT = ZERO OR
                WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM WRITE-HEADINGS-PARA
            END-IF.
            ADD 1 TO WS-LINE-COUNT.

       WRITE-HEADINGS-PARA.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-TITLE TO WS-HL-TITLE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-PAGE-COUNT TO WS-HL-PAGE.
            WRITE OUT-LINE FROM WS-HEAD-LINE.
            MOVE WS-IN-PATH TO WS-FL-PATH.
            MOVE WS-LAYOUT TO WS-FL-LAYOUT.
            WRITE OUT-LINE FROM WS-FILE-LINE.
            MOVE SPACES TO OUT-LINE.
            WRITE OUT-LINE.
            IF WS-PAGE-COUNT = 1
                PERFORM BUILD-COLUMN-HEAD-PARA
            END-IF.
            WRITE OUT-LINE FROM WS-COLUMN-LINE.
            WRITE OUT-LINE FROM WS-UNDER-LINE.
            MOVE 5 TO WS-LINE-COUNT.

      * COLUMN NAMES OVER THE COLUMNS, NUMBERS' NAMES TO THE RIGHT SO
      * THEY SIT OVER THE FIGURES, WITH A RULE UNDER EACH.
       BUILD-COLUMN-HEAD-PARA.
            MOVE SPACES TO WS-COLUMN-LINE WS-UNDER-LINE.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                MOVE WS-DF-NAME(WS-FLD) TO WS-VAL-TEXT
                PERFORM TEXT-LENGTH-PARA
                IF WS-DF-TYPE(WS-FLD) = 'X'
                    MOVE WS-SHOW-COL(WS-SHOW-IDX) TO WS-PUT-COL
                ELSE
                    COMPUTE WS-PUT-COL = WS-SHOW-COL(WS-SHOW-IDX)
                        + WS-SHOW-WIDTH(WS-SHOW-IDX) - WS-VAL-LEN
                END-IF
                MOVE WS-VAL-TEXT(1:WS-VAL-LEN)
                    TO WS-COLUMN-LINE(WS-PUT-COL:WS-VAL-LEN)
                MOVE WS-SHOW-COL(WS-SHOW-IDX) TO WS-PUT-COL
                MOVE WS-SHOW-WIDTH(WS-SHOW-IDX) TO WS-VAL-LEN
                IF WS-VAL-LEN > 30
                    MOVE 30 TO WS-VAL-LEN
                END-IF
                MOVE WS-DASHES(1:WS-VAL-LEN)
                    TO WS-UNDER-LINE(WS-PUT-COL:WS-VAL-LEN)
            END-PERFORM.

       CSV-HEADING-PARA.
            MOVE SPACES TO OUT-LINE.
            MOVE 1 TO WS-OUT-PTR.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                IF WS-SHOW-IDX > 1
                    STRING ',' DELIMITED BY SIZE
                        INTO OUT-LINE WITH POINTER WS-OUT-PTR
                END-IF
                MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                STRING WS-DF-NAME(WS-FLD) DELIMITED BY SPACE
                    INTO OUT-LINE WITH POINTER WS-OUT-PTR
            END-PERFORM.
            WRITE OUT-LINE.

      * TRAILING SPACES TRIMMED SO THE SPREADSHEET DOES NOT CARRY
      * THEM INTO THE CELL, AND A VALUE HOLDING A COMMA QUOTED SO IT
      * STAYS ONE COLUMN.
       CSV-ROW-PARA.
            MOVE SPACES TO OUT-LINE.
            MOVE 1 TO WS-OUT-PTR.
            PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                    UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
                IF WS-SHOW-IDX > 1
                    STRING ',' DELIMITED BY SIZE
                        INTO OUT-LINE WITH POINTER WS-OUT-PTR
                END-IF
                MOVE WS-SHOW-FLD(WS-SHOW-IDX) TO WS-FLD
                PERFORM FORMAT-FIELD-PARA
                IF WS-VAL-LEN > ZERO
                    MOVE 'N' TO WS-HAS-COMMA
                    PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                            UNTIL WS-TXT-IDX > WS-VAL-LEN
                        IF WS-VAL-TEXT(WS-TXT-IDX:1) = ','
                            MOVE 'Y' TO WS-HAS-COMMA
                        END-IF
                    END-PERFORM
                    IF WS-HAS-COMMA = 'Y'
                        STRING '"' DELIMITED BY SIZE
                               WS-VAL-TEXT(1:WS-VAL-LEN)
                                   DELIMITED BY SIZE
                               '"' DELIMITED BY SIZE
                            INTO OUT-LINE WITH POINTER WS-OUT-PTR
                    ELSE
                        STRING WS-VAL-TEXT(1:WS-VAL-LEN)
                                   DELIMITED BY SIZE
                            INTO OUT-LINE WITH POINTER WS-OUT-PTR
                    END-IF
                END-IF
            END-PERFORM.
            WRITE OUT-LINE.
            ADD 1 TO WS-WRITE-COUNT.

       RETURN-OUTPUT-EXIT.
            EXIT.

       TAIL SECTION.
      * THE FIELD WS-FLD OF WS-REC AS IT IS PRINTED. A CHARACTER FIELD
      * PRINTS AS STORED; A NUMBER IS EDITED -- LEADING ZEROS
      * SUPPRESSED, A MINUS SIGN, THE POINT WHERE IT HAS DECIMALS --
      * AND WS-NUM-VALUE CARRIES ITS VALUE FOR THE TOTALS.
       FORMAT-FIELD-PARA.
            MOVE SPACES TO WS-VAL-TEXT.
            MOVE ZERO TO WS-NUM-VALUE.
            IF WS-DF-TYPE(WS-FLD) = 'X'
                MOVE 'N' TO WS-VAL-NUMERIC
                MOVE WS-REC(WS-DF-START(WS-FLD):WS-DF-LEN(WS-FLD))
                    TO WS-VAL-TEXT
                PERFORM TEXT-LENGTH-PARA
            ELSE
                MOVE 'Y' TO WS-VAL-NUMERIC
                PERFORM FIELD-TO-NUM-PARA
                MOVE WS-DF-DEC(WS-FLD) TO WS-NUM-DEC
                PERFORM EDIT-NUM-PARA
            END-IF.

      * THE VALUE OF NUMERIC FIELD WS-FLD. LEADING SPACES READ AS
      * ZEROS; ANYTHING ELSE THAT IS NOT A DIGIT READS AS ZERO AND IS
      * COUNTED.
       FIELD-TO-NUM-PARA.
            MOVE SPACES TO WS-FLD-RAW.
            MOVE WS-REC(WS-DF-START(WS-FLD):WS-DF-LEN(WS-FLD))
                TO WS-FLD-RAW.
            MOVE '+' TO WS-FLD-SIGN.
            MOVE 1 TO WS-FLD-OFF.
            MOVE WS-DF-LEN(WS-FLD) TO WS-FLD-DIGITS.
            IF WS-DF-TYPE(WS-FLD) = 'S'
                MOVE WS-FLD-RAW(1:1) TO WS-FLD-SIGN
                MOVE 2 TO WS-FLD-OFF
                SUBTRACT 1 FROM WS-FLD-DIGITS
            END-IF.
            IF WS-FLD-DIGITS > 18
                COMPUTE WS-FLD-OFF = WS-FLD-OFF + WS-FLD-DIGITS - 18
                MOVE 18 TO WS-FLD-DIGITS
            END-IF.
            MOVE ZERO TO WS-DIG18.
            IF WS-FLD-DIGITS > ZERO
                MOVE WS-FLD-RAW(WS-FLD-OFF:WS-FLD-DIGITS)
                    TO WS-DIG18-X(19 - WS-FLD-DIGITS:WS-FLD-DIGITS)
            END-IF.
            INSPECT WS-DIG18-X REPLACING LEADING SPACE BY '0'.
            IF WS-DIG18 NOT NUMERIC
                ADD 1 TO WS-BAD-NUM-COUNT
                MOVE ZERO TO WS-DIG18
            END-IF.
            COMPUTE WS-NUM-VALUE = WS-DIG18 / (10 ** WS-DF-DEC(WS-FLD))
                ON SIZE ERROR
                    MOVE ZERO TO WS-NUM-VALUE
            END-COMPUTE.
            IF WS-FLD-SIGN = '-'
                COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
            END-IF.

      * WS-NUM-VALUE EDITED TO WS-NUM-DEC PLACES (AT MOST FOUR), LEFT-
      * JUSTIFIED IN WS-VAL-TEXT.
       EDIT-NUM-PARA.
            MOVE WS-NUM-VALUE TO WS-ED-NUM.
            IF WS-NUM-DEC > 4
                MOVE 4 TO WS-NUM-DEC
            END-IF.
            IF WS-NUM-DEC = ZERO
                MOVE 15 TO WS-ED-LEN
            ELSE
                COMPUTE WS-ED-LEN = 16 + WS-NUM-DEC
            END-IF.
            MOVE 1 TO WS-ED-FIRST.
            PERFORM UNTIL WS-ED-FIRST = WS-ED-LEN
                       OR WS-ED-TEXT(WS-ED-FIRST:1) NOT = SPACE
                ADD 1 TO WS-ED-FIRST
            END-PERFORM.
            MOVE SPACES TO WS-VAL-TEXT.
            COMPUTE WS-VAL-LEN = WS-ED-LEN - WS-ED-FIRST + 1.
            MOVE WS-ED-TEXT(WS-ED-FIRST:WS-VAL-LEN) TO WS-VAL-TEXT.
            MOVE 'Y' TO WS-VAL-NUMERIC.

      * A NUMBER AS TYPED ON A CARD -- AN OPTIONAL SIGN, DIGITS, AND
      * AN OPTIONAL POINT WITH UP TO FOUR PLACES.
       TEXT-TO-NUM-PARA.
            MOVE 'Y' TO WS-NUM-OK.
            MOVE 'N' TO WS-NT-NEG WS-NT-POINT.
            MOVE ZERO TO WS-NT-INT WS-NT-FRAC WS-NT-PLACES.
            PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                    UNTIL WS-NT-IDX > 30
                       OR WS-NUM-TEXT(WS-NT-IDX:1) = SPACE
                MOVE WS-NUM-TEXT(WS-NT-IDX:1) TO WS-NT-CHAR
                EVALUATE TRUE
                    WHEN WS-NT-CHAR = '-' AND WS-NT-IDX = 1
                        MOVE 'Y' TO WS-NT-NEG
                    WHEN WS-NT-CHAR = '+' AND WS-NT-IDX = 1
                        CONTINUE
                    WHEN WS-NT-CHAR = '.' AND WS-NT-POINT = 'N'
                        MOVE 'Y' TO WS-NT-POINT
                    WHEN WS-NT-CHAR NUMERIC
                        MOVE WS-NT-CHAR TO WS-NT-DIGIT
                        IF WS-NT-POINT = 'Y'
                            IF WS-NT-PLACES < 4
                                COMPUTE WS-NT-FRAC
                                    = WS-NT-FRAC * 10 + WS-NT-DIGIT
                                ADD 1 TO WS-NT-PLACES
                            END-IF
                        ELSE
                            COMPUTE WS-NT-INT
                                = WS-NT-INT * 10 + WS-NT-DIGIT
                                ON SIZE ERROR
                                    MOVE 'N' TO WS-NUM-OK
                            END-COMPUTE
                        END-IF
                    WHEN OTHER
                        MOVE 'N' TO WS-NUM-OK
                END-EVALUATE
            END-PERFORM.
            COMPUTE WS-NUM-VALUE
                = WS-NT-INT + WS-NT-FRAC / (10 ** WS-NT-PLACES).
            IF WS-NT-NEG = 'Y'
                COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
            END-IF.

      * SIGNIFICANT LENGTH OF WS-VAL-TEXT.
       TEXT-LENGTH-PARA.
            MOVE 60 TO WS-VAL-LEN.
            PERFORM UNTIL WS-VAL-LEN = ZERO
                       OR WS-VAL-TEXT(WS-VAL-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-VAL-LEN
            END-PERFORM.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\AdhocRequest.txt'
                TO WS-REQUEST-PATH
            ACCEPT WS-REQUEST-PATH FROM ENVIRONMENT 'ADHOC_REQUEST'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\DataDictionary.txt'
                TO WS-DICT-FILE-PATH
            ACCEPT WS-DICT-FILE-PATH FROM ENVIRONMENT 'DATA_DICTIONARY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AdhocOutput.txt' TO WS-OUT-PATH
            ACCEPT WS-OUT-PATH FROM ENVIRONMENT 'ADHOC_OUTPUT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\AdhocSortWork.tmp'
                TO WS-WORK-FILE-PATH
            ACCEPT WS-WORK-FILE-PATH FROM ENVIRONMENT 'ADHOC_SORTWORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM ADHOCRPT.
