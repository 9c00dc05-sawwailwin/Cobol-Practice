      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- builds the data dictionary
      *                from the COPYLIB members themselves, so the
      *                field positions ADHOCRPT extracts by can never
      *                drift from the layouts the programs compile
      *                with. Reads the member names to describe from
      *                DictMembers.txt (one per line), opens each
      *                member in the COPYLIB directory and works out
      *                every elementary field's start, length, type
      *                and decimals from its level and PIC clause,
      *                allowing for group items, FILLER, OCCURS on an
      *                elementary item or on a group of elementary
      *                items (one row per occurrence, named NAME(n)),
      *                REDEFINES and a leading separate sign. One
      *                DataDictionary.txt row per field in the
      *                DATADICT layout, and a listing of every layout
      *                with its record length. A line the parser does
      *                not understand (a USAGE other than DISPLAY, a
      *                nested OCCURS, a trailing sign) is listed
      *                against its member, and the fields after it
      *                in that member should not be trusted until the
      *                dictionary is taught it. RETURN-CODE 0 clean,
      *                4 a member was missing or had a line not
      *                understood, 12 no member list or the
      *                dictionary could not be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICTBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MEMBER-LIST ASSIGN TO DYNAMIC WS-MEMBER-LIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MBR-STATUS.

            SELECT COPY-MEMBER ASSIGN TO DYNAMIC WS-COPY-MEMBER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CPY-STATUS.

            SELECT DICT-FILE ASSIGN TO DYNAMIC WS-DICT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DCT-STATUS.

            SELECT LISTING-FILE ASSIGN TO DYNAMIC WS-LISTING-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-LIST.
       01 MEMBER-LINE PIC X(80).

       FD COPY-MEMBER.
       01 COPY-LINE PIC X(80).

       FD DICT-FILE.
           COPY DATADICT REPLACING DDC-REC-NAME BY DICT-REC
                                    DDC-LAYOUT-NAME BY DICT-LAYOUT
                                    DDC-FIELD-NAME BY DICT-FIELD
                                    DDC-START-NAME BY DICT-START
                                    DDC-LENGTH-NAME BY DICT-LENGTH
                                    DDC-TYPE-NAME BY DICT-TYPE
                                    DDC-DECIMALS-NAME
                                        BY DICT-DECIMALS.

       FD LISTING-FILE.
       01 LISTING-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MBR-STATUS PIC X(2).
       01 WS-CPY-STATUS PIC X(2).
       01 WS-DCT-STATUS PIC X(2).
       01 WS-MBR-EOF PIC X(1) VALUE 'N'.
       01 WS-CPY-EOF PIC X(1).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-MEMBER PIC X(10).
       01 WS-COPYLIB-DIR PIC X(60).
       01 WS-COPY-SUFFIX PIC X(4) VALUE '.cpy'.

      * ONE SOURCE STATEMENT, GATHERED FROM AS MANY LINES AS IT TAKES
      * TO REACH ITS PERIOD, AND THE WORDS IT SPLITS INTO.
       01 WS-STMT PIC X(400).
       01 WS-STMT-PTR PIC 9(3).
       01 WS-STMT-LINE PIC 9(5).
       01 WS-LINE-NO PIC 9(5).
       01 WS-LAST-CHAR PIC 9(2).
       01 WS-TOKEN-TABLE.
           05 WS-TOKEN OCCURS 20 TIMES PIC X(30).
       01 WS-ONE-TOKEN PIC X(30).
       01 WS-TOK-COUNT PIC 9(2).
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-LEN PIC 9(2).
       01 WS-SCAN-PTR PIC 9(3).
       01 WS-CLAUSE-START PIC 9(2).

      * THE ITEM BEING DESCRIBED.
       01 WS-LEVEL PIC 9(2).
       01 WS-LEVEL-X PIC X(2).
       01 WS-RAW-NAME PIC X(30).
       01 WS-CLEAN-NAME PIC X(30).
       01 WS-PIC-STR PIC X(30).
       01 WS-HAS-PIC PIC X(1).
       01 WS-HAS-OCC PIC X(1).
       01 WS-OCC-N PIC 9(3).
       01 WS-HAS-REDEF PIC X(1).
       01 WS-REDEF-NAME PIC X(30).
       01 WS-SEP-SIGN PIC X(1).
       01 WS-BAD-ITEM PIC X(1).
       01 WS-BAD-TEXT PIC X(40).

      * WHAT THE PIC CLAUSE WORKS OUT TO.
       01 WS-PIC-IDX PIC 9(2).
       01 WS-PIC-CHAR PIC X(1).
       01 WS-PIC-LAST PIC X(1).
       01 WS-PIC-SIGNED PIC X(1).
       01 WS-PIC-AFTER-V PIC X(1).
       01 WS-PIC-INT PIC 9(3).
       01 WS-PIC-DEC PIC 9(3).
       01 WS-PIC-ALPHA PIC 9(3).
       01 WS-PIC-REPEAT PIC 9(3).
       01 WS-PIC-DIGIT PIC 9(1).
       01 WS-FLD-LEN PIC 9(4).
       01 WS-FLD-TYPE PIC X(1).
       01 WS-FLD-DEC PIC 9(1).

      * WHERE THE NEXT FIELD STARTS, AND THE FURTHEST BYTE USED SO FAR
      * (THE RECORD LENGTH ONCE THE MEMBER IS DONE). A MEMBER WRITTEN
      * FOR COPY ... REPLACING NAMES ITS 01 XXX-NAME, AND THEN EVERY
      * FIELD LOSES THE SAME SUFFIX.
       01 WS-POS PIC 9(4).
       01 WS-REC-LEN PIC 9(4).
       01 WS-FLD-END PIC 9(4).
       01 WS-STRIP-SUFFIX PIC X(1).
       01 WS-MEMBER-FIELDS PIC 9(3).

      * AN OCCURS GROUP IS HELD UNTIL ITS LAST CHILD HAS BEEN SEEN --
      * ONLY THEN IS THE LENGTH OF ONE OCCURRENCE KNOWN.
       01 WS-OCC-PENDING PIC X(1).
       01 WS-OCC-LEVEL PIC 9(2).
       01 WS-OCC-TIMES PIC 9(3).
       01 WS-OCC-START PIC 9(4).
       01 WS-OCC-GROUP-LEN PIC 9(4).
       01 WS-OCC-IDX PIC 9(3).
       01 WS-CHILD-TABLE.
           05 WS-CHILD-ENTRY OCCURS 30 TIMES.
               10 WS-CH-NAME PIC X(30).
               10 WS-CH-REL PIC 9(4).
               10 WS-CH-LEN PIC 9(4).
               10 WS-CH-TYPE PIC X(1).
               10 WS-CH-DEC PIC 9(1).
       01 WS-CHILD-COUNT PIC 9(2).
       01 WS-CHILD-IDX PIC 9(2).

      * A REDEFINES SENDS THE POSITION BACK TO THE REDEFINED ITEM;
      * THE FURTHER OF THE TWO ENDS CARRIES ON ONCE IT CLOSES.
       01 WS-REDEF-PENDING PIC X(1).
       01 WS-REDEF-LEVEL PIC 9(2).
       01 WS-REDEF-SAVE PIC 9(4).
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 300 TIMES.
               10 WS-IT-NAME PIC X(30).
               10 WS-IT-START PIC 9(4).
       01 WS-ITEM-COUNT PIC 9(3).
       01 WS-ITEM-IDX PIC 9(3).
       01 WS-ITEM-HIT PIC 9(3).

      * THE ROW GOING TO THE DICTIONARY.
       01 WS-OUT-NAME PIC X(30).
       01 WS-OUT-START PIC 9(4).
       01 WS-OUT-LEN PIC 9(4).
       01 WS-OUT-TYPE PIC X(1).
       01 WS-OUT-DEC PIC 9(1).
       01 WS-SUB-NUM PIC 9(3).
       01 WS-SUB-TEXT PIC X(3).

       01 WS-LIST-HEAD.
           05 FILLER PIC X(34) VALUE
               'DATA DICTIONARY - COPYLIB LAYOUTS '.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-LH-DATE PIC 9(8).
       01 WS-LIST-LAYOUT.
           05 FILLER PIC X(8) VALUE 'LAYOUT: '.
           05 WS-LL-MEMBER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-TEXT PIC X(60).
       01 WS-LIST-COLUMNS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(31) VALUE 'FIELD NAME'.
           05 FILLER PIC X(6) VALUE 'START'.
           05 FILLER PIC X(7) VALUE 'LENGTH'.
           05 FILLER PIC X(5) VALUE 'TYPE'.
           05 FILLER PIC X(3) VALUE 'DEC'.
       01 WS-LIST-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LD-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LD-START PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LD-LEN PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LD-TYPE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LD-DEC PIC 9(1).
       01 WS-LIST-WARN.
           05 FILLER PIC X(10) VALUE '  ** LINE '.
           05 WS-LW-LINE PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LW-TEXT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LW-NAME PIC X(30).
       01 WS-LIST-TOTAL.
           05 FILLER PIC X(16) VALUE '  RECORD LENGTH '.
           05 WS-LT-LEN PIC ZZZ9.
           05 FILLER PIC X(10) VALUE '   FIELDS '.
           05 WS-LT-FIELDS PIC ZZ9.

       77 WS-MEMBER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       77 WS-WARN-COUNT PIC 9(3) VALUE ZERO.
       77 WS-FIELD-COUNT PIC 9(5) VALUE ZERO.
       77 MAX-TOKEN-COUNT PIC 9(2) VALUE 20.
       77 MAX-CHILD-COUNT PIC 9(2) VALUE 30.
       77 MAX-ITEM-COUNT PIC 9(3) VALUE 300.

       01 WS-MEMBER-LIST-PATH PIC X(60).
       01 WS-COPY-MEMBER-PATH PIC X(80).
       01 WS-DICT-FILE-PATH PIC X(60).
       01 WS-LISTING-PATH PIC X(60).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (A MEMBER
      * MISSING OR A LINE NOT UNDERSTOOD), 12 NO MEMBER LIST OR THE
      * DICTIONARY COULD NOT BE WRITTEN.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            OPEN INPUT MEMBER-LIST.
            IF WS-MBR-STATUS NOT = '00'
                DISPLAY "DICTIONARY MEMBER LIST NOT AVAILABLE - STATUS "
                    WS-MBR-STATUS " - NOTHING BUILT"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT DICT-FILE.
            IF WS-DCT-STATUS NOT = '00'
                DISPLAY "DATA DICTIONARY CANNOT BE WRITTEN - STATUS "
                    WS-DCT-STATUS
                CLOSE MEMBER-LIST
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT LISTING-FILE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-LH-DATE.
            WRITE LISTING-LINE FROM WS-LIST-HEAD.
            PERFORM UNTIL WS-MBR-EOF = 'Y'
                READ MEMBER-LIST
                    AT END MOVE 'Y' TO WS-MBR-EOF
                    NOT AT END
                        IF MEMBER-LINE NOT = SPACES
                           AND MEMBER-LINE(1:1) NOT = '*'
                            PERFORM BUILD-MEMBER-PARA
                                THRU BUILD-MEMBER-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MEMBER-LIST DICT-FILE LISTING-FILE.
            DISPLAY WS-MEMBER-COUNT " LAYOUTS DESCRIBED, "
                WS-FIELD-COUNT " FIELDS, " WS-MISSING-COUNT
                " MEMBERS MISSING, " WS-WARN-COUNT
                " LINES NOT UNDERSTOOD".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

      * ONE COPYLIB MEMBER, START TO FINISH. THE MEMBER NAME IS THE
      * FIRST WORD ON THE LIST LINE.
       BUILD-MEMBER-PARA.
            MOVE SPACES TO WS-MEMBER.
            UNSTRING MEMBER-LINE DELIMITED BY ALL SPACE
                INTO WS-MEMBER.
            IF WS-MEMBER = SPACES
                MOVE MEMBER-LINE(2:10) TO WS-MEMBER
            END-IF.
            MOVE SPACES TO WS-COPY-MEMBER-PATH.
            STRING WS-COPYLIB-DIR DELIMITED BY SPACE
                   WS-MEMBER DELIMITED BY SPACE
                   WS-COPY-SUFFIX DELIMITED BY SPACE
                INTO WS-COPY-MEMBER-PATH.
            MOVE SPACES TO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE WS-MEMBER TO WS-LL-MEMBER.
            OPEN INPUT COPY-MEMBER.
            IF WS-CPY-STATUS NOT = '00'
                MOVE 'MEMBER NOT FOUND - NOT DESCRIBED' TO WS-LL-TEXT
                WRITE LISTING-LINE FROM WS-LIST-LAYOUT
                ADD 1 TO WS-MISSING-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                GO TO BUILD-MEMBER-EXIT
            END-IF.
            ADD 1 TO WS-MEMBER-COUNT.
            MOVE SPACES TO WS-LL-TEXT.
            WRITE LISTING-LINE FROM WS-LIST-LAYOUT.
            WRITE LISTING-LINE FROM WS-LIST-COLUMNS.
            MOVE 1 TO WS-POS.
            MOVE ZERO TO WS-REC-LEN WS-MEMBER-FIELDS WS-ITEM-COUNT
                WS-LINE-NO WS-CHILD-COUNT.
            MOVE 'N' TO WS-OCC-PENDING WS-REDEF-PENDING WS-CPY-EOF
                WS-STRIP-SUFFIX.
            MOVE SPACES TO WS-STMT.
            MOVE 1 TO WS-STMT-PTR.
            PERFORM UNTIL WS-CPY-EOF = 'Y'
                READ COPY-MEMBER
                    AT END MOVE 'Y' TO WS-CPY-EOF
                    NOT AT END
                        PERFORM PROCESS-LINE-PARA THRU PROCESS-LINE-EXIT
                END-READ
            END-PERFORM.
            CLOSE COPY-MEMBER.
            IF WS-OCC-PENDING = 'Y'
                PERFORM FLUSH-OCCURS-PARA
            END-IF.
            IF WS-REDEF-PENDING = 'Y'
                PERFORM CLOSE-REDEFINES-PARA
            END-IF.
            MOVE WS-REC-LEN TO WS-LT-LEN.
            MOVE WS-MEMBER-FIELDS TO WS-LT-FIELDS.
            WRITE LISTING-LINE FROM WS-LIST-TOTAL.
       BUILD-MEMBER-EXIT.
            EXIT.

      * COLUMNS 8-72 OF EVERY LINE THAT IS NOT A COMMENT GO INTO THE
      * STATEMENT; A LINE ENDING IN A PERIOD FINISHES IT.
       PROCESS-LINE-PARA.
            ADD 1 TO WS-LINE-NO.
            IF COPY-LINE(7:1) = '*' OR COPY-LINE(7:1) = '/'
                GO TO PROCESS-LINE-EXIT
            END-IF.
            IF COPY-LINE(8:65) = SPACES
                GO TO PROCESS-LINE-EXIT
            END-IF.
            IF WS-STMT-PTR = 1
                MOVE WS-LINE-NO TO WS-STMT-LINE
            END-IF.
            IF WS-STMT-PTR < 330
                STRING COPY-LINE(8:65) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                    INTO WS-STMT WITH POINTER WS-STMT-PTR
            END-IF.
            MOVE 65 TO WS-LAST-CHAR.
            PERFORM UNTIL WS-LAST-CHAR = 1
                       OR COPY-LINE(7 + WS-LAST-CHAR:1) NOT = SPACE
                SUBTRACT 1 FROM WS-LAST-CHAR
            END-PERFORM.
            IF COPY-LINE(7 + WS-LAST-CHAR:1) = '.'
                PERFORM PARSE-STMT-PARA THRU PARSE-STMT-EXIT
                MOVE SPACES TO WS-STMT
                MOVE 1 TO WS-STMT-PTR
            END-IF.
       PROCESS-LINE-EXIT.
            EXIT.

      * SPLIT THE STATEMENT INTO WORDS, THEN WORK OUT WHAT KIND OF
      * ITEM IT IS.
       PARSE-STMT-PARA.
            MOVE SPACES TO WS-TOKEN-TABLE.
            MOVE ZERO TO WS-TOK-COUNT.
            MOVE 1 TO WS-SCAN-PTR.
            PERFORM UNTIL WS-SCAN-PTR > 400
                       OR WS-TOK-COUNT = MAX-TOKEN-COUNT
                MOVE SPACES TO WS-ONE-TOKEN
                UNSTRING WS-STMT DELIMITED BY ALL SPACE
                    INTO WS-ONE-TOKEN WITH POINTER WS-SCAN-PTR
                IF WS-ONE-TOKEN NOT = SPACES
                    ADD 1 TO WS-TOK-COUNT
                    MOVE WS-ONE-TOKEN TO WS-TOKEN(WS-TOK-COUNT)
                END-IF
            END-PERFORM.
            IF WS-TOK-COUNT = ZERO
                GO TO PARSE-STMT-EXIT
            END-IF.
      *     THE CLOSING PERIOD BELONGS TO THE STATEMENT, NOT THE WORD.
            MOVE 30 TO WS-TOK-LEN.
            PERFORM UNTIL WS-TOK-LEN = 1
                       OR WS-TOKEN(WS-TOK-COUNT)(WS-TOK-LEN:1)
                          NOT = SPACE
                SUBTRACT 1 FROM WS-TOK-LEN
            END-PERFORM.
            IF WS-TOKEN(WS-TOK-COUNT)(WS-TOK-LEN:1) = '.'
                MOVE SPACE TO WS-TOKEN(WS-TOK-COUNT)(WS-TOK-LEN:1)
            END-IF.
            IF WS-TOKEN(1)(2:1) = SPACE
                MOVE '0' TO WS-LEVEL-X(1:1)
                MOVE WS-TOKEN(1)(1:1) TO WS-LEVEL-X(2:1)
            ELSE
                MOVE WS-TOKEN(1)(1:2) TO WS-LEVEL-X
            END-IF.
            IF WS-LEVEL-X NOT NUMERIC
               OR WS-TOKEN(1)(3:1) NOT = SPACE
                MOVE 'STATEMENT IS NOT A DATA ITEM' TO WS-BAD-TEXT
                MOVE WS-TOKEN(1) TO WS-RAW-NAME
                PERFORM WARN-PARA
                GO TO PARSE-STMT-EXIT
            END-IF.
            MOVE WS-LEVEL-X TO WS-LEVEL.
      *     CONDITION NAMES AND STAND-ALONE ITEMS TAKE NO ROOM IN THE
      *     RECORD.
            IF WS-LEVEL = 88 OR WS-LEVEL = 77
                GO TO PARSE-STMT-EXIT
            END-IF.
            IF WS-LEVEL = 66
                MOVE 'RENAMES NOT DESCRIBED' TO WS-BAD-TEXT
                MOVE WS-TOKEN(2) TO WS-RAW-NAME
                PERFORM WARN-PARA
                GO TO PARSE-STMT-EXIT
            END-IF.
            MOVE 2 TO WS-CLAUSE-START.
            MOVE 'FILLER' TO WS-RAW-NAME.
            IF WS-TOK-COUNT > 1
                IF WS-TOKEN(2) = 'PIC' OR WS-TOKEN(2) = 'PICTURE'
                   OR WS-TOKEN(2) = 'OCCURS'
                   OR WS-TOKEN(2) = 'REDEFINES'
                    MOVE 2 TO WS-CLAUSE-START
                ELSE
                    MOVE WS-TOKEN(2) TO WS-RAW-NAME
                    MOVE 3 TO WS-CLAUSE-START
                END-IF
            END-IF.
            PERFORM SCAN-CLAUSES-PARA.
            IF WS-BAD-ITEM = 'Y'
                PERFORM WARN-PARA
            END-IF.
      *     A SHALLOWER OR EQUAL LEVEL ENDS ANY OCCURS GROUP OR
      *     REDEFINES STILL OPEN.
            IF WS-OCC-PENDING = 'Y' AND WS-LEVEL NOT > WS-OCC-LEVEL
                PERFORM FLUSH-OCCURS-PARA
            END-IF.
            IF WS-REDEF-PENDING = 'Y' AND WS-LEVEL NOT > WS-REDEF-LEVEL
                PERFORM CLOSE-REDEFINES-PARA
            END-IF.
            IF WS-LEVEL = 1
      *         EVERY 01 IN A MEMBER DESCRIBES THE SAME RECORD AREA.
                MOVE 1 TO WS-POS
                MOVE 'N' TO WS-STRIP-SUFFIX
                MOVE 30 TO WS-TOK-LEN
                PERFORM UNTIL WS-TOK-LEN = 1
                           OR WS-RAW-NAME(WS-TOK-LEN:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-TOK-LEN
                END-PERFORM
                IF WS-TOK-LEN > 5
                    IF WS-RAW-NAME(WS-TOK-LEN - 4:5) = '-NAME'
                        MOVE 'Y' TO WS-STRIP-SUFFIX
                    END-IF
                END-IF
            END-IF.
            IF WS-HAS-REDEF = 'Y'
                PERFORM OPEN-REDEFINES-PARA THRU OPEN-REDEFINES-EXIT
            END-IF.
            IF WS-ITEM-COUNT < MAX-ITEM-COUNT
                ADD 1 TO WS-ITEM-COUNT
                MOVE WS-RAW-NAME TO WS-IT-NAME(WS-ITEM-COUNT)
                MOVE WS-POS TO WS-IT-START(WS-ITEM-COUNT)
            END-IF.
            IF WS-HAS-PIC = 'N'
      *         A GROUP ITEM -- ITS CHILDREN CARRY THE STORAGE.
                IF WS-HAS-OCC = 'Y'
                    IF WS-OCC-PENDING = 'Y'
                        MOVE 'NESTED OCCURS NOT DESCRIBED'
                            TO WS-BAD-TEXT
                        PERFORM WARN-PARA
                    ELSE
                        MOVE 'Y' TO WS-OCC-PENDING
                        MOVE WS-LEVEL TO WS-OCC-LEVEL
                        MOVE WS-OCC-N TO WS-OCC-TIMES
                        MOVE WS-POS TO WS-OCC-START
                        MOVE ZERO TO WS-CHILD-COUNT
                    END-IF
                END-IF
                GO TO PARSE-STMT-EXIT
            END-IF.
            PERFORM PARSE-PIC-PARA.
            PERFORM CLEAN-NAME-PARA.
            IF WS-OCC-PENDING = 'Y'
                IF WS-HAS-OCC = 'Y'
                    MOVE 'NESTED OCCURS NOT DESCRIBED' TO WS-BAD-TEXT
                    PERFORM WARN-PARA
                END-IF
                IF WS-CHILD-COUNT < MAX-CHILD-COUNT
                   AND WS-RAW-NAME NOT = 'FILLER'
                    ADD 1 TO WS-CHILD-COUNT
                    MOVE WS-CLEAN-NAME TO WS-CH-NAME(WS-CHILD-COUNT)
                    COMPUTE WS-CH-REL(WS-CHILD-COUNT)
                        = WS-POS - WS-OCC-START
                    MOVE WS-FLD-LEN TO WS-CH-LEN(WS-CHILD-COUNT)
                    MOVE WS-FLD-TYPE TO WS-CH-TYPE(WS-CHILD-COUNT)
                    MOVE WS-FLD-DEC TO WS-CH-DEC(WS-CHILD-COUNT)
                END-IF
                ADD WS-FLD-LEN TO WS-POS
                GO TO PARSE-STMT-EXIT
            END-IF.
            MOVE WS-FLD-LEN TO WS-OUT-LEN.
            MOVE WS-FLD-TYPE TO WS-OUT-TYPE.
            MOVE WS-FLD-DEC TO WS-OUT-DEC.
            IF WS-HAS-OCC = 'Y'
                PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                        UNTIL WS-OCC-IDX > WS-OCC-N
                    MOVE WS-OCC-IDX TO WS-SUB-NUM
                    PERFORM SUBSCRIPT-NAME-PARA
                    MOVE WS-POS TO WS-OUT-START
                    IF WS-RAW-NAME NOT = 'FILLER'
                        PERFORM WRITE-FIELD-PARA
                    END-IF
                    ADD WS-FLD-LEN TO WS-POS
                END-PERFORM
            ELSE
                MOVE WS-CLEAN-NAME TO WS-OUT-NAME
                MOVE WS-POS TO WS-OUT-START
                IF WS-RAW-NAME NOT = 'FILLER'
                    PERFORM WRITE-FIELD-PARA
                END-IF
                ADD WS-FLD-LEN TO WS-POS
            END-IF.
            PERFORM NOTE-END-PARA.
       PARSE-STMT-EXIT.
            EXIT.

      * PIC, OCCURS, REDEFINES AND SIGN ARE WHAT DECIDE WHERE THE
      * FIELD SITS; A VALUE CLAUSE ENDS THE LOOK (ITS LITERAL MAY
      * HOLD ANY WORDS AT ALL).
       SCAN-CLAUSES-PARA.
            MOVE 'N' TO WS-HAS-PIC WS-HAS-OCC WS-HAS-REDEF WS-SEP-SIGN
                WS-BAD-ITEM.
            MOVE SPACES TO WS-PIC-STR WS-REDEF-NAME WS-BAD-TEXT.
            MOVE ZERO TO WS-OCC-N.
            PERFORM VARYING WS-TOK-IDX FROM WS-CLAUSE-START BY 1
                    UNTIL WS-TOK-IDX > WS-TOK-COUNT
                EVALUATE WS-TOKEN(WS-TOK-IDX)
                    WHEN 'PIC'
                    WHEN 'PICTURE'
                        ADD 1 TO WS-TOK-IDX
                        IF WS-TOKEN(WS-TOK-IDX) = 'IS'
                            ADD 1 TO WS-TOK-IDX
                        END-IF
                        MOVE WS-TOKEN(WS-TOK-IDX) TO WS-PIC-STR
                        MOVE 'Y' TO WS-HAS-PIC
                    WHEN 'OCCURS'
                        ADD 1 TO WS-TOK-IDX
                        MOVE 'Y' TO WS-HAS-OCC
                        MOVE WS-TOKEN(WS-TOK-IDX) TO WS-ONE-TOKEN
                        PERFORM OCCURS-COUNT-PARA
                        IF WS-TOK-IDX < WS-TOK-COUNT
                            IF WS-TOKEN(WS-TOK-IDX + 1) = 'TO'
                                MOVE 'Y' TO WS-BAD-ITEM
                                MOVE 'VARIABLE OCCURS NOT DESCRIBED'
                                    TO WS-BAD-TEXT
                            END-IF
                        END-IF
                    WHEN 'REDEFINES'
                        ADD 1 TO WS-TOK-IDX
                        MOVE WS-TOKEN(WS-TOK-IDX) TO WS-REDEF-NAME
                        MOVE 'Y' TO WS-HAS-REDEF
                    WHEN 'SEPARATE'
                        MOVE 'Y' TO WS-SEP-SIGN
                    WHEN 'TRAILING'
                        MOVE 'Y' TO WS-BAD-ITEM
                        MOVE 'TRAILING SIGN NOT DESCRIBED'
                            TO WS-BAD-TEXT
                    WHEN 'COMP'
                    WHEN 'COMP-1'
                    WHEN 'COMP-2'
                    WHEN 'COMP-3'
                    WHEN 'COMP-4'
                    WHEN 'COMP-5'
                    WHEN 'COMPUTATIONAL'
                    WHEN 'COMPUTATIONAL-3'
                    WHEN 'BINARY'
                    WHEN 'PACKED-DECIMAL'
                    WHEN 'INDEX'
                    WHEN 'POINTER'
                        MOVE 'Y' TO WS-BAD-ITEM
                        MOVE 'USAGE OTHER THAN DISPLAY NOT DESCRIBED'
                            TO WS-BAD-TEXT
                    WHEN 'VALUE'
                    WHEN 'VALUES'
                        MOVE WS-TOK-COUNT TO WS-TOK-IDX
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

       OCCURS-COUNT-PARA.
            MOVE ZERO TO WS-OCC-N.
            PERFORM VARYING WS-PIC-IDX FROM 1 BY 1
                    UNTIL WS-PIC-IDX > 3
                       OR WS-ONE-TOKEN(WS-PIC-IDX:1) NOT NUMERIC
                MOVE WS-ONE-TOKEN(WS-PIC-IDX:1) TO WS-PIC-DIGIT
                COMPUTE WS-OCC-N = WS-OCC-N * 10 + WS-PIC-DIGIT
            END-PERFORM.
            IF WS-OCC-N = ZERO
                MOVE 1 TO WS-OCC-N
            END-IF.

      * WALK THE PICTURE STRING. 9 IS A DIGIT (AFTER THE V IT IS A
      * DECIMAL PLACE), X AND A ARE CHARACTERS, S IS THE SIGN (A BYTE
      * OF ITS OWN ONLY WHEN SEPARATE), P TAKES NO ROOM, AND (N)
      * REPEATS THE SYMBOL BEFORE IT. EDITING SYMBOLS MAKE THE FIELD
      * A CHARACTER FIELD OF THEIR WIDTH.
       PARSE-PIC-PARA.
            MOVE 'N' TO WS-PIC-SIGNED WS-PIC-AFTER-V.
            MOVE SPACE TO WS-PIC-LAST.
            MOVE ZERO TO WS-PIC-INT WS-PIC-DEC WS-PIC-ALPHA.
            PERFORM VARYING WS-PIC-IDX FROM 1 BY 1
                    UNTIL WS-PIC-IDX > 30
                       OR WS-PIC-STR(WS-PIC-IDX:1) = SPACE
                MOVE WS-PIC-STR(WS-PIC-IDX:1) TO WS-PIC-CHAR
                EVALUATE WS-PIC-CHAR
                    WHEN 'S'
                        MOVE 'Y' TO WS-PIC-SIGNED
                    WHEN 'V'
                        MOVE 'Y' TO WS-PIC-AFTER-V
                    WHEN 'P'
                        CONTINUE
                    WHEN '9'
                        MOVE '9' TO WS-PIC-LAST
                        IF WS-PIC-AFTER-V = 'Y'
                            ADD 1 TO WS-PIC-DEC
                        ELSE
                            ADD 1 TO WS-PIC-INT
                        END-IF
                    WHEN '('
                        MOVE ZERO TO WS-PIC-REPEAT
                        ADD 1 TO WS-PIC-IDX
                        PERFORM UNTIL WS-PIC-IDX > 30
                                   OR WS-PIC-STR(WS-PIC-IDX:1) = ')'
                            IF WS-PIC-STR(WS-PIC-IDX:1) NUMERIC
                                MOVE WS-PIC-STR(WS-PIC-IDX:1)
                                    TO WS-PIC-DIGIT
                                COMPUTE WS-PIC-REPEAT
                                    = WS-PIC-REPEAT * 10 + WS-PIC-DIGIT
                            END-IF
                            ADD 1 TO WS-PIC-IDX
                        END-PERFORM
                        IF WS-PIC-REPEAT > ZERO
                            SUBTRACT 1 FROM WS-PIC-REPEAT
                        END-IF
                        IF WS-PIC-LAST = '9'
                            IF WS-PIC-AFTER-V = 'Y'
                                ADD WS-PIC-REPEAT TO WS-PIC-DEC
                            ELSE
                                ADD WS-PIC-REPEAT TO WS-PIC-INT
                            END-IF
                        ELSE
                            IF WS-PIC-LAST = 'X'
                                ADD WS-PIC-REPEAT TO WS-PIC-ALPHA
                            END-IF
                        END-IF
                    WHEN OTHER
                        MOVE 'X' TO WS-PIC-LAST
                        ADD 1 TO WS-PIC-ALPHA
                END-EVALUATE
            END-PERFORM.
            COMPUTE WS-FLD-LEN = WS-PIC-INT + WS-PIC-DEC + WS-PIC-ALPHA.
            MOVE ZERO TO WS-FLD-DEC.
            IF WS-PIC-ALPHA > ZERO
                MOVE 'X' TO WS-FLD-TYPE
            ELSE
                IF WS-PIC-DEC > 9
                    MOVE 9 TO WS-FLD-DEC
                ELSE
                    MOVE WS-PIC-DEC TO WS-FLD-DEC
                END-IF
                IF WS-PIC-SIGNED = 'Y' AND WS-SEP-SIGN = 'Y'
                    MOVE 'S' TO WS-FLD-TYPE
                    ADD 1 TO WS-FLD-LEN
                ELSE
                    MOVE '9' TO WS-FLD-TYPE
                    IF WS-PIC-SIGNED = 'Y' AND WS-BAD-ITEM = 'N'
                        MOVE 'SIGN NOT SEPARATE - READ AS UNSIGNED'
                            TO WS-BAD-TEXT
                        PERFORM WARN-PARA
                    END-IF
                END-IF
            END-IF.

      * DROP THE -NAME SUFFIX A REPLACING MEMBER PUTS ON EVERY NAME.
       CLEAN-NAME-PARA.
            MOVE WS-RAW-NAME TO WS-CLEAN-NAME.
            IF WS-STRIP-SUFFIX = 'Y'
                MOVE 30 TO WS-TOK-LEN
                PERFORM UNTIL WS-TOK-LEN = 1
                           OR WS-CLEAN-NAME(WS-TOK-LEN:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-TOK-LEN
                END-PERFORM
                IF WS-TOK-LEN > 5
                    IF WS-CLEAN-NAME(WS-TOK-LEN - 4:5) = '-NAME'
                        MOVE SPACES TO WS-CLEAN-NAME(WS-TOK-LEN - 4:5)
                    END-IF
                END-IF
            END-IF.

      * NAME(N) FOR ONE OCCURRENCE -- N WITHOUT LEADING ZEROS.
       SUBSCRIPT-NAME-PARA.
            IF WS-SUB-NUM < 10
                MOVE WS-SUB-NUM(3:1) TO WS-SUB-TEXT
            ELSE
                IF WS-SUB-NUM < 100
                    MOVE WS-SUB-NUM(2:2) TO WS-SUB-TEXT
                ELSE
                    MOVE WS-SUB-NUM TO WS-SUB-TEXT
                END-IF
            END-IF.
            MOVE SPACES TO WS-OUT-NAME.
            STRING WS-CLEAN-NAME DELIMITED BY SPACE
                   '(' DELIMITED BY SIZE
                   WS-SUB-TEXT DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
                INTO WS-OUT-NAME.

      * THE LAST CHILD OF AN OCCURS GROUP HAS BEEN SEEN -- ONE ROW PER
      * CHILD PER OCCURRENCE, THEN MOVE PAST THE WHOLE TABLE.
       FLUSH-OCCURS-PARA.
            COMPUTE WS-OCC-GROUP-LEN = WS-POS - WS-OCC-START.
            PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                    UNTIL WS-OCC-IDX > WS-OCC-TIMES
                PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
                        UNTIL WS-CHILD-IDX > WS-CHILD-COUNT
                    MOVE WS-CH-NAME(WS-CHILD-IDX) TO WS-CLEAN-NAME
                    MOVE WS-OCC-IDX TO WS-SUB-NUM
                    PERFORM SUBSCRIPT-NAME-PARA
                    COMPUTE WS-OUT-START = WS-OCC-START
                        + (WS-OCC-IDX - 1) * WS-OCC-GROUP-LEN
                        + WS-CH-REL(WS-CHILD-IDX)
                    MOVE WS-CH-LEN(WS-CHILD-IDX) TO WS-OUT-LEN
                    MOVE WS-CH-TYPE(WS-CHILD-IDX) TO WS-OUT-TYPE
                    MOVE WS-CH-DEC(WS-CHILD-IDX) TO WS-OUT-DEC
                    PERFORM WRITE-FIELD-PARA
                END-PERFORM
            END-PERFORM.
            COMPUTE WS-POS = WS-OCC-START
                + WS-OCC-TIMES * WS-OCC-GROUP-LEN.
            MOVE 'N' TO WS-OCC-PENDING.
            MOVE ZERO TO WS-CHILD-COUNT.
            PERFORM NOTE-END-PARA.

       OPEN-REDEFINES-PARA.
            IF WS-REDEF-PENDING = 'Y'
                MOVE 'NESTED REDEFINES NOT DESCRIBED' TO WS-BAD-TEXT
                PERFORM WARN-PARA
                GO TO OPEN-REDEFINES-EXIT
            END-IF.
            MOVE ZERO TO WS-ITEM-HIT.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WS-IT-NAME(WS-ITEM-IDX) = WS-REDEF-NAME
                    MOVE WS-ITEM-IDX TO WS-ITEM-HIT
                END-IF
            END-PERFORM.
            IF WS-ITEM-HIT = ZERO
                MOVE 'REDEFINED ITEM NOT FOUND' TO WS-BAD-TEXT
                PERFORM WARN-PARA
                GO TO OPEN-REDEFINES-EXIT
            END-IF.
            MOVE 'Y' TO WS-REDEF-PENDING.
            MOVE WS-LEVEL TO WS-REDEF-LEVEL.
            MOVE WS-POS TO WS-REDEF-SAVE.
            MOVE WS-IT-START(WS-ITEM-HIT) TO WS-POS.
       OPEN-REDEFINES-EXIT.
            EXIT.

       CLOSE-REDEFINES-PARA.
            IF WS-REDEF-SAVE > WS-POS
                MOVE WS-REDEF-SAVE TO WS-POS
            END-IF.
            MOVE 'N' TO WS-REDEF-PENDING.

       NOTE-END-PARA.
            COMPUTE WS-FLD-END = WS-POS - 1.
            IF WS-FLD-END > WS-REC-LEN
                MOVE WS-FLD-END TO WS-REC-LEN
            END-IF.

       WRITE-FIELD-PARA.
            MOVE SPACES TO DICT-REC.
            MOVE WS-MEMBER TO DICT-LAYOUT.
            MOVE WS-OUT-NAME TO DICT-FIELD.
            MOVE WS-OUT-START TO DICT-START.
            MOVE WS-OUT-LEN TO DICT-LENGTH.
            MOVE WS-OUT-TYPE TO DICT-TYPE.
            MOVE WS-OUT-DEC TO DICT-DECIMALS.
            WRITE DICT-REC.
            ADD 1 TO WS-FIELD-COUNT WS-MEMBER-FIELDS.
            MOVE WS-OUT-NAME TO WS-LD-NAME.
            MOVE WS-OUT-START TO WS-LD-START.
            MOVE WS-OUT-LEN TO WS-LD-LEN.
            MOVE WS-OUT-TYPE TO WS-LD-TYPE.
            MOVE WS-OUT-DEC TO WS-LD-DEC.
            WRITE LISTING-LINE FROM WS-LIST-DETAIL.

       WARN-PARA.
            MOVE WS-STMT-LINE TO WS-LW-LINE.
            MOVE WS-BAD-TEXT TO WS-LW-TEXT.
            MOVE WS-RAW-NAME TO WS-LW-NAME.
            WRITE LISTING-LINE FROM WS-LIST-WARN.
            ADD 1 TO WS-WARN-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\DictMembers.txt'
                TO WS-MEMBER-LIST-PATH
            ACCEPT WS-MEMBER-LIST-PATH FROM ENVIRONMENT 'DICT_MEMBERS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\COPYLIB\' TO WS-COPYLIB-DIR
            ACCEPT WS-COPYLIB-DIR FROM ENVIRONMENT 'COPYLIB_DIR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\DataDictionary.txt'
                TO WS-DICT-FILE-PATH
            ACCEPT WS-DICT-FILE-PATH FROM ENVIRONMENT 'DATA_DICTIONARY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\DataDictionaryListing.txt'
                TO WS-LISTING-PATH
            ACCEPT WS-LISTING-PATH FROM ENVIRONMENT 'DICT_LISTING'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM DICTBUILD.
