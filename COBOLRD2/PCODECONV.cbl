      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: ONE-TIME PRODUCT-CODE CONVERSION OF THE STOCK FILES
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the cutover step for the
      *                PIC 9(2) to PIC 9(6) product-code widening.
      *                Every old two-digit code is re-keyed to its new
      *                six-digit code through the ProductXref.txt
      *                old-to-new cross-reference (PRODXREF layout,
      *                read through the shared PCODEXREF lookup). A
      *                code of 00 is "no product" and stays zero. The
      *                FILE_TYPE parameter names what is being
      *                converted:
      *                  BALMST  - BalanceMaster.dat, old indexed
      *                            record re-keyed to the new width
      *                            (written to a NEW file named by
      *                            PCODECONV_OUTPUT; rename it over
      *                            the old master after checking the
      *                            counts)
      *                  BALHIST - BalanceHistory.dat, old indexed
      *                            record re-keyed to the new width
      *                            (NEW file, same rename step)
      *                  TRAN    - a transaction file in the 35-byte
      *                            TDYTRAN shape to the 39-byte shape
      *                            (PCODECONV_INPUT names the file,
      *                            PCODECONV_OUTPUT the converted
      *                            copy)
      *                  FLAT    - any other line-sequential file
      *                            carrying a product code: the code
      *                            sits at column PCODECONV_COLUMN
      *                            (three digits, e.g. 004) of the
      *                            old record (and, for the kit
      *                            and supersession masters, a second
      *                            code at PCODECONV_COLUMN2, also an
      *                            old-record column). Everything
      *                            either side is copied unchanged.
      *                            PCODECONV_SORT=Y re-sorts the
      *                            output on the whole record, for
      *                            files kept in key order (the
      *                            product master, OldBalance.txt).
      *                The indexed files are written by key, so the
      *                re-keyed records need not arrive in order; two
      *                old codes mapped onto one new code on the same
      *                key are a cross-reference error and the second
      *                record is skipped. The old-width layouts are
      *                declared in line here and nowhere else. Counts
      *                of converted and skipped records print at end
      *                of job; a record whose code is not numeric or
      *                not on the cross-reference is skipped and
      *                listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCODECONV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OLD-FLAT ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-FLAT ASSIGN TO DYNAMIC WS-OUTPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORT-PATH.
           SELECT OLD-BALMST ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OBM-KEY
           FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-BALMST ASSIGN TO DYNAMIC WS-OUTPUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NBM-KEY
           ALTERNATE RECORD KEY IS NBM-PCODE WITH DUPLICATES
           FILE STATUS IS WS-OUT-STATUS.
           SELECT OLD-BALHIST ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OBH-KEY
           FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-BALHIST ASSIGN TO DYNAMIC WS-OUTPUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NBH-KEY
           FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE OLD-WIDTH SHAPES, DECLARED IN LINE -- THIS PROGRAM IS
      * THE ONLY THING THAT STILL READS THEM.
       FD OLD-FLAT.
       01 OLD-FLAT-REC PIC X(300).
       01 OLD-FLAT-TRAN REDEFINES OLD-FLAT-REC.
           05 OFT-BCODE PIC 9(3).
           05 OFT-PCODE PIC 9(2).
           05 OFT-REST PIC X(30).
           05 FILLER PIC X(265).

       FD NEW-FLAT.
       01 NEW-FLAT-REC PIC X(300).
       01 NEW-FLAT-TRAN REDEFINES NEW-FLAT-REC.
           05 NFT-BCODE PIC 9(3).
           05 NFT-PCODE PIC 9(6).
           05 NFT-REST PIC X(30).
           05 FILLER PIC X(261).

       SD SORT-WORK.
       01 SORT-REC PIC X(300).

       FD OLD-BALMST.
       01 OLD-BALMST-REC.
           05 OBM-KEY.
               10 OBM-BCODE PIC 9(3).
               10 OBM-PCODE PIC 9(2).
           05 OBM-QTY PIC 9(7).

       FD NEW-BALMST.
       01 NEW-BALMST-REC.
           05 NBM-KEY.
               10 NBM-BCODE PIC 9(3).
               10 NBM-PCODE PIC 9(6).
           05 NBM-QTY PIC 9(7).

       FD OLD-BALHIST.
       01 OLD-BALHIST-REC.
           05 OBH-KEY.
               10 OBH-BCODE PIC 9(3).
               10 OBH-PCODE PIC 9(2).
               10 OBH-DATE PIC 9(8).
               10 OBH-REF PIC 9(7).
           05 OBH-QTY PIC 9(7).
           05 OBH-OPTION PIC 9(1).
           05 OBH-REASON PIC X(3).

       FD NEW-BALHIST.
           COPY BALHISTX REPLACING BHX-REC-NAME BY NEW-BALHIST-REC
                                    BHX-KEY-NAME BY NBH-KEY
                                    BHX-BCODE-NAME BY NBH-BCODE
                                    BHX-PCODE-NAME BY NBH-PCODE
                                    BHX-DATE-NAME BY NBH-DATE
                                    BHX-REF-NAME BY NBH-REF
                                    BHX-QTY-NAME BY NBH-QTY
                                    BHX-OPTION-NAME BY NBH-OPTION
                                    BHX-REASON-NAME BY NBH-REASON.

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(2).
       01 WS-OUT-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-FILE-TYPE PIC X(8).
       01 WS-INPUT-PATH PIC X(60).
       01 WS-OUTPUT-PATH PIC X(60).
       01 WS-SORT-PATH PIC X(60).
       01 WS-CONVERTED PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED PIC 9(7) VALUE ZERO.

      * GENERIC FLAT-FILE PARAMETERS -- OLD-RECORD COLUMNS OF THE
      * ONE OR TWO PRODUCT CODES, AND WHETHER TO RE-SORT.
       01 WS-COLUMN-X PIC X(3).
       01 WS-COLUMN2-X PIC X(3).
       01 WS-COLUMN PIC 9(3) VALUE ZERO.
       01 WS-COLUMN2 PIC 9(3) VALUE ZERO.
       01 WS-SORT-FLAG PIC X(1) VALUE 'N'.
       01 WS-OLD-AT PIC 9(3).
       01 WS-NEW-AT PIC 9(3).
       01 WS-PIECE PIC 9(3).
       01 WS-OLD-CODE-X PIC X(2).
       01 WS-OLD-CODE REDEFINES WS-OLD-CODE-X PIC 9(2).
       01 WS-RECORD-OK PIC X(1).

      * CROSS-REFERENCE LOOKUP PASSED TO THE SHARED PCODEXREF -- A
      * ZERO DATE MAPS REGARDLESS OF THE TRANSITION END DATE.
       01 WS-PCODE-XREF.
           05 WS-PX-DATE PIC 9(8) VALUE ZERO.
           05 WS-PX-PCODE PIC 9(6).
           05 WS-PX-NEW-PCODE PIC 9(6).
           05 WS-PX-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 RECORDS SKIPPED AS
      * UNPARSEABLE OR UNMAPPED, 12 NO OR UNKNOWN FILE_TYPE PARAMETER,
      * A MISSING CROSS-REFERENCE OR AN UNUSABLE FILE.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM CHECK-XREF-PARA.
            IF WS-RETURN-CODE < 12
                EVALUATE WS-FILE-TYPE
                    WHEN 'TRAN'
                        PERFORM CONVERT-FLAT-TRAN-PARA
                    WHEN 'FLAT'
                        PERFORM CONVERT-FLAT-PARA
                    WHEN 'BALMST'
                        PERFORM CONVERT-BALMST-PARA
                    WHEN 'BALHIST'
                        PERFORM CONVERT-BALHIST-PARA
                    WHEN OTHER
                        DISPLAY "FILE_TYPE MUST BE TRAN, FLAT, BALMST"
                            " OR BALHIST - RUN REFUSED"
                        MOVE 12 TO WS-RETURN-CODE
                END-EVALUATE
            END-IF.
            DISPLAY "CONVERSION (" WS-FILE-TYPE ") - CONVERTED "
                WS-CONVERTED " SKIPPED " WS-SKIPPED.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       CHECK-XREF-PARA.
      *     A DUMMY LOOKUP OF OLD CODE 01 LOADS THE CROSS-REFERENCE --
      *     WITHOUT ONE THERE IS NOTHING TO RE-KEY BY.
            MOVE 1 TO WS-PX-PCODE.
            CALL 'PCODEXREF' USING WS-PCODE-XREF.
            IF WS-PX-RESULT = '9'
                DISPLAY "PRODUCT CROSS-REFERENCE NOT AVAILABLE - "
                    "RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       MAP-CODE-PARA.
      *     OLD CODE IN WS-OLD-CODE-X; NEW CODE BACK IN WS-PX-NEW-PCODE
      *     AND WS-RECORD-OK 'N' WHEN IT CANNOT BE MAPPED.
            MOVE 'Y' TO WS-RECORD-OK.
            IF WS-OLD-CODE-X IS NOT NUMERIC
                MOVE 'N' TO WS-RECORD-OK
            ELSE
                MOVE WS-OLD-CODE TO WS-PX-PCODE
                CALL 'PCODEXREF' USING WS-PCODE-XREF
                IF WS-PX-RESULT NOT = '0' AND WS-PX-RESULT NOT = '1'
                    DISPLAY "OLD PRODUCT CODE " WS-OLD-CODE-X
                        " NOT ON THE CROSS-REFERENCE"
                    MOVE 'N' TO WS-RECORD-OK
                END-IF
            END-IF.

       CONVERT-FLAT-TRAN-PARA.
            OPEN INPUT OLD-FLAT.
            IF WS-IN-STATUS NOT = '00'
                DISPLAY "INPUT NOT READABLE - STATUS " WS-IN-STATUS
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            ELSE
                OPEN OUTPUT NEW-FLAT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OLD-FLAT
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM CONVERT-ONE-TRAN-PARA
                END-READ
            END-PERFORM.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '10'
                CLOSE OLD-FLAT NEW-FLAT
            END-IF.

       CONVERT-ONE-TRAN-PARA.
      *     'HDR'/'TRL' CONTROL RECORDS PASS THROUGH UNCHANGED -- THE
      *     TRAILER HASH STILL FOOTS, BECAUSE IT IS A QUANTITY HASH.
            IF OLD-FLAT-REC(1:3) = 'HDR' OR OLD-FLAT-REC(1:3) = 'TRL'
                MOVE OLD-FLAT-REC TO NEW-FLAT-REC
                WRITE NEW-FLAT-REC
                ADD 1 TO WS-CONVERTED
            ELSE
                MOVE OFT-PCODE TO WS-OLD-CODE-X
                PERFORM MAP-CODE-PARA
                IF OFT-BCODE IS NUMERIC AND WS-RECORD-OK = 'Y'
                    MOVE SPACES TO NEW-FLAT-REC
                    MOVE OFT-BCODE TO NFT-BCODE
                    MOVE WS-PX-NEW-PCODE TO NFT-PCODE
                    MOVE OFT-REST TO NFT-REST
                    WRITE NEW-FLAT-REC
                    ADD 1 TO WS-CONVERTED
                ELSE
                    PERFORM SKIP-ONE-PARA
                END-IF
            END-IF.

       CONVERT-FLAT-PARA.
            IF WS-COLUMN = ZERO OR WS-COLUMN > 250 OR
                (WS-COLUMN2 NOT = ZERO AND
                 (WS-COLUMN2 < WS-COLUMN + 2 OR WS-COLUMN2 > 250))
                DISPLAY "PCODECONV_COLUMN MUST NAME THE OLD CODE'S "
                    "COLUMN (AND PCODECONV_COLUMN2 A LATER ONE) - "
                    "RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                OPEN INPUT OLD-FLAT
                IF WS-IN-STATUS NOT = '00'
                    DISPLAY "INPUT NOT READABLE - STATUS " WS-IN-STATUS
                    MOVE 12 TO WS-RETURN-CODE
                ELSE
                    CLOSE OLD-FLAT
                    IF WS-SORT-FLAG = 'Y'
                        SORT SORT-WORK
                            ON ASCENDING KEY SORT-REC
                            INPUT PROCEDURE IS RELEASE-FLAT
                            GIVING NEW-FLAT
                    ELSE
                        OPEN INPUT OLD-FLAT
                        OPEN OUTPUT NEW-FLAT
                        PERFORM COPY-FLAT-PARA
                        CLOSE OLD-FLAT NEW-FLAT
                    END-IF
                END-IF
            END-IF.

       COPY-FLAT-PARA.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OLD-FLAT
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM REKEY-FLAT-PARA
                        IF WS-RECORD-OK = 'Y'
                            WRITE NEW-FLAT-REC
                        END-IF
                END-READ
            END-PERFORM.

       REKEY-FLAT-PARA.
      *     BUILD THE NEW RECORD IN NEW-FLAT-REC: THE BYTES BEFORE
      *     EACH OLD CODE, THE SIX-DIGIT CODE IN ITS PLACE, AND THE
      *     REST OF THE RECORD AFTER IT.
            MOVE SPACES TO NEW-FLAT-REC.
            MOVE 1 TO WS-OLD-AT.
            MOVE 1 TO WS-NEW-AT.
            MOVE OLD-FLAT-REC(WS-COLUMN:2) TO WS-OLD-CODE-X.
            PERFORM MAP-CODE-PARA.
            IF WS-RECORD-OK = 'Y'
                COMPUTE WS-PIECE = WS-COLUMN - WS-OLD-AT
                PERFORM REKEY-PIECE-PARA
                IF WS-COLUMN2 NOT = ZERO
                    MOVE OLD-FLAT-REC(WS-COLUMN2:2) TO WS-OLD-CODE-X
                    PERFORM MAP-CODE-PARA
                    IF WS-RECORD-OK = 'Y'
                        COMPUTE WS-PIECE = WS-COLUMN2 - WS-OLD-AT
                        PERFORM REKEY-PIECE-PARA
                    END-IF
                END-IF
            END-IF.
            IF WS-RECORD-OK = 'Y'
                COMPUTE WS-PIECE = 301 - WS-NEW-AT
                MOVE OLD-FLAT-REC(WS-OLD-AT:WS-PIECE)
                    TO NEW-FLAT-REC(WS-NEW-AT:WS-PIECE)
                ADD 1 TO WS-CONVERTED
            ELSE
                PERFORM SKIP-ONE-PARA
            END-IF.

       REKEY-PIECE-PARA.
      *     COPY WS-PIECE UNCHANGED BYTES, THEN THE MAPPED CODE, AND
      *     STEP PAST THE OLD CODE.
            IF WS-PIECE > ZERO
                MOVE OLD-FLAT-REC(WS-OLD-AT:WS-PIECE)
                    TO NEW-FLAT-REC(WS-NEW-AT:WS-PIECE)
                ADD WS-PIECE TO WS-OLD-AT
                ADD WS-PIECE TO WS-NEW-AT
            END-IF.
            MOVE WS-PX-NEW-PCODE TO NEW-FLAT-REC(WS-NEW-AT:6).
            ADD 2 TO WS-OLD-AT.
            ADD 6 TO WS-NEW-AT.

       CONVERT-BALMST-PARA.
            OPEN INPUT OLD-BALMST.
            IF WS-IN-STATUS NOT = '00'
                DISPLAY "INPUT NOT READABLE - STATUS " WS-IN-STATUS
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            ELSE
                OPEN OUTPUT NEW-BALMST
                IF WS-OUT-STATUS NOT = '00'
                    DISPLAY "OUTPUT UNUSABLE - STATUS " WS-OUT-STATUS
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OLD-BALMST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE OBM-PCODE TO WS-OLD-CODE-X
                        PERFORM MAP-CODE-PARA
                        IF WS-RECORD-OK = 'Y'
                            MOVE OBM-BCODE TO NBM-BCODE
                            MOVE WS-PX-NEW-PCODE TO NBM-PCODE
                            MOVE OBM-QTY TO NBM-QTY
                            WRITE NEW-BALMST-REC
                                INVALID KEY PERFORM SKIP-ONE-PARA
                                NOT INVALID KEY ADD 1 TO WS-CONVERTED
                            END-WRITE
                        ELSE
                            PERFORM SKIP-ONE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '10'
                CLOSE OLD-BALMST NEW-BALMST
            END-IF.

       CONVERT-BALHIST-PARA.
            OPEN INPUT OLD-BALHIST.
            IF WS-IN-STATUS NOT = '00'
                DISPLAY "INPUT NOT READABLE - STATUS " WS-IN-STATUS
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            ELSE
                OPEN OUTPUT NEW-BALHIST
                IF WS-OUT-STATUS NOT = '00'
                    DISPLAY "OUTPUT UNUSABLE - STATUS " WS-OUT-STATUS
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OLD-BALHIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE OBH-PCODE TO WS-OLD-CODE-X
                        PERFORM MAP-CODE-PARA
                        IF WS-RECORD-OK = 'Y'
                            MOVE OBH-BCODE TO NBH-BCODE
                            MOVE WS-PX-NEW-PCODE TO NBH-PCODE
                            MOVE OBH-DATE TO NBH-DATE
                            MOVE OBH-REF TO NBH-REF
                            MOVE OBH-QTY TO NBH-QTY
                            MOVE OBH-OPTION TO NBH-OPTION
                            MOVE OBH-REASON TO NBH-REASON
                            WRITE NEW-BALHIST-REC
                                INVALID KEY PERFORM SKIP-ONE-PARA
                                NOT INVALID KEY ADD 1 TO WS-CONVERTED
                            END-WRITE
                        ELSE
                            PERFORM SKIP-ONE-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '10'
                CLOSE OLD-BALHIST NEW-BALHIST
            END-IF.

       SKIP-ONE-PARA.
            ADD 1 TO WS-SKIPPED.
            DISPLAY "RECORD SKIPPED - NOT A VALID OLD-CODE RECORD".
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       SET-FILE-NAMES.
            MOVE SPACES TO WS-FILE-TYPE.
            ACCEPT WS-FILE-TYPE FROM ENVIRONMENT 'FILE_TYPE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-INPUT-PATH.
            ACCEPT WS-INPUT-PATH FROM ENVIRONMENT 'PCODECONV_INPUT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-OUTPUT-PATH.
            ACCEPT WS-OUTPUT-PATH FROM ENVIRONMENT 'PCODECONV_OUTPUT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PcodeConvSort.tmp' TO WS-SORT-PATH.
            ACCEPT WS-SORT-PATH FROM ENVIRONMENT 'PCODECONV_SORTWORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-COLUMN-X.
            ACCEPT WS-COLUMN-X FROM ENVIRONMENT 'PCODECONV_COLUMN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-COLUMN-X IS NUMERIC
                MOVE WS-COLUMN-X TO WS-COLUMN
            END-IF.
            MOVE SPACES TO WS-COLUMN2-X.
            ACCEPT WS-COLUMN2-X FROM ENVIRONMENT 'PCODECONV_COLUMN2'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-COLUMN2-X IS NUMERIC
                MOVE WS-COLUMN2-X TO WS-COLUMN2
            END-IF.
            ACCEPT WS-SORT-FLAG FROM ENVIRONMENT 'PCODECONV_SORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-INPUT-PATH = SPACES
                EVALUATE WS-FILE-TYPE
                    WHEN 'BALMST'
                        MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                            TO WS-INPUT-PATH
                    WHEN 'BALHIST'
                        MOVE 'D:\cOBOLTRAINING\BalanceHistory.dat'
                            TO WS-INPUT-PATH
                    WHEN 'TRAN'
                        MOVE 'D:\cOBOLTRAINING\TodayTransaction.txt'
                            TO WS-INPUT-PATH
                END-EVALUATE
            END-IF.
            IF WS-OUTPUT-PATH = SPACES
                EVALUATE WS-FILE-TYPE
                    WHEN 'BALMST'
                        MOVE 'D:\cOBOLTRAINING\BalanceMasterNew.dat'
                            TO WS-OUTPUT-PATH
                    WHEN 'BALHIST'
                        MOVE 'D:\cOBOLTRAINING\BalanceHistoryNew.dat'
                            TO WS-OUTPUT-PATH
                    WHEN 'TRAN'
                        MOVE 'D:\cOBOLTRAINING\TodayTransactionNew.txt'
                            TO WS-OUTPUT-PATH
                END-EVALUATE
            END-IF.

      * SORT INPUT PROCEDURE FOR A RE-SORTED FLAT FILE -- THE SAME
      * RE-KEY AS THE UNSORTED COPY, RELEASED INSTEAD OF WRITTEN.
       RELEASE-FLAT SECTION.
       RELEASE-FLAT-PARA.
            OPEN INPUT OLD-FLAT.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OLD-FLAT
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM REKEY-FLAT-PARA
                        IF WS-RECORD-OK = 'Y'
                            RELEASE SORT-REC FROM NEW-FLAT-REC
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OLD-FLAT.
       RELEASE-FLAT-EXIT.
            EXIT.

       END PROGRAM PCODECONV.
