      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: BUILD THE EXPIRY KEY FILE FROM THE LOT BALANCES
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the KEYFILE that
      *                KeyExpiredProcess ages is no longer keyed by
      *                hand: after the roll-forward this step reads
      *                LotBalance.txt (LOTBAL layout, now carrying each
      *                lot's expiry date) and writes one key record
      *                per lot still holding quantity -- the shared
      *                BRPRDQTY branch/product/quantity fields, the
      *                expiry date (zero = does not expire) and the
      *                lot number -- in branch/product order, earliest
      *                expiry first within a product, ending with the
      *                all-zero record KeyExpiredProcess flushes its
      *                last totals on. The write-off it raises for an
      *                expired line carries the lot, so the roll-
      *                forward clears that lot and the next night's
      *                key file no longer offers it. RETURN-CODE 0
      *                clean, 4 the lot balance file was not there
      *                (an empty key file is written), 16 more lots
      *                than the table holds (nothing written).
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTKEYGEN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LOTBALANCE-FILE ASSIGN TO DYNAMIC
           WS-LOTBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBL-STATUS.
           SELECT KEYFILE ASSIGN TO DYNAMIC WS-KEYFILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOTBALANCE-FILE.
           COPY LOTBAL REPLACING LBL-REC-NAME BY LOTBALANCE-REC
                                  LBL-BCODE-NAME BY LBL-BCODE
                                  LBL-PCODE-NAME BY LBL-PCODE
                                  LBL-LOT-NAME BY LBL-LOT
                                  LBL-QTY-NAME BY LBL-QTY
                                  LBL-EXPIRY-NAME BY LBL-EXPIRY.

      * THE KEY RECORD KeyExpiredProcess READS -- THE SHARED
      * BRPRDQTY FIELDS, THEN THE EXPIRY DATE AND THE LOT NUMBER.
       FD KEYFILE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY KEYFILE-REC
                                    BPQ-BCODE-NAME BY KEY-BCODE
                                    BPQ-PCODE-NAME BY KEY-PCODE
                                    BPQ-QTY-NAME BY KEY-QTY.
       01 KEYFILE-DATED-REC.
           05 FILLER PIC X(12).
           05 KEY-EXPIRY PIC 9(8).
           05 KEY-LOT PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-LBL-STATUS PIC X(2).
       01 WS-KEY-STATUS PIC X(2).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-KEYFILE-PATH PIC X(60).
       01 WS-LOT-EOF PIC A(1).
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

      * LOTS IN STORAGE, KEPT IN BRANCH / PRODUCT / EXPIRY ORDER BY
      * SORTED INSERTION AS THEY LOAD (A ZERO EXPIRY RANKS AFTER
      * EVERY DATE, AND EQUAL KEYS KEEP THE FILE'S ORDER).
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 1000 TIMES.
               10 WS-LOT-T-SORTKEY.
                   15 WS-LOT-T-BCODE PIC 9(3).
                   15 WS-LOT-T-PCODE PIC 9(6).
                   15 WS-LOT-T-RANK PIC 9(8).
               10 WS-LOT-T-LOT PIC X(6).
               10 WS-LOT-T-QTY PIC 9(7).
               10 WS-LOT-T-EXPIRY PIC 9(8).
       01 WS-LOT-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LOT-COUNT PIC 9(4) VALUE 1000.
       01 WS-LOT-IDX PIC 9(4).
       01 WS-INS-IDX PIC 9(4).
       01 WS-SLOT-FOUND PIC X(1).
       01 WS-NEW-SORTKEY.
           05 WS-NEW-BCODE PIC 9(3).
           05 WS-NEW-PCODE PIC 9(6).
           05 WS-NEW-RANK PIC 9(8).

       01 WS-STAT-READ PIC 9(7) VALUE ZERO.
       01 WS-STAT-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-STAT-SKIPPED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM LOAD-LOTBAL-PARA.
            IF WS-RETURN-CODE = 16
                DISPLAY "LOT BALANCE FILE EXCEEDS " MAX-LOT-COUNT
                    " LOTS - KEY FILE NOT WRITTEN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT KEYFILE.
            PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-COUNT
                MOVE WS-LOT-T-BCODE(WS-LOT-IDX) TO KEY-BCODE
                MOVE WS-LOT-T-PCODE(WS-LOT-IDX) TO KEY-PCODE
                MOVE WS-LOT-T-QTY(WS-LOT-IDX) TO KEY-QTY
                MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX) TO KEY-EXPIRY
                MOVE WS-LOT-T-LOT(WS-LOT-IDX) TO KEY-LOT
                WRITE KEYFILE-DATED-REC
                ADD 1 TO WS-STAT-WRITTEN
            END-PERFORM.
      *     END-OF-KEYS RECORD -- BRANCH 000 PRODUCT 00.
            MOVE ZERO TO KEY-BCODE.
            MOVE ZERO TO KEY-PCODE.
            MOVE ZERO TO KEY-QTY.
            MOVE ZERO TO KEY-EXPIRY.
            MOVE SPACES TO KEY-LOT.
            WRITE KEYFILE-DATED-REC.
            CLOSE KEYFILE.
            DISPLAY "LOT BALANCES READ " WS-STAT-READ
                " KEYS WRITTEN " WS-STAT-WRITTEN
                " SKIPPED " WS-STAT-SKIPPED.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-LOTBAL-PARA.
      *     A LOT WITH NO QUANTITY, OR A LINE THAT DOES NOT PARSE, HAS
      *     NOTHING TO EXPIRE AND IS LEFT OUT.
            MOVE 'N' TO WS-LOT-EOF.
            OPEN INPUT LOTBALANCE-FILE.
            IF WS-LBL-STATUS NOT = '00'
                DISPLAY "LOT BALANCE FILE NOT AVAILABLE - STATUS "
                    WS-LBL-STATUS " - EMPTY KEY FILE WRITTEN"
                MOVE 4 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-LOT-EOF
            END-IF.
            PERFORM UNTIL WS-LOT-EOF = 'Y'
                READ LOTBALANCE-FILE
                    AT END MOVE 'Y' TO WS-LOT-EOF
                    NOT AT END
                        ADD 1 TO WS-STAT-READ
                        IF LBL-BCODE IS NUMERIC AND
                            LBL-PCODE IS NUMERIC AND
                            LBL-QTY IS NUMERIC AND
                            LBL-QTY > ZERO
                            PERFORM ADD-LOT-PARA
                        ELSE
                            ADD 1 TO WS-STAT-SKIPPED
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LBL-STATUS = '00' OR WS-LBL-STATUS = '10'
                CLOSE LOTBALANCE-FILE
            END-IF.

       ADD-LOT-PARA.
            IF WS-LOT-COUNT >= MAX-LOT-COUNT
                MOVE 16 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-LOT-EOF
            ELSE
                MOVE LBL-BCODE TO WS-NEW-BCODE
                MOVE LBL-PCODE TO WS-NEW-PCODE
                IF LBL-EXPIRY IS NUMERIC AND LBL-EXPIRY NOT = ZERO
                    MOVE LBL-EXPIRY TO WS-NEW-RANK
                ELSE
                    MOVE 99999999 TO WS-NEW-RANK
                END-IF
      *         OPEN A SLOT AFTER THE LAST ENTRY THAT SORTS AT OR
      *         BEFORE THE NEW ONE, SHIFTING THE REST DOWN ONE.
                MOVE WS-LOT-COUNT TO WS-INS-IDX
                MOVE 'N' TO WS-SLOT-FOUND
                PERFORM UNTIL WS-SLOT-FOUND = 'Y'
                    IF WS-INS-IDX = ZERO
                        MOVE 'Y' TO WS-SLOT-FOUND
                    ELSE
                        IF WS-LOT-T-SORTKEY(WS-INS-IDX)
                            NOT > WS-NEW-SORTKEY
                            MOVE 'Y' TO WS-SLOT-FOUND
                        ELSE
                            MOVE WS-LOT-ENTRY(WS-INS-IDX)
                                TO WS-LOT-ENTRY(WS-INS-IDX + 1)
                            SUBTRACT 1 FROM WS-INS-IDX
                        END-IF
                    END-IF
                END-PERFORM
                ADD 1 TO WS-INS-IDX
                ADD 1 TO WS-LOT-COUNT
                MOVE WS-NEW-SORTKEY TO WS-LOT-T-SORTKEY(WS-INS-IDX)
                MOVE LBL-LOT TO WS-LOT-T-LOT(WS-INS-IDX)
                MOVE LBL-QTY TO WS-LOT-T-QTY(WS-INS-IDX)
                IF WS-NEW-RANK = 99999999
                    MOVE ZERO TO WS-LOT-T-EXPIRY(WS-INS-IDX)
                ELSE
                    MOVE WS-NEW-RANK TO WS-LOT-T-EXPIRY(WS-INS-IDX)
                END-IF
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\LotBalance.txt'
                TO WS-LOTBALANCE-PATH
            ACCEPT WS-LOTBALANCE-PATH FROM ENVIRONMENT 'LOT_BALANCE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\Transaction.txt'
                TO WS-KEYFILE-PATH
            ACCEPT WS-KEYFILE-PATH FROM ENVIRONMENT 'KEYFILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM LOTKEYGEN.
