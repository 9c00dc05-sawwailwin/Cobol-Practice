      *                BALHISTLOAD), read sequentially in key order;
      *                per branch/product that is date order, which
      *                is exactly what the rolling scan wants.
      * 10/15/2026 SWL A superseded product's history now counts as
      *                its replacement's. Each branch/product row is
      *                resolved (shared SUPERSEDE lookup, as of the
      *                business date) to the live code; after the scan
      *                the old code's issues, observed days and
      *                day-of-week figures are folded into the live
      *                code's row for the branch and the review line
      *                prints the live code. The reason-'SUP' history
      *                lines SUPERCUT writes when it moves a balance
      *                across are taken as a re-basing of the
      *                position, not as issues or receipts.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 2000 TIMES.
               10 WS-FC-BCODE PIC 9(3).
               10 WS-FC-PCODE PIC 9(6).
               10 WS-FC-TARGET PIC 9(2).
               10 WS-FC-PREV-DATE PIC 9(8).
               10 WS-FC-PREV-QTY PIC 9(7).
               10 WS-FC-CUR-DATE PIC 9(8).
       01 WS-FC-DELTA PIC S9(8).
       01 WS-DOW PIC 9(1).
       01 WS-DOW-IDX PIC 9(1).
       01 WS-FOLD-HIT PIC 9(4).
       01 WS-FOLD-IDX PIC 9(4).

       01 WS-SUPERSEDE-REQUEST.
           05 WS-SUP-DATE PIC 9(8).
           05 WS-SUP-PCODE PIC 9(6).
           05 WS-SUP-NEW-PCODE PIC 9(6).
           05 WS-SUP-RESULT PIC X(1).

      * ZELLER'S CONGRUENCE WORK FIELDS -- GIVES THE DAY OF WEEK
      * (1 = MONDAY .. 7 = SUNDAY) FOR THE DAY-OF-WEEK WEIGHTING.
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-AVG PIC ZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-DET-SUGGEST PIC ZZZZZZ9.
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            PERFORM CLOSE-LAST-DAYS-PARA.
            PERFORM FOLD-SUPERSEDED-PARA.
            OPEN OUTPUT REVIEW-FILE.
            MOVE WS-HEAD-LINE TO REVIEW-LINE.
            WRITE REVIEW-LINE.
                    ADD 1 TO WS-FC-COUNT
                    MOVE BH-BCODE TO WS-FC-BCODE(WS-FC-COUNT)
                    MOVE BH-PCODE TO WS-FC-PCODE(WS-FC-COUNT)
                    MOVE WS-RUN-DATE TO WS-SUP-DATE
                    MOVE BH-PCODE TO WS-SUP-PCODE
                    CALL 'SUPERSEDE' USING WS-SUPERSEDE-REQUEST
                    MOVE WS-SUP-NEW-PCODE TO WS-FC-TARGET(WS-FC-COUNT)
                    MOVE ZERO TO WS-FC-PREV-DATE(WS-FC-COUNT)
                    MOVE ZERO TO WS-FC-PREV-QTY(WS-FC-COUNT)
                    MOVE BH-RUNDATE TO WS-FC-CUR-DATE(WS-FC-COUNT)
      *     WINS AS THAT DATE'S CLOSING POSITION. A NEWER DATE CLOSES
      *     THE DATE IN PROGRESS FIRST -- ITS DROP AGAINST THE PRIOR
      *     CLOSING IS THAT DAY'S NET ISSUES.
            IF BH-REASON = 'SUP'
                PERFORM REBASE-FC-ROW-PARA
            ELSE
                IF BH-RUNDATE = WS-FC-CUR-DATE(WS-FC-HIT)
                    MOVE BH-QUANTITY TO WS-FC-CUR-QTY(WS-FC-HIT)
                ELSE
                    IF BH-RUNDATE > WS-FC-CUR-DATE(WS-FC-HIT)
                        PERFORM CLOSE-FC-DAY-PARA
                        MOVE BH-RUNDATE TO WS-FC-CUR-DATE(WS-FC-HIT)
                        MOVE BH-QUANTITY TO WS-FC-CUR-QTY(WS-FC-HIT)
                    END-IF
                END-IF
            END-IF.

       REBASE-FC-ROW-PARA.
      *     A SUPERSESSION CUTOVER MOVES A WHOLE BALANCE ON OR OFF THE
      *     CODE. THE JUMP IS NOT DEMAND, SO THE PREVIOUS CLOSING IS
      *     SHIFTED BY THE SAME AMOUNT AND THE DAY'S DROP AGAINST IT
      *     STAYS WHAT THE REAL MOVEMENTS MADE IT.
            IF BH-RUNDATE > WS-FC-CUR-DATE(WS-FC-HIT)
                PERFORM CLOSE-FC-DAY-PARA
                MOVE BH-RUNDATE TO WS-FC-CUR-DATE(WS-FC-HIT)
            END-IF.
            IF BH-RUNDATE = WS-FC-CUR-DATE(WS-FC-HIT)
                COMPUTE WS-FC-DELTA =
                    WS-FC-PREV-QTY(WS-FC-HIT) + BH-QUANTITY
                    - WS-FC-CUR-QTY(WS-FC-HIT)
                IF WS-FC-DELTA < ZERO
                    MOVE ZERO TO WS-FC-PREV-QTY(WS-FC-HIT)
                ELSE
                    MOVE WS-FC-DELTA TO WS-FC-PREV-QTY(WS-FC-HIT)
                END-IF
                MOVE BH-QUANTITY TO WS-FC-CUR-QTY(WS-FC-HIT)
            END-IF.

       CLOSE-FC-DAY-PARA.
                PERFORM CLOSE-FC-DAY-PARA
            END-PERFORM.

       FOLD-SUPERSEDED-PARA.
      *     A ROW ON A SUPERSEDED CODE HANDS ITS DEMAND TO THE LIVE
      *     CODE'S ROW FOR THE SAME BRANCH. WITH NO LIVE ROW YET (THE
      *     NEW CODE HAS NO HISTORY OF ITS OWN) THE FIRST OLD-CODE ROW
      *     FOR THE BRANCH STANDS IN FOR IT AND THE OTHERS FOLD INTO
      *     THAT. A FOLDED ROW IS ZEROED SO THE REVIEW SKIPS IT.
            PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
                UNTIL WS-FOLD-IDX > WS-FC-COUNT
                IF WS-FC-TARGET(WS-FOLD-IDX) NOT =
                    WS-FC-PCODE(WS-FOLD-IDX)
                    PERFORM FIND-FOLD-ROW-PARA
                    IF WS-FOLD-HIT > ZERO
                        PERFORM FOLD-ONE-ROW-PARA
                    END-IF
                END-IF
            END-PERFORM.

       FIND-FOLD-ROW-PARA.
            MOVE ZERO TO WS-FOLD-HIT.
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                UNTIL WS-FC-IDX > WS-FC-COUNT OR WS-FOLD-HIT > ZERO
                IF WS-FC-BCODE(WS-FC-IDX) = WS-FC-BCODE(WS-FOLD-IDX)
                    AND WS-FC-PCODE(WS-FC-IDX) =
                    WS-FC-TARGET(WS-FOLD-IDX)
                    MOVE WS-FC-IDX TO WS-FOLD-HIT
                END-IF
            END-PERFORM.
            IF WS-FOLD-HIT = ZERO
                PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX >= WS-FOLD-IDX
                        OR WS-FOLD-HIT > ZERO
                    IF WS-FC-BCODE(WS-FC-IDX) =
                        WS-FC-BCODE(WS-FOLD-IDX) AND
                        WS-FC-TARGET(WS-FC-IDX) =
                        WS-FC-TARGET(WS-FOLD-IDX) AND
                        WS-FC-DAY-COUNT(WS-FC-IDX) > ZERO
                        MOVE WS-FC-IDX TO WS-FOLD-HIT
                    END-IF
                END-PERFORM
            END-IF.

       FOLD-ONE-ROW-PARA.
            ADD WS-FC-ISSUE-TOTAL(WS-FOLD-IDX)
                TO WS-FC-ISSUE-TOTAL(WS-FOLD-HIT).
            ADD WS-FC-DAY-COUNT(WS-FOLD-IDX)
                TO WS-FC-DAY-COUNT(WS-FOLD-HIT).
            PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                UNTIL WS-DOW-IDX > 7
                ADD WS-FC-DOW-ISSUE(WS-FOLD-IDX WS-DOW-IDX)
                    TO WS-FC-DOW-ISSUE(WS-FOLD-HIT WS-DOW-IDX)
                ADD WS-FC-DOW-COUNT(WS-FOLD-IDX WS-DOW-IDX)
                    TO WS-FC-DOW-COUNT(WS-FOLD-HIT WS-DOW-IDX)
                MOVE ZERO TO WS-FC-DOW-ISSUE(WS-FOLD-IDX WS-DOW-IDX)
                MOVE ZERO TO WS-FC-DOW-COUNT(WS-FOLD-IDX WS-DOW-IDX)
            END-PERFORM.
            MOVE ZERO TO WS-FC-ISSUE-TOTAL(WS-FOLD-IDX).
            MOVE ZERO TO WS-FC-DAY-COUNT(WS-FOLD-IDX).

       DAY-OF-WEEK-PARA.
      *     ZELLER'S CONGRUENCE ON WS-ZC-DATE, GIVING WS-DOW AS
      *     1 = MONDAY .. 7 = SUNDAY.
                    AT END MOVE 'Y' TO WS-NEW-EOF
                    NOT AT END
                        IF NEW-BCODE = WS-FC-BCODE(WS-FC-HIT) AND
                            NEW-PCODE = WS-FC-TARGET(WS-FC-HIT)
                            MOVE NEW-QUANTITY TO WS-ONHAND
                            MOVE 'Y' TO WS-NEW-EOF
                        END-IF
                MOVE 999 TO WS-COVER-FIGURE
            END-IF.
            MOVE WS-FC-BCODE(WS-FC-HIT) TO WS-DET-BCODE.
            MOVE WS-FC-TARGET(WS-FC-HIT) TO WS-DET-PCODE.
            MOVE WS-AVG-DAILY TO WS-DET-AVG.
            MOVE WS-SUGGEST-QTY TO WS-DET-SUGGEST.
            MOVE WS-COVER-FIGURE TO WS-DET-COVER.
