      *                is worse than no trend. Generations cut before
      *                the indexed conversion are in the old flat
      *                shape and are skipped with a call-out.
      * 10/15/2026 SWL A superseded product reports under the code
      *                that replaced it. Each history row is resolved
      *                (shared SUPERSEDE lookup, as of the business
      *                date) and carried forward on its own source
      *                code, then every source code under the same
      *                live code is summed into one line per branch --
      *                the SUPERCUT cutover moves stock off one code
      *                and onto the other on the same date, so the sum
      *                shows no false drop or jump across the window.
      * 10/15/2026 SWL Category level: after the last region the
      *                report gives each product category's quantities
      *                across the same columns, with its movement, each
      *                department closed by its total (CATLOOK, on the
      *                live code). CATEGORY_SELECT (a category or a
      *                department code) narrows the report to that part
      *                of the range; an unknown selection stops the run
      *                with RETURN-CODE 12.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room. The product
      *                description table holds 500 rows instead of 100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTREND.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-TREND-DAYS PIC 9(1) VALUE 5.
       77 MAX-TREND-DAYS PIC 9(1) VALUE 6.

       01 WS-ARCHIVES-READ PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVES-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-POST-BCODE PIC 9(3).
       01 WS-POST-PCODE PIC 9(6).
       01 WS-POST-QTY PIC 9(7).
       01 WS-POST-DATE PIC 9(8).
       01 WS-COVER-LINE PIC X(80).
       01 WS-COL-FIRST PIC 9(3).

      * ONE ENTRY PER BRANCH/PRODUCT SEEN WITHIN THE REPORT WINDOW,
      * KEPT IN BRANCH/PRODUCT ORDER BY SORTED INSERTION. THE PRODUCT
      * IS THE LIVE CODE AFTER SUPERSESSION; THE SOURCE CODE KEEPS AN
      * OLD CODE'S HISTORY IN ITS OWN ENTRY SO IT CARRIES FORWARD
      * APART FROM THE NEW CODE'S UNTIL THE REPORT SUMS THEM.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 500 TIMES.
               10 WS-KEY-BCODE PIC 9(3).
               10 WS-KEY-PCODE PIC 9(6).
               10 WS-KEY-SRC PIC 9(2).
               10 WS-KEY-QTY PIC 9(7) OCCURS 6 TIMES.
               10 WS-KEY-HAVE PIC X(1) OCCURS 6 TIMES.
       01 WS-KEY-COUNT PIC 9(3) VALUE ZERO.

       01 WS-IN-KEY.
           05 WS-IN-BCODE PIC 9(3).
           05 WS-IN-PCODE PIC 9(6).
           05 WS-IN-SRC PIC 9(2).

       01 WS-SUPERSEDE-REQUEST.
           05 WS-SUP-DATE PIC 9(8).
           05 WS-SUP-PCODE PIC 9(6).
           05 WS-SUP-NEW-PCODE PIC 9(6).
           05 WS-SUP-RESULT PIC X(1).

      * ONE REPORT LINE SUMS EVERY SOURCE CODE UNDER THE SAME LIVE
      * CODE AT THE BRANCH.
       01 WS-GRP-QTY-TABLE.
           05 WS-GRP-QTY PIC 9(7) OCCURS 6 TIMES.
       01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
       01 WS-GRP-NEXT PIC 9(3).

      * REGION IS DERIVED AS THE HUNDREDS DIGIT OF THE BRANCH CODE, SO
      * BRANCHES 100-199 ROLL UP TO REGION 1, 200-299 TO REGION 2, ETC.
       01 WS-REGION-QTY-TABLE.
           05 WS-REGION-QTY PIC 9(9) OCCURS 6 TIMES.
       01 WS-MOVEMENT PIC S9(8).
       01 WS-REPORTED PIC X(1) VALUE 'N'.

      * CATEGORY LOOKUP AND ROLLUP PASSED TO THE SHARED CATLOOK
      * SUBPROGRAM -- FIGURES 1-6 ARE THE REPORT COLUMNS.
       01 WS-CATEGORY-LOOK.
           05 WS-CL-FUNC PIC X(1).
           05 WS-CL-PCODE PIC 9(6).
           05 WS-CL-AMT PIC S9(13)V99 OCCURS 6 TIMES.
           05 WS-CL-CAT-CODE PIC X(4).
           05 WS-CL-CAT-NAME PIC X(20).
           05 WS-CL-DEPT-CODE PIC X(4).
           05 WS-CL-DEPT-NAME PIC X(20).
           05 WS-CL-SELECTION PIC X(4).
           05 WS-CL-SEL-LEVEL PIC X(1).
           05 WS-CL-SEL-NAME PIC X(20).
           05 WS-CL-SELECTED PIC X(1).
           05 WS-CL-ROW-TYPE PIC X(1).
           05 WS-CL-RESULT PIC X(1).

       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 500 TIMES.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PR-IDX PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-CHECK-PCODE PIC 9(6).
       01 WS-PRODUCT-DESC PIC X(20).

       01 WS-HEAD-LINE.
           05 FILLER PIC X(34) VALUE "BRANCH PRODUCT".
           05 WS-HEAD-COL OCCURS 6 TIMES.
               10 WS-HEAD-DATE PIC X(8) VALUE SPACES.
               10 FILLER PIC X(2) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-DESC PIC X(20).
           05 WS-DET-COL OCCURS 6 TIMES.
               10 FILLER PIC X(1) VALUE SPACES.
           05 WS-REG-MOVE PIC +9(8).

       01 WS-SELECT-LINE.
           05 FILLER PIC X(19) VALUE "CATEGORY SELECTION ".
           05 WS-SL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-NAME PIC X(20).
           05 FILLER PIC X(36) VALUE
           " - PART OF THE RANGE ONLY".

       01 WS-CATEGORY-LINE.
           05 WS-CG-LEVEL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-NAME PIC X(20).
           05 WS-CG-COL OCCURS 6 TIMES.
               10 WS-CG-QTY PIC ZZZZZZZZ9.
               10 FILLER PIC X(1) VALUE SPACES.
           05 WS-CG-MOVE PIC +9(8).

       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).
       01 WS-PARM-FILE-PATH PIC X(60).
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
            PERFORM READ-PARM.
            PERFORM INIT-CATEGORY-PARA.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM COLLECT-DATES-PARA.
            IF WS-COL-COUNT = ZERO
            END-PERFORM.
            IF WS-Q-IDX > ZERO
                MOVE WS-POST-BCODE TO WS-IN-BCODE
                MOVE WS-RUN-DATE TO WS-SUP-DATE
                MOVE WS-POST-PCODE TO WS-SUP-PCODE
                CALL 'SUPERSEDE' USING WS-SUPERSEDE-REQUEST
                MOVE WS-SUP-NEW-PCODE TO WS-IN-PCODE
                MOVE WS-POST-PCODE TO WS-IN-SRC
                PERFORM FIND-OR-ADD-KEY-PARA
                IF WS-KEY-HIT > ZERO
                    MOVE WS-POST-QTY
            PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > WS-KEY-COUNT
                IF WS-KEY-BCODE(WS-KEY-IDX) = WS-IN-BCODE AND
                    WS-KEY-PCODE(WS-KEY-IDX) = WS-IN-PCODE AND
                    WS-KEY-SRC(WS-KEY-IDX) = WS-IN-SRC
                    MOVE WS-KEY-IDX TO WS-KEY-HIT
                    MOVE WS-KEY-COUNT TO WS-KEY-IDX
                END-IF
                    MOVE WS-KEY-COUNT TO WS-KEY-MOVE
                    ADD 1 TO WS-KEY-COUNT
                    PERFORM UNTIL WS-KEY-MOVE < 1 OR
                        WS-KEY-ENTRY(WS-KEY-MOVE) (1:11) < WS-IN-KEY
                        COMPUTE WS-KEY-IDX = WS-KEY-MOVE + 1
                        MOVE WS-KEY-ENTRY(WS-KEY-MOVE)
                            TO WS-KEY-ENTRY(WS-KEY-IDX)
                    COMPUTE WS-KEY-HIT = WS-KEY-MOVE + 1
                    MOVE WS-IN-BCODE TO WS-KEY-BCODE(WS-KEY-HIT)
                    MOVE WS-IN-PCODE TO WS-KEY-PCODE(WS-KEY-HIT)
                    MOVE WS-IN-SRC TO WS-KEY-SRC(WS-KEY-HIT)
      *             A SEPARATE INDEX FOR THE CELL INIT -- WS-Q-IDX
      *             STILL HOLDS THE CALLER'S MATCHED DATE COLUMN AND
      *             MUST SURVIVE THIS INSERTION, OR THE FIRST RECORD
            END-PERFORM.
            MOVE WS-COVER-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE WS-CL-SELECTION TO WS-SL-CODE
                MOVE WS-CL-SEL-NAME TO WS-SL-NAME
                MOVE WS-SELECT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY WS-HEAD-LINE.
            IF WS-KEY-COUNT > ZERO
                MOVE 'N' TO WS-REPORTED
                PERFORM CLEAR-REGION-PARA
                PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-EXIT
                    VARYING WS-KEY-IDX FROM 1 BY 1
                    UNTIL WS-KEY-IDX > WS-KEY-COUNT
                IF WS-REPORTED = 'Y'
                    PERFORM WRITE-REGION-PARA
                END-IF
            END-IF.
            PERFORM WRITE-CATEGORY-TOTALS.
            CLOSE REPORT-FILE.

       WRITE-DETAIL-PARA.
      *     ENTRIES FOR THE SAME BRANCH AND LIVE CODE ARE ADJACENT;
      *     THEY ARE SUMMED AND THE LINE GOES OUT ON THE LAST OF THEM.
      *     A PRODUCT OUTSIDE THE CATEGORY SELECTION IS LEFT OUT
      *     WHOLE -- EVERY ENTRY OF ITS GROUP SHARES THE LIVE CODE.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO WS-CL-PCODE.
            MOVE 'L' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-SELECTED NOT = 'Y'
                GO TO WRITE-DETAIL-EXIT
            END-IF.
            IF WS-GRP-OPEN = 'N'
                COMPUTE WS-REGION-CODE =
                    WS-KEY-BCODE(WS-KEY-IDX) / 100
                IF WS-REPORTED = 'N'
                    MOVE WS-REGION-CODE TO WS-TEMP-RCODE
                    MOVE 'Y' TO WS-REPORTED
                END-IF
                IF WS-REGION-CODE NOT = WS-TEMP-RCODE
                    PERFORM WRITE-REGION-PARA
                    PERFORM CLEAR-REGION-PARA
                    MOVE WS-REGION-CODE TO WS-TEMP-RCODE
                END-IF
                PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                    UNTIL WS-COL-IDX > 6
                    MOVE ZERO TO WS-GRP-QTY(WS-COL-IDX)
                END-PERFORM
                MOVE 'Y' TO WS-GRP-OPEN
            END-IF.
            PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX > WS-COL-COUNT
                ADD WS-KEY-QTY(WS-KEY-IDX, WS-COL-IDX)
                    TO WS-GRP-QTY(WS-COL-IDX)
            END-PERFORM.
            COMPUTE WS-GRP-NEXT = WS-KEY-IDX + 1.
            IF WS-KEY-IDX < WS-KEY-COUNT
                IF WS-KEY-ENTRY(WS-GRP-NEXT) (1:9) =
                    WS-KEY-ENTRY(WS-KEY-IDX) (1:9)
                    GO TO WRITE-DETAIL-EXIT
                END-IF
            END-IF.
            MOVE 'N' TO WS-GRP-OPEN.
            MOVE WS-KEY-BCODE(WS-KEY-IDX) TO WS-DET-BCODE.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO WS-DET-PCODE.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO WS-CHECK-PCODE.
                UNTIL WS-COL-IDX > 6
                IF WS-COL-IDX > WS-COL-COUNT
                    MOVE SPACES TO WS-DET-COL(WS-COL-IDX)
                    MOVE ZERO TO WS-CL-AMT(WS-COL-IDX)
                ELSE
                    MOVE WS-GRP-QTY(WS-COL-IDX)
                        TO WS-DET-QTY(WS-COL-IDX)
                    ADD WS-GRP-QTY(WS-COL-IDX)
                        TO WS-REGION-QTY(WS-COL-IDX)
                    MOVE WS-GRP-QTY(WS-COL-IDX)
                        TO WS-CL-AMT(WS-COL-IDX)
                END-IF
            END-PERFORM.
            MOVE 'A' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            COMPUTE WS-MOVEMENT =
                WS-GRP-QTY(WS-COL-COUNT) - WS-GRP-QTY(1).
            MOVE WS-MOVEMENT TO WS-DET-MOVE.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY WS-DETAIL-LINE.
       WRITE-DETAIL-EXIT.
            EXIT.

       CLEAR-REGION-PARA.
            PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 6
            WRITE REPORT-LINE.
            DISPLAY WS-REGION-LINE.

       INIT-CATEGORY-PARA.
            MOVE 'I' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-RESULT = '8'
                DISPLAY "CATEGORY SELECTION " WS-CL-SELECTION
                    " IS NOT A CATEGORY OR DEPARTMENT - RUN STOPPED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-CATEGORY-TOTALS.
            MOVE "CATEGORY TOTALS" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'F' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            PERFORM UNTIL WS-CL-ROW-TYPE = 'E'
                IF WS-CL-ROW-TYPE = 'D'
                    MOVE 'DEPT' TO WS-CG-LEVEL
                    MOVE WS-CL-DEPT-CODE TO WS-CG-CODE
                    MOVE WS-CL-DEPT-NAME TO WS-CG-NAME
                ELSE
                    MOVE ' CAT' TO WS-CG-LEVEL
                    MOVE WS-CL-CAT-CODE TO WS-CG-CODE
                    MOVE WS-CL-CAT-NAME TO WS-CG-NAME
                END-IF
                PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                    UNTIL WS-COL-IDX > 6
                    IF WS-COL-IDX > WS-COL-COUNT
                        MOVE SPACES TO WS-CG-COL(WS-COL-IDX)
                    ELSE
                        MOVE WS-CL-AMT(WS-COL-IDX)
                            TO WS-CG-QTY(WS-COL-IDX)
                    END-IF
                END-PERFORM
                COMPUTE WS-MOVEMENT =
                    WS-CL-AMT(WS-COL-COUNT) - WS-CL-AMT(1)
                MOVE WS-MOVEMENT TO WS-CG-MOVE
                MOVE WS-CATEGORY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY WS-CATEGORY-LINE
                MOVE 'N' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
            END-PERFORM.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y' OR WS-PRODUCT-COUNT = 500
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
