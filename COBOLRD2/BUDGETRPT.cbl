      *                file now carries, so a hub line past 999,999
      *                reports whole instead of dropping its
      *                millions digit.
      * 10/15/2026 SWL Category level: product budget rows are rolled
      *                up by product category (CATLOOK) into a section
      *                after the grand total -- budget, actual and
      *                variance per category, each department closed by
      *                its total. Whole-branch rows (product 00) cannot
      *                be split by category, so they stay out of that
      *                section. CATEGORY_SELECT (a category or a
      *                department code) narrows the comparison to the
      *                product rows in that part of the range; the
      *                whole-branch rows are then left out and counted
      *                on the report. An unknown selection stops the
      *                run with RETURN-CODE 12.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; the whole-branch row now prints
      *                ALL in the product column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGETRPT.
       FD POSITION-FILE.
       01 POSITION-REC.
           05 POS-BCODE PIC 9(3).
           05 POS-PCODE PIC 9(6).
           05 POS-QUANTITY PIC 9(7).
           05 POS-PERIOD PIC 9(6).

       01 BUDGET-REC.
           05 BUD-PERIOD PIC 9(6).
           05 BUD-BCODE PIC 9(3).
           05 BUD-PCODE PIC 9(6).
           05 BUD-QTY PIC 9(6).
           05 BUD-VALUE PIC 9(7)V99.

       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 2000 TIMES.
               10 WS-ACT-BCODE PIC 9(3).
               10 WS-ACT-PCODE PIC 9(6).
               10 WS-ACT-QTY PIC 9(7).
               10 WS-ACT-VALUE PIC 9(9)V99.
       01 WS-ACT-COUNT PIC 9(4) VALUE ZERO.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-VAR-PCT PIC S9(5).
       01 WS-GRAND-BUDGET PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-ACTUAL PIC 9(11)V99 VALUE ZERO.
       01 WS-BRANCH-ROWS-OUT PIC 9(5) VALUE ZERO.

      * CATEGORY LOOKUP AND ROLLUP PASSED TO THE SHARED CATLOOK
      * SUBPROGRAM -- FIGURE 1 IS THE BUDGET VALUE, FIGURE 2 THE
      * ACTUAL VALUE.
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
       01 WS-CL-IDX PIC 9(1).
       01 WS-CAT-VAR PIC S9(13)V99.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(33) VALUE
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-BUDQTY PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-ACTQTY PIC ZZZZZZ9.
           05 FILLER PIC X(8) VALUE " ACTUAL ".
           05 WS-REG-ACTUAL PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-SELECT-LINE.
           05 FILLER PIC X(19) VALUE "CATEGORY SELECTION ".
           05 WS-SL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-NAME PIC X(20).
           05 FILLER PIC X(66) VALUE
           " - PART OF THE RANGE ONLY".
       01 WS-CATEGORY-LINE.
           05 WS-CG-LEVEL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-NAME PIC X(20).
           05 FILLER PIC X(8) VALUE " BUDGET ".
           05 WS-CG-BUDGET PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " ACTUAL ".
           05 WS-CG-ACTUAL PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(5) VALUE " VAR ".
           05 WS-CG-VAR PIC +ZZZZZZZZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 NO BUDGET ROWS FOR
      * THE PERIOD, 8 NO PERIOD PARAMETER.
      * 12 THE CATEGORY SELECTION IS NOT ON THE CATEGORY MASTER.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM INIT-CATEGORY-PARA.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-REGION-MASTER.
            MOVE WS-PERIOD TO WS-HEAD-PERIOD.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE WS-CL-SELECTION TO WS-SL-CODE
                MOVE WS-CL-SEL-NAME TO WS-SL-NAME
                MOVE WS-SELECT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE WS-COL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM COMPARE-BUDGETS-PARA.
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            PERFORM WRITE-CATEGORY-TOTALS.
            IF WS-BRANCH-ROWS-OUT > ZERO
                MOVE SPACES TO REPORT-LINE
                STRING WS-BRANCH-ROWS-OUT DELIMITED BY SIZE
                    ' WHOLE-BRANCH BUDGET ROWS LEFT OUT - THEY CANNOT'
                    DELIMITED BY SIZE
                    ' BE SPLIT BY CATEGORY' DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.
            CLOSE REPORT-FILE.
            DISPLAY "BUDGET COMPARISON FOR " WS-PERIOD " - "
                WS-BUDGET-ROWS " BUDGET ROWS".
                    AT END MOVE 'Y' TO WS-BUD-EOF
                    NOT AT END
                        IF BUD-PERIOD = WS-PERIOD
                            PERFORM SELECT-BUDGET-PARA
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE BUDGET-FILE
            END-IF.

       SELECT-BUDGET-PARA.
      *     UNDER A CATEGORY SELECTION ONLY THE PRODUCT ROWS IN THAT
      *     PART OF THE RANGE ARE COMPARED -- A WHOLE-BRANCH ROW COVERS
      *     EVERY CATEGORY AND IS LEFT OUT.
            IF BUD-PCODE = ZERO
                IF WS-CL-SELECTION = SPACES
                    PERFORM COMPARE-ONE-PARA
                ELSE
                    ADD 1 TO WS-BRANCH-ROWS-OUT
                END-IF
            ELSE
                MOVE BUD-PCODE TO WS-CL-PCODE
                MOVE 'L' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
                IF WS-CL-SELECTED = 'Y'
                    PERFORM COMPARE-ONE-PARA
                END-IF
            END-IF.

       COMPARE-ONE-PARA.
      *     PRODUCT 00 BUDGETS THE WHOLE BRANCH -- THE ACTUAL IS THE
      *     SUM OF EVERY PRODUCT AT THAT BRANCH; OTHERWISE THE ONE
            END-IF.
            MOVE BUD-BCODE TO WS-DET-BCODE.
            IF BUD-PCODE = ZERO
                MOVE 'ALL' TO WS-DET-PCODE
            ELSE
                MOVE BUD-PCODE TO WS-DET-PCODE
            END-IF.
            WRITE REPORT-LINE.
            ADD BUD-VALUE TO WS-GRAND-BUDGET.
            ADD WS-ACTUAL-VALUE TO WS-GRAND-ACTUAL.
            IF BUD-PCODE NOT = ZERO
                PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > 6
                    MOVE ZERO TO WS-CL-AMT(WS-CL-IDX)
                END-PERFORM
                MOVE BUD-VALUE TO WS-CL-AMT(1)
                MOVE WS-ACTUAL-VALUE TO WS-CL-AMT(2)
                MOVE BUD-PCODE TO WS-CL-PCODE
                MOVE 'A' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
            END-IF.
            MOVE BUD-BCODE TO WS-CHECK-BCODE.
            PERFORM FIND-BRANCH-REGION.
            PERFORM POST-REGION-PARA.
                WRITE REPORT-LINE
            END-PERFORM.

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
            MOVE "CATEGORY TOTALS (PRODUCT BUDGET ROWS)" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'F' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            PERFORM UNTIL WS-CL-ROW-TYPE = 'E'
                IF WS-CL-ROW-TYPE = 'D'
                    MOVE '  DEPARTMENT' TO WS-CG-LEVEL
                    MOVE WS-CL-DEPT-CODE TO WS-CG-CODE
                    MOVE WS-CL-DEPT-NAME TO WS-CG-NAME
                ELSE
                    MOVE '    CATEGORY' TO WS-CG-LEVEL
                    MOVE WS-CL-CAT-CODE TO WS-CG-CODE
                    MOVE WS-CL-CAT-NAME TO WS-CG-NAME
                END-IF
                MOVE WS-CL-AMT(1) TO WS-CG-BUDGET
                MOVE WS-CL-AMT(2) TO WS-CG-ACTUAL
                COMPUTE WS-CAT-VAR = WS-CL-AMT(2) - WS-CL-AMT(1)
                MOVE WS-CAT-VAR TO WS-CG-VAR
                MOVE WS-CATEGORY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 'N' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
            END-PERFORM.

       FIND-REGION-NAME.
            MOVE SPACES TO WS-REGION-NAME.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
