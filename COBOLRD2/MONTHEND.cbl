      *                is worse than none. Generations cut before the
      *                indexed conversion are in the old flat shape
      *                and are skipped with a call-out.
      * 10/15/2026 SWL Category level: the report closes with units by
      *                product category (CATLOOK), each department
      *                closed by its total, and CATEGORY_SELECT (a
      *                category or a department code) narrows the
      *                printed report to that part of the range. The
      *                position file is always written whole -- the
      *                budget comparison reads it. An unknown selection
      *                stops the run with RETURN-CODE 12.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room. The product
      *                description table holds 500 rows instead of 100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       FD POSITION-FILE.
       01 POSITION-REC.
           05 POS-BCODE PIC 9(3).
           05 POS-PCODE PIC 9(6).
           05 POS-QUANTITY PIC 9(7).
           05 POS-PERIOD PIC 9(6).

       01 WS-ARCHIVES-READ PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVES-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-POST-BCODE PIC 9(3).
       01 WS-POST-PCODE PIC 9(6).
       01 WS-POST-QTY PIC 9(7).
       01 WS-POST-DATE PIC 9(8).
       01 WS-COVER-LINE PIC X(80).
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 500 TIMES.
               10 WS-KEY-BCODE PIC 9(3).
               10 WS-KEY-PCODE PIC 9(6).
               10 WS-KEY-QTY PIC 9(7).
               10 WS-KEY-DATE PIC 9(8).
       01 WS-KEY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KEY-HIT PIC 9(3).
       01 WS-IN-KEY.
           05 WS-IN-BCODE PIC 9(3).
           05 WS-IN-PCODE PIC 9(6).

      * REGION IS DERIVED AS THE HUNDREDS DIGIT OF THE BRANCH CODE, SO
      * BRANCHES 100-199 ROLL UP TO REGION 1, 200-299 TO REGION 2, ETC.
       01 WS-TEMP-RCODE PIC 9(1).
       01 WS-REGION-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-GRAND-TOTAL PIC 9(10) VALUE ZERO.
       01 WS-REPORTED PIC X(1) VALUE 'N'.

      * CATEGORY LOOKUP AND ROLLUP PASSED TO THE SHARED CATLOOK
      * SUBPROGRAM -- FIGURE 1 IS THE MONTH-END UNITS.
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
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER PIC X(80) VALUE
           "BRANCH PRODUCT                           QUANTITY  AS OF".
       01 WS-DETAIL-LINE.
           05 WS-DET-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-DATE PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.
       01 WS-REGION-LINE.
           05 FILLER PIC X(11) VALUE "    REGION ".
           05 WS-REG-RCODE PIC 9(1).
           05 FILLER PIC X(17) VALUE "    GRAND TOTAL  ".
           05 WS-GRD-TOTAL PIC ZZZZZZZZZ9.
           05 FILLER PIC X(56) VALUE SPACES.
       01 WS-SELECT-LINE.
           05 FILLER PIC X(19) VALUE "CATEGORY SELECTION ".
           05 WS-SL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SL-NAME PIC X(20).
           05 FILLER PIC X(36) VALUE
           " - PART OF THE RANGE ONLY".
       01 WS-CATEGORY-LINE.
           05 WS-CG-LEVEL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CG-NAME PIC X(20).
           05 FILLER PIC X(7) VALUE " UNITS ".
           05 WS-CG-QTY PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-POSITION-FILE-PATH PIC X(60).
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM READ-PARM.
            PERFORM INIT-CATEGORY-PARA.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM COLLECT-PARA.
            IF WS-KEY-COUNT = ZERO
                    MOVE WS-KEY-COUNT TO WS-KEY-MOVE
                    ADD 1 TO WS-KEY-COUNT
                    PERFORM UNTIL WS-KEY-MOVE < 1 OR
                        WS-KEY-ENTRY(WS-KEY-MOVE) (1:9) < WS-IN-KEY
                        COMPUTE WS-KEY-IDX = WS-KEY-MOVE + 1
                        MOVE WS-KEY-ENTRY(WS-KEY-MOVE)
                            TO WS-KEY-ENTRY(WS-KEY-IDX)
            WRITE REPORT-LINE.
            MOVE WS-COVER-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE WS-CL-SELECTION TO WS-SL-CODE
                MOVE WS-CL-SEL-NAME TO WS-SL-NAME
                MOVE WS-SELECT-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE WS-COL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'N' TO WS-REPORTED.
            MOVE ZERO TO WS-REGION-TOTAL.
            PERFORM WRITE-ONE-PARA
                VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > WS-KEY-COUNT.
            IF WS-REPORTED = 'Y'
                PERFORM WRITE-REGION-PARA
            END-IF.
            MOVE WS-GRAND-TOTAL TO WS-GRD-TOTAL.
            MOVE WS-GRAND-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-CATEGORY-TOTALS.
            DISPLAY "MONTH-END ROLL-UP FOR " WS-PERIOD " - "
                WS-KEY-COUNT " POSITIONS, GRAND TOTAL "
                WS-GRAND-TOTAL.
            CLOSE REPORT-FILE.

       WRITE-ONE-PARA.
      *     THE POSITION FILE TAKES EVERY KEY; ONLY THE PRINTED REPORT
      *     FOLLOWS THE CATEGORY SELECTION.
            MOVE WS-KEY-BCODE(WS-KEY-IDX) TO POS-BCODE.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO POS-PCODE.
            MOVE WS-KEY-QTY(WS-KEY-IDX) TO POS-QUANTITY.
            MOVE WS-PERIOD TO POS-PERIOD.
            WRITE POSITION-REC.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO WS-CL-PCODE.
            MOVE 'L' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-SELECTED = 'Y'
                PERFORM REPORT-ONE-PARA
            END-IF.

       REPORT-ONE-PARA.
            COMPUTE WS-REGION-CODE = WS-KEY-BCODE(WS-KEY-IDX) / 100.
            IF WS-REPORTED = 'N'
                MOVE WS-REGION-CODE TO WS-TEMP-RCODE
                MOVE 'Y' TO WS-REPORTED
            END-IF.
            IF WS-REGION-CODE NOT = WS-TEMP-RCODE
                PERFORM WRITE-REGION-PARA
                MOVE ZERO TO WS-REGION-TOTAL
                MOVE WS-REGION-CODE TO WS-TEMP-RCODE
            END-IF.
            MOVE WS-KEY-PCODE(WS-KEY-IDX) TO WS-CHECK-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            MOVE WS-KEY-BCODE(WS-KEY-IDX) TO WS-DET-BCODE.
            WRITE REPORT-LINE.
            ADD WS-KEY-QTY(WS-KEY-IDX) TO WS-REGION-TOTAL.
            ADD WS-KEY-QTY(WS-KEY-IDX) TO WS-GRAND-TOTAL.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 6
                MOVE ZERO TO WS-CL-AMT(WS-CL-IDX)
            END-PERFORM.
            MOVE WS-KEY-QTY(WS-KEY-IDX) TO WS-CL-AMT(1).
            MOVE 'A' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.

       WRITE-REGION-PARA.
            MOVE WS-TEMP-RCODE TO WS-REG-RCODE.
            MOVE WS-REGION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

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
                    MOVE '  DEPARTMENT' TO WS-CG-LEVEL
                    MOVE WS-CL-DEPT-CODE TO WS-CG-CODE
                    MOVE WS-CL-DEPT-NAME TO WS-CG-NAME
                ELSE
                    MOVE '    CATEGORY' TO WS-CG-LEVEL
                    MOVE WS-CL-CAT-CODE TO WS-CG-CODE
                    MOVE WS-CL-CAT-NAME TO WS-CG-NAME
                END-IF
                MOVE WS-CL-AMT(1) TO WS-CG-QTY
                MOVE WS-CATEGORY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
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
