      * 09/02/2026 SWL Each region page now prints the payroll
      *                week-over-week delta alongside the stock-value
      *                one, off the same prior-week row.
      * 10/15/2026 SWL Category level: the week-end stock value is also
      *                rolled up by product category (CATLOOK) into a
      *                closing page -- value and units per category,
      *                each department closed by its total.
      *                CATEGORY_SELECT (a category or a department code)
      *                narrows the stock figures to that part of the
      *                range; such a pack has no like-for-like prior
      *                week, so it prints no stock week-over-week line
      *                and does not add its rows to KpiHistory.txt. An
      *                unknown selection stops the run with
      *                RETURN-CODE 12.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow.
      * 10/15/2026 SWL The regional payroll figure is now the LABOUR
      *                column of the PayrollByBranch.txt region lines
      *                (gross plus employer on-costs) instead of gross
      *                pay alone, so it is the real labour cost. A
      *                rollup written before the column existed still
      *                reads its GROSS figure.
      * 10/15/2026 SWL The payroll rollup line is wider for its new
      *                OVERTIME column; the LABOUR figure read here is
      *                now the labour-distributed cost of each region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIPACK.
                                     RGN-NAME-NAME BY RG-REGION-NAME.

       FD PAYROLL-REPORT.
       01 PAYROLL-LINE PIC X(132).

       FD RUNSTATS-FILE.
           COPY RUNSTATS REPLACING RST-REC-NAME BY RUNSTATS-REC
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PRODUCT-COST PIC 9(5)V99.
       01 WS-LINE-VALUE PIC 9(12)V99.

      * CATEGORY LOOKUP AND ROLLUP PASSED TO THE SHARED CATLOOK
      * SUBPROGRAM -- FIGURE 1 IS THE STOCK VALUE, FIGURE 2 THE UNITS.
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
       01 WS-CAT-VALUE PIC 9(13)V99.
       01 WS-CAT-UNITS PIC 9(9).

      * THE PAYROLL REGION LINES ARE PARSED OUT OF THE PRINTED
      * ROLLUP -- "  REGION NN GROSS XXXXXXXXX.XX ... LABOUR
      * XXXXXXXXX.XX" -- THE EDITED AMOUNT SPLITS AROUND ITS DECIMAL
      * POINT. THE LABOUR COLUMN (GROSS PLUS EMPLOYER ON-COSTS) IS
      * THE FIGURE WANTED; GROSS STANDS IN WHEN IT IS NOT THERE.
       01 WS-PAY-RCODE-X PIC X(2).
       01 WS-PAY-AMT-X PIC X(12).
       01 WS-PAY-AMT-R REDEFINES WS-PAY-AMT-X.

      * STANDARD RETURN-CODE SCHEME -- 0 PACK WRITTEN, 4 A SOURCE
      * WAS MISSING SO THE PACK IS INCOMPLETE (SAID ON THE PAGE).
      * 12 THE CATEGORY SELECTION IS NOT ON THE CATEGORY MASTER.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-END.
            PERFORM INIT-REGIONS-PARA.
            PERFORM INIT-CATEGORY-PARA.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REGION-MASTER.
            PERFORM GATHER-OPS-PARA.
            PERFORM GATHER-ALERTS-PARA.
            PERFORM WRITE-PACK-PARA.
            IF WS-CL-SELECTION = SPACES
                PERFORM SAVE-HISTORY-PARA
            ELSE
                DISPLAY "CATEGORY SELECTION " WS-CL-SELECTION
                    " - KPI HISTORY NOT UPDATED"
            END-IF.
            DISPLAY "KPI PACK FOR WEEK ENDING " WS-RUN-DATE
                " COMPLETE".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            END-IF.

       POST-STOCK-PARA.
            MOVE NEW-PCODE TO WS-CL-PCODE.
            MOVE 'L' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-SELECTED = 'Y'
                PERFORM POST-SELECTED-PARA
            END-IF.

       POST-SELECTED-PARA.
            PERFORM FIND-BRANCH-REGION.
            PERFORM FIND-PRODUCT-COST.
            COMPUTE WS-LINE-VALUE =
                    TO WS-RGN-STOCK(WS-BRANCH-REGION)
                MOVE 'Y' TO WS-RGN-ANY(WS-BRANCH-REGION)
            END-IF.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 6
                MOVE ZERO TO WS-CL-AMT(WS-CL-IDX)
            END-PERFORM.
            MOVE WS-LINE-VALUE TO WS-CL-AMT(1).
            MOVE NEW-QUANTITY TO WS-CL-AMT(2).
            MOVE 'A' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.

       GATHER-PAYROLL-PARA.
      *     ONLY THE REGION ROLLUP LINES ARE WANTED -- THEY IDENTIFY

       POST-PAYROLL-PARA.
            MOVE PAYROLL-LINE(10:2) TO WS-PAY-RCODE-X.
            IF PAYROLL-LINE(91:8) = ' LABOUR '
                MOVE PAYROLL-LINE(99:12) TO WS-PAY-AMT-X
            ELSE
                MOVE PAYROLL-LINE(19:12) TO WS-PAY-AMT-X
            END-IF.
            INSPECT WS-PAY-AMT-X REPLACING LEADING SPACE BY '0'.
            IF WS-PAY-RCODE-X IS NUMERIC AND
                WS-PAY-AMT-INT IS NUMERIC AND
                INTO PACK-LINE
            END-STRING.
            WRITE PACK-LINE.
            IF WS-CL-SELECTION NOT = SPACES
                MOVE SPACES TO PACK-LINE
                STRING 'STOCK FIGURES FOR CATEGORY SELECTION '
                    DELIMITED BY SIZE
                    WS-CL-SELECTION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-CL-SEL-NAME DELIMITED BY SIZE
                    ' ONLY' DELIMITED BY SIZE
                    INTO PACK-LINE
                END-STRING
                WRITE PACK-LINE
            END-IF.
            IF WS-VOLUME > ZERO
                COMPUTE WS-REJECT-PCT ROUNDED =
                    WS-REJECTS * 100 / WS-VOLUME
            PERFORM WRITE-REGION-PAGE-PARA
                VARYING WS-RGN-IDX FROM 1 BY 1
                UNTIL WS-RGN-IDX > 99.
            PERFORM WRITE-CATEGORY-PAGE-PARA.
            CLOSE PACK-FILE.

       WRITE-CATEGORY-PAGE-PARA.
            MOVE "STOCK VALUE BY CATEGORY" TO PACK-LINE.
            WRITE PACK-LINE.
            MOVE 'F' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            PERFORM UNTIL WS-CL-ROW-TYPE = 'E'
                MOVE WS-CL-AMT(1) TO WS-CAT-VALUE
                MOVE WS-CL-AMT(2) TO WS-CAT-UNITS
                MOVE SPACES TO PACK-LINE
                IF WS-CL-ROW-TYPE = 'D'
                    STRING '  DEPARTMENT ' DELIMITED BY SIZE
                        WS-CL-DEPT-CODE DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-CL-DEPT-NAME DELIMITED BY SIZE
                        ' VALUE ' DELIMITED BY SIZE
                        WS-CAT-VALUE DELIMITED BY SIZE
                        ' UNITS ' DELIMITED BY SIZE
                        WS-CAT-UNITS DELIMITED BY SIZE
                        INTO PACK-LINE
                    END-STRING
                ELSE
                    STRING '    CATEGORY ' DELIMITED BY SIZE
                        WS-CL-CAT-CODE DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-CL-CAT-NAME DELIMITED BY SIZE
                        ' VALUE ' DELIMITED BY SIZE
                        WS-CAT-VALUE DELIMITED BY SIZE
                        ' UNITS ' DELIMITED BY SIZE
                        WS-CAT-UNITS DELIMITED BY SIZE
                        INTO PACK-LINE
                    END-STRING
                END-IF
                WRITE PACK-LINE
                MOVE 'N' TO WS-CL-FUNC
                CALL 'CATLOOK' USING WS-CATEGORY-LOOK
            END-PERFORM.

       WRITE-REGION-PAGE-PARA.
            IF WS-RGN-ANY(WS-RGN-IDX) = 'Y'
                MOVE SPACES TO PACK-LINE
                WRITE PACK-LINE
                PERFORM FIND-PRIOR-REGION-PARA
                IF WS-PRI-HIT > ZERO
      *             LAST WEEK'S ROW IS THE WHOLE RANGE -- A SELECTED
      *             STOCK VALUE HAS NOTHING LIKE-FOR-LIKE TO COMPARE.
                    IF WS-CL-SELECTION = SPACES
                        COMPUTE WS-DELTA-VALUE =
                            WS-RGN-STOCK(WS-RGN-IDX)
                            - WS-PRI-STOCK(WS-PRI-HIT)
                        MOVE SPACES TO PACK-LINE
                        STRING '  STOCK VALUE VS LAST WEEK '
                            DELIMITED BY SIZE
                            WS-DELTA-VALUE DELIMITED BY SIZE
                            INTO PACK-LINE
                        END-STRING
                        WRITE PACK-LINE
                    END-IF
                    COMPUTE WS-DELTA-VALUE =
                        WS-RGN-PAYROLL(WS-RGN-IDX)
                        - WS-PRI-PAYROLL(WS-PRI-HIT)
            END-PERFORM.
            CLOSE HISTORY-FILE.

       INIT-CATEGORY-PARA.
            MOVE 'I' TO WS-CL-FUNC.
            CALL 'CATLOOK' USING WS-CATEGORY-LOOK.
            IF WS-CL-RESULT = '8'
                DISPLAY "CATEGORY SELECTION " WS-CL-SELECTION
                    " IS NOT A CATEGORY OR DEPARTMENT - RUN STOPPED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-DAYNUM =
                (WS-DN-YEAR * 365) +
