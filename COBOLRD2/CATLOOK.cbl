      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHARED PRODUCT CATEGORY LOOKUP AND ROLLUP
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- one CALLed subprogram that
      *                gives the stock reports a common category
      *                level. ProductMaster.txt (each product's
      *                category) and CategoryMaster.txt (CATMST layout,
      *                department > category) are loaded on the first
      *                call and kept for the rest of the run, along
      *                with the CATEGORY_SELECT parameter -- a category
      *                code or a department code that narrows a report
      *                to that part of the range (blank means the whole
      *                range). The caller asks whether a product is in
      *                the selection, adds up to six figures to the
      *                product's category as it reports, and at the end
      *                reads back the rollup one row at a time:
      *                category subtotals in department order, each
      *                department closed by its total, products with
      *                no category (or one missing from the master)
      *                gathered under UNCATEGORISED at the end.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, including the product code passed
      *                on the call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATLOOK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO DYNAMIC
           WS-CATEGORY-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME BY PM-PRODUCT-COST
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL
                                      PRM-CATEGORY-NAME
                                          BY PM-PRODUCT-CATEGORY.

       FD CATEGORY-MASTER.
           COPY CATMST REPLACING CTM-REC-NAME BY CATEGORY-MASTER-REC
                                  CTM-CODE-NAME BY CM-CAT-CODE
                                  CTM-NAME-NAME BY CM-CAT-NAME
                                  CTM-DEPT-NAME BY CM-DEPT-CODE
                                  CTM-DEPTNAME-NAME BY CM-DEPT-NAME.

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC X(2).
       01 WS-CTM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-CATEGORY-MASTER-PATH PIC X(60).
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-NO-MASTER PIC X(1) VALUE 'N'.

      * THE SELECTION IN FORCE FOR THE RUN AND WHAT IT MATCHED --
      * 'C' A CATEGORY, 'D' A DEPARTMENT, 'X' NEITHER, SPACE NONE.
       01 WS-SELECTION PIC X(4) VALUE SPACES.
       01 WS-SEL-LEVEL PIC X(1) VALUE SPACE.
       01 WS-SEL-NAME PIC X(20) VALUE SPACES.

      * EACH PRODUCT'S CATEGORY ROW, IN PRODUCT-CODE ORDER. INACTIVE
      * PRODUCTS STAY IN -- THEIR LAST BALANCES STILL HAVE TO ROLL UP
      * SOMEWHERE.
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-CAT-IDX PIC 9(3).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).

      * CATEGORIES IN DEPARTMENT/CATEGORY ORDER WITH THEIR RUNNING
      * FIGURES. THE LAST ROW IS ALWAYS THE UNCATEGORISED BUCKET --
      * ITS SORT KEY IS HIGH-VALUES SO IT STAYS AT THE END.
       01 WS-CATEGORY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 200 TIMES.
               10 WS-CT-SORT-KEY.
                   15 WS-CT-DEPT PIC X(4).
                   15 WS-CT-CODE PIC X(4).
               10 WS-CT-NAME PIC X(20).
               10 WS-CT-DEPT-NAME PIC X(20).
               10 WS-CT-ANY PIC X(1).
               10 WS-CT-AMT PIC S9(13)V99 OCCURS 6 TIMES.
       77 MAX-CATEGORY-COUNT PIC 9(3) VALUE 199.
       01 WS-CT-MOVE PIC 9(3).
       01 WS-CT-SUB PIC 9(3).
       01 WS-CT-IDX PIC 9(3).
       01 WS-CT-HIT PIC 9(3).
       01 WS-UNCAT-IDX PIC 9(3).
       01 WS-NEW-SORT-KEY PIC X(8).
       01 WS-AMT-IDX PIC 9(1).

      * ROLLUP READ-BACK POSITION -- THE LAST CATEGORY ROW HANDED
      * OUT, AND THE DEPARTMENT IT BELONGS TO WHILE ITS TOTAL IS
      * STILL OWED.
       01 WS-ROLL-IDX PIC 9(3) VALUE ZERO.
       01 WS-NEXT-IDX PIC 9(3).
       01 WS-DEPT-OPEN PIC X(1) VALUE 'N'.
       01 WS-OPEN-DEPT PIC X(4).
       01 WS-OPEN-DEPT-NAME PIC X(20).
       01 WS-DEPT-AMT-TABLE.
           05 WS-DEPT-AMT PIC S9(13)V99 OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 LK-CATEGORY.
      *    'I' INITIALISE -- RETURNS THE SELECTION IN FORCE; 'L' LOOK
      *    UP LK-PCODE; 'A' LOOK UP LK-PCODE AND ADD LK-AMT(1-6) TO
      *    ITS CATEGORY; 'F' FIRST ROLLUP ROW; 'N' NEXT ROLLUP ROW.
           05 LK-FUNC PIC X(1).
           05 LK-PCODE PIC 9(6).
           05 LK-AMT PIC S9(13)V99 OCCURS 6 TIMES.
           05 LK-CAT-CODE PIC X(4).
           05 LK-CAT-NAME PIC X(20).
           05 LK-DEPT-CODE PIC X(4).
           05 LK-DEPT-NAME PIC X(20).
           05 LK-SELECTION PIC X(4).
           05 LK-SEL-LEVEL PIC X(1).
           05 LK-SEL-NAME PIC X(20).
      *    'Y' THE PRODUCT IS IN THE SELECTION (ALWAYS 'Y' WITH NO
      *    SELECTION), 'N' IT IS NOT.
           05 LK-SELECTED PIC X(1).
      *    ROLLUP ROWS ONLY -- 'C' CATEGORY SUBTOTAL, 'D' DEPARTMENT
      *    TOTAL, 'E' NO MORE ROWS.
           05 LK-ROW-TYPE PIC X(1).
      *    '0' FOUND, '1' PRODUCT NOT ON THE MASTER OR WITHOUT A
      *    CATEGORY (REPORTED AS UNCATEGORISED), '8' THE SELECTION IS
      *    NEITHER A CATEGORY NOR A DEPARTMENT ON THE MASTER, '9' NO
      *    CATEGORY MASTER (EVERYTHING IS UNCATEGORISED).
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-CATEGORY.
       MAIN-PROCEDURE.
            IF WS-LOADED = 'N'
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-CATEGORY-PARA
                PERFORM LOAD-PRODUCT-PARA
                PERFORM RESOLVE-SELECTION-PARA
                MOVE 'Y' TO WS-LOADED
            END-IF.
            MOVE WS-SELECTION TO LK-SELECTION.
            MOVE WS-SEL-LEVEL TO LK-SEL-LEVEL.
            MOVE WS-SEL-NAME TO LK-SEL-NAME.
            MOVE SPACE TO LK-ROW-TYPE.
            IF LK-FUNC = 'F' OR LK-FUNC = 'N'
                IF LK-FUNC = 'F'
                    MOVE ZERO TO WS-ROLL-IDX
                    MOVE 'N' TO WS-DEPT-OPEN
                END-IF
                PERFORM NEXT-ROW-PARA THRU NEXT-ROW-EXIT
                MOVE '0' TO LK-RESULT
                GOBACK
            END-IF.
            IF LK-FUNC = 'I'
                PERFORM SET-RESULT-PARA
                GOBACK
            END-IF.
            PERFORM FIND-PRODUCT-PARA.
            MOVE WS-CT-CODE(WS-CT-HIT) TO LK-CAT-CODE.
            MOVE WS-CT-NAME(WS-CT-HIT) TO LK-CAT-NAME.
            MOVE WS-CT-DEPT(WS-CT-HIT) TO LK-DEPT-CODE.
            MOVE WS-CT-DEPT-NAME(WS-CT-HIT) TO LK-DEPT-NAME.
            IF WS-CT-HIT = WS-UNCAT-IDX
                MOVE SPACES TO LK-CAT-CODE
                MOVE SPACES TO LK-DEPT-CODE
            END-IF.
            IF WS-SEL-LEVEL = SPACE
                MOVE 'Y' TO LK-SELECTED
            ELSE IF WS-SEL-LEVEL = 'C' AND
                WS-CT-CODE(WS-CT-HIT) = WS-SELECTION AND
                WS-CT-HIT NOT = WS-UNCAT-IDX
                MOVE 'Y' TO LK-SELECTED
            ELSE IF WS-SEL-LEVEL = 'D' AND
                WS-CT-DEPT(WS-CT-HIT) = WS-SELECTION AND
                WS-CT-HIT NOT = WS-UNCAT-IDX
                MOVE 'Y' TO LK-SELECTED
            ELSE
                MOVE 'N' TO LK-SELECTED
            END-IF END-IF END-IF.
            IF LK-FUNC = 'A'
                MOVE 'Y' TO WS-CT-ANY(WS-CT-HIT)
                PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                    UNTIL WS-AMT-IDX > 6
                    ADD LK-AMT(WS-AMT-IDX)
                        TO WS-CT-AMT(WS-CT-HIT, WS-AMT-IDX)
                END-PERFORM
            END-IF.
            PERFORM SET-RESULT-PARA.
            IF LK-RESULT = '0' AND WS-CT-HIT = WS-UNCAT-IDX
                MOVE '1' TO LK-RESULT
            END-IF.
            GOBACK.

       SET-RESULT-PARA.
            IF WS-SEL-LEVEL = 'X'
                MOVE '8' TO LK-RESULT
            ELSE IF WS-NO-MASTER = 'Y'
                MOVE '9' TO LK-RESULT
            ELSE
                MOVE '0' TO LK-RESULT
            END-IF END-IF.

       FIND-PRODUCT-PARA.
      *     A PRODUCT NOT ON THE MASTER FALLS INTO THE UNCATEGORISED
      *     BUCKET WITH THE REST.
            MOVE WS-UNCAT-IDX TO WS-CT-HIT.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = LK-PCODE
                        MOVE WS-PR-CAT-IDX(WS-PR-INX) TO WS-CT-HIT
                END-SEARCH
            END-IF.

       NEXT-ROW-PARA.
      *     HAND BACK THE NEXT CATEGORY THAT HAD ANY FIGURES ADDED, OR
      *     THE TOTAL OF THE DEPARTMENT JUST FINISHED WHEN THE NEXT
      *     CATEGORY BELONGS TO ANOTHER ONE (OR THERE IS NONE LEFT).
            MOVE ZERO TO WS-NEXT-IDX.
            COMPUTE WS-CT-SUB = WS-ROLL-IDX + 1.
            PERFORM VARYING WS-CT-IDX FROM WS-CT-SUB BY 1
                UNTIL WS-CT-IDX > WS-CATEGORY-COUNT
                    OR WS-NEXT-IDX > ZERO
                IF WS-CT-ANY(WS-CT-IDX) = 'Y'
                    MOVE WS-CT-IDX TO WS-NEXT-IDX
                END-IF
            END-PERFORM.
            IF WS-DEPT-OPEN = 'Y'
                IF WS-NEXT-IDX = ZERO OR
                    WS-CT-DEPT(WS-NEXT-IDX) NOT = WS-OPEN-DEPT OR
                    WS-NEXT-IDX = WS-UNCAT-IDX
                    MOVE 'D' TO LK-ROW-TYPE
                    MOVE SPACES TO LK-CAT-CODE
                    MOVE SPACES TO LK-CAT-NAME
                    MOVE WS-OPEN-DEPT TO LK-DEPT-CODE
                    MOVE WS-OPEN-DEPT-NAME TO LK-DEPT-NAME
                    PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                        UNTIL WS-AMT-IDX > 6
                        MOVE WS-DEPT-AMT(WS-AMT-IDX)
                            TO LK-AMT(WS-AMT-IDX)
                    END-PERFORM
                    MOVE 'N' TO WS-DEPT-OPEN
                    GO TO NEXT-ROW-EXIT
                END-IF
            END-IF.
            IF WS-NEXT-IDX = ZERO
                MOVE 'E' TO LK-ROW-TYPE
                GO TO NEXT-ROW-EXIT
            END-IF.
            MOVE WS-NEXT-IDX TO WS-ROLL-IDX.
            MOVE 'C' TO LK-ROW-TYPE.
            MOVE WS-CT-CODE(WS-NEXT-IDX) TO LK-CAT-CODE.
            MOVE WS-CT-NAME(WS-NEXT-IDX) TO LK-CAT-NAME.
            MOVE WS-CT-DEPT(WS-NEXT-IDX) TO LK-DEPT-CODE.
            MOVE WS-CT-DEPT-NAME(WS-NEXT-IDX) TO LK-DEPT-NAME.
            PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                UNTIL WS-AMT-IDX > 6
                MOVE WS-CT-AMT(WS-NEXT-IDX, WS-AMT-IDX)
                    TO LK-AMT(WS-AMT-IDX)
            END-PERFORM.
      *     THE UNCATEGORISED BUCKET IS ITS OWN LAST LINE -- IT HAS NO
      *     DEPARTMENT TO TOTAL.
            IF WS-NEXT-IDX = WS-UNCAT-IDX
                MOVE SPACES TO LK-CAT-CODE
                MOVE SPACES TO LK-DEPT-CODE
                GO TO NEXT-ROW-EXIT
            END-IF.
            IF WS-DEPT-OPEN = 'N'
                MOVE 'Y' TO WS-DEPT-OPEN
                MOVE WS-CT-DEPT(WS-NEXT-IDX) TO WS-OPEN-DEPT
                MOVE WS-CT-DEPT-NAME(WS-NEXT-IDX) TO WS-OPEN-DEPT-NAME
                PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                    UNTIL WS-AMT-IDX > 6
                    MOVE ZERO TO WS-DEPT-AMT(WS-AMT-IDX)
                END-PERFORM
            END-IF.
            PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                UNTIL WS-AMT-IDX > 6
                ADD WS-CT-AMT(WS-NEXT-IDX, WS-AMT-IDX)
                    TO WS-DEPT-AMT(WS-AMT-IDX)
            END-PERFORM.
       NEXT-ROW-EXIT.
            EXIT.

       RESOLVE-SELECTION-PARA.
      *     A CATEGORY CODE WINS OVER A DEPARTMENT CODE OF THE SAME
      *     SPELLING -- THE NARROWER READING IS THE SAFER ONE.
            MOVE SPACES TO WS-SELECTION.
            ACCEPT WS-SELECTION FROM ENVIRONMENT 'CATEGORY_SELECT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACE TO WS-SEL-LEVEL.
            MOVE SPACES TO WS-SEL-NAME.
            IF WS-SELECTION NOT = SPACES
                MOVE 'X' TO WS-SEL-LEVEL
                PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX >= WS-UNCAT-IDX
                    IF WS-CT-DEPT(WS-CT-IDX) = WS-SELECTION AND
                        WS-SEL-LEVEL = 'X'
                        MOVE 'D' TO WS-SEL-LEVEL
                        MOVE WS-CT-DEPT-NAME(WS-CT-IDX) TO WS-SEL-NAME
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX >= WS-UNCAT-IDX
                    IF WS-CT-CODE(WS-CT-IDX) = WS-SELECTION
                        MOVE 'C' TO WS-SEL-LEVEL
                        MOVE WS-CT-NAME(WS-CT-IDX) TO WS-SEL-NAME
                    END-IF
                END-PERFORM
            END-IF.

       LOAD-CATEGORY-PARA.
      *     A MISSING MASTER LEAVES ONLY THE UNCATEGORISED BUCKET. A
      *     ROW WITH A BLANK CODE OR A CODE ALREADY LOADED IS IGNORED
      *     WITH A CALL-OUT.
            MOVE ZERO TO WS-CATEGORY-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CATEGORY-MASTER.
            IF WS-CTM-STATUS NOT = '00'
                MOVE 'Y' TO WS-NO-MASTER
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CATEGORY-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM ADD-CATEGORY-ENTRY
                END-READ
            END-PERFORM.
            IF WS-CTM-STATUS = '00' OR WS-CTM-STATUS = '10'
                CLOSE CATEGORY-MASTER
            END-IF.
            ADD 1 TO WS-CATEGORY-COUNT.
            MOVE WS-CATEGORY-COUNT TO WS-UNCAT-IDX.
            MOVE HIGH-VALUES TO WS-CT-SORT-KEY(WS-UNCAT-IDX).
            MOVE 'UNCATEGORISED' TO WS-CT-NAME(WS-UNCAT-IDX).
            MOVE 'UNCATEGORISED' TO WS-CT-DEPT-NAME(WS-UNCAT-IDX).
            MOVE 'N' TO WS-CT-ANY(WS-UNCAT-IDX).
            PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                UNTIL WS-AMT-IDX > 6
                MOVE ZERO TO WS-CT-AMT(WS-UNCAT-IDX, WS-AMT-IDX)
            END-PERFORM.

       ADD-CATEGORY-ENTRY.
            MOVE ZERO TO WS-CT-HIT.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CATEGORY-COUNT
                IF WS-CT-CODE(WS-CT-IDX) = CM-CAT-CODE
                    MOVE WS-CT-IDX TO WS-CT-HIT
                END-IF
            END-PERFORM.
            IF CM-CAT-CODE = SPACES OR WS-CT-HIT > ZERO
                DISPLAY "CATEGORY ROW IGNORED - " CATEGORY-MASTER-REC
            ELSE IF WS-CATEGORY-COUNT >= MAX-CATEGORY-COUNT
                DISPLAY "CATEGORY MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-CATEGORY-COUNT " - ROW IGNORED - "
                    CATEGORY-MASTER-REC
            ELSE
                MOVE CM-DEPT-CODE TO WS-NEW-SORT-KEY(1:4)
                MOVE CM-CAT-CODE TO WS-NEW-SORT-KEY(5:4)
                MOVE WS-CATEGORY-COUNT TO WS-CT-MOVE
                ADD 1 TO WS-CATEGORY-COUNT
                PERFORM UNTIL WS-CT-MOVE < 1 OR
                    WS-CT-SORT-KEY(WS-CT-MOVE) < WS-NEW-SORT-KEY
                    COMPUTE WS-CT-SUB = WS-CT-MOVE + 1
                    MOVE WS-CATEGORY-ENTRY(WS-CT-MOVE)
                        TO WS-CATEGORY-ENTRY(WS-CT-SUB)
                    SUBTRACT 1 FROM WS-CT-MOVE
                END-PERFORM
                COMPUTE WS-CT-SUB = WS-CT-MOVE + 1
                MOVE WS-NEW-SORT-KEY TO WS-CT-SORT-KEY(WS-CT-SUB)
                MOVE CM-CAT-NAME TO WS-CT-NAME(WS-CT-SUB)
                MOVE CM-DEPT-NAME TO WS-CT-DEPT-NAME(WS-CT-SUB)
                MOVE 'N' TO WS-CT-ANY(WS-CT-SUB)
                PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                    UNTIL WS-AMT-IDX > 6
                    MOVE ZERO TO WS-CT-AMT(WS-CT-SUB, WS-AMT-IDX)
                END-PERFORM
            END-IF END-IF.

       LOAD-PRODUCT-PARA.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PRODUCT-MASTER.
            IF WS-PRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PRODUCT-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM ADD-PRODUCT-ENTRY
                END-READ
            END-PERFORM.
            IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
                CLOSE PRODUCT-MASTER
            END-IF.

       ADD-PRODUCT-ENTRY.
            IF WS-PRODUCT-COUNT >= MAX-PRODUCT-COUNT
                DISPLAY "PRODUCT MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-PRODUCT-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      *     FIND THE PRODUCT'S CATEGORY ROW BEFORE SLOTTING IT IN; A
      *     CATEGORY THE MASTER DOES NOT KNOW IS CALLED OUT AND THE
      *     PRODUCT REPORTED AS UNCATEGORISED.
            MOVE WS-UNCAT-IDX TO WS-CT-HIT.
            IF PM-PRODUCT-CATEGORY NOT = SPACES
                PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX >= WS-UNCAT-IDX
                    IF WS-CT-CODE(WS-CT-IDX) = PM-PRODUCT-CATEGORY
                        MOVE WS-CT-IDX TO WS-CT-HIT
                    END-IF
                END-PERFORM
                IF WS-CT-HIT = WS-UNCAT-IDX
                    DISPLAY "PRODUCT " PM-PRODUCT-CODE " CATEGORY "
                        PM-PRODUCT-CATEGORY
                        " NOT ON CATEGORY MASTER - UNCATEGORISED"
                END-IF
            END-IF.
            MOVE WS-PRODUCT-COUNT TO WS-PR-MOVE.
            ADD 1 TO WS-PRODUCT-COUNT.
            PERFORM UNTIL WS-PR-MOVE < 1 OR
                WS-PR-CODE(WS-PR-MOVE) < PM-PRODUCT-CODE
                COMPUTE WS-PR-SUB = WS-PR-MOVE + 1
                MOVE WS-PRODUCT-ENTRY(WS-PR-MOVE)
                    TO WS-PRODUCT-ENTRY(WS-PR-SUB)
                SUBTRACT 1 FROM WS-PR-MOVE
            END-PERFORM.
            COMPUTE WS-PR-SUB = WS-PR-MOVE + 1.
            MOVE PM-PRODUCT-CODE TO WS-PR-CODE(WS-PR-SUB).
            MOVE WS-CT-HIT TO WS-PR-CAT-IDX(WS-PR-SUB).

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CategoryMaster.txt'
                TO WS-CATEGORY-MASTER-PATH
            ACCEPT WS-CATEGORY-MASTER-PATH
                FROM ENVIRONMENT 'CATEGORY_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM CATLOOK.
