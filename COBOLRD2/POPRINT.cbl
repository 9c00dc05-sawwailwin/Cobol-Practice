      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: PURCHASE-ORDER DOCUMENT PRINT BY SUPPLIER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- turns the open PO lines
      *                REORDERCHK raises on OpenPO.txt into purchase-
      *                order documents purchasing can send as they
      *                stand. Every open line not yet printed is
      *                picked up, grouped by supplier and, within the
      *                supplier, by delivery branch, and printed as
      *                one numbered document per supplier: a header
      *                with the document number, supplier name and
      *                date, a delivery block per branch with the
      *                branch name and address from BranchMaster.txt,
      *                one line per PO line with the product
      *                description from ProductMaster.txt and the
      *                quantity, and a trailer with the line count
      *                and total quantity. Document numbers run on
      *                from the highest already on file. Each printed
      *                line is stamped printed with its document
      *                number and OpenPO.txt is rewritten, so a rerun
      *                does not send the same lines twice.
      *                POPRINT_REPRINT=nnnnnn reprints that document
      *                from the lines stamped with it, marked
      *                REPRINT, without changing the file.
      *                RETURN-CODE 0 documents printed (or nothing to
      *                print), 4 a reprint number not found, 16 the
      *                open-PO file is larger than the table (nothing
      *                is rewritten).
      * 10/15/2026 SWL Open-PO table entry widened for the agreed
      *                price and invoiced quantity now on the line.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPO-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLIER-MASTER ASSIGN TO DYNAMIC
           WS-SUPPLIER-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPENPO-FILE.
           COPY OPENPO REPLACING OPO-REC-NAME BY OPENPO-REC
                                  OPO-PONUM-NAME BY OPO-PONUM
                                  OPO-BCODE-NAME BY OPO-BCODE
                                  OPO-PCODE-NAME BY OPO-PCODE
                                  OPO-ORDQTY-NAME BY OPO-ORDQTY
                                  OPO-RCVQTY-NAME BY OPO-RCVQTY
                                  OPO-DATE-NAME BY OPO-DATE
                                  OPO-STATUS-NAME BY OPO-STATUS
                                  OPO-SUPP-NAME BY OPO-SUPP
                                  OPO-RCVDATE-NAME BY OPO-RCVDATE
                                  OPO-PRINTED-NAME BY OPO-PRINTED
                                  OPO-DOCNUM-NAME BY OPO-DOCNUM
                                  OPO-PRICE-NAME BY OPO-PRICE
                                  OPO-INVQTY-NAME BY OPO-INVQTY.

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION
                                     BRM-ADDR1-NAME BY BM-BRANCH-ADDR1
                                     BRM-ADDR2-NAME BY BM-BRANCH-ADDR2
                                     BRM-ADDR3-NAME BY BM-BRANCH-ADDR3.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT.

       FD SUPPLIER-MASTER.
           COPY SUPPMST REPLACING SUP-REC-NAME BY SUPPLIER-MASTER-REC
                                   SUP-CODE-NAME BY SM-SUPP-CODE
                                   SUP-NAME-NAME BY SM-SUPP-NAME
                                   SUP-LEAD-NAME BY SM-SUPP-LEAD
                                   SUP-STATUS-NAME BY SM-SUPP-STAT.

       WORKING-STORAGE SECTION.
       01 WS-OPO-STATUS PIC X(2).
       01 WS-SUP-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-OPENPO-PATH PIC X(60).
       01 WS-PRINT-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-SUPPLIER-MASTER-PATH PIC X(60).

       01 WS-REPRINT-X PIC X(6).
       01 WS-REPRINT-DOC PIC 9(6) VALUE ZERO.
       01 WS-REPRINT-MODE PIC X(1) VALUE 'N'.
           88 WS-IS-REPRINT VALUE 'Y'.

      * THE WHOLE OPEN-PO FILE IN STORAGE -- IT IS REWRITTEN FROM
      * THE TABLE, SO A FILE LARGER THAN THE TABLE STOPS THE RUN
      * BEFORE ANYTHING IS PRINTED OR STAMPED.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 500 TIMES.
               10 WS-PO-T-REC PIC X(72).
       01 WS-PO-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PO-COUNT PIC 9(3) VALUE 500.
       01 WS-PO-IDX PIC 9(3).
       01 WS-PO-EOF PIC A(1) VALUE 'N'.

      * LINES SELECTED FOR PRINTING, HELD AS TABLE SUBSCRIPTS IN
      * SUPPLIER / BRANCH / PO-NUMBER ORDER BY SORTED INSERTION.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 500 TIMES.
               10 WS-SEL-KEY.
                   15 WS-SEL-SUPP PIC X(5).
                   15 WS-SEL-BCODE PIC 9(3).
                   15 WS-SEL-PONUM PIC 9(6).
               10 WS-SEL-IDX PIC 9(3).
       01 WS-SEL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SEL-SUB PIC 9(3).
       01 WS-SEL-MOVE PIC 9(3).
       01 WS-NEW-KEY.
           05 WS-NK-SUPP PIC X(5).
           05 WS-NK-BCODE PIC 9(3).
           05 WS-NK-PONUM PIC 9(6).

       01 WS-NEXT-DOCNUM PIC 9(6) VALUE 1.
       01 WS-CUR-DOCNUM PIC 9(6) VALUE ZERO.
       01 WS-CUR-SUPP PIC X(5).
       01 WS-CUR-BCODE PIC 9(3).
       01 WS-IN-DOC PIC X(1) VALUE 'N'.
       01 WS-DOC-LINES PIC 9(5) VALUE ZERO.
       01 WS-DOC-QTY PIC 9(9) VALUE ZERO.
       01 WS-DOC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINES-PRINTED PIC 9(5) VALUE ZERO.

      * BRANCH, PRODUCT AND SUPPLIER LOOKUPS -- SORTED INSERTION AND
      * BINARY SEARCH FOR THE MASTERS, THE SAME WAY THE OTHER
      * REPORTING PROGRAMS LOAD THEM.
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-ADDR1 PIC X(30).
               10 WS-BR-ADDR2 PIC X(30).
               10 WS-BR-ADDR3 PIC X(30).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-BRANCH-NAME PIC X(20).
       01 WS-BRANCH-ADDR1 PIC X(30).
       01 WS-BRANCH-ADDR2 PIC X(30).
       01 WS-BRANCH-ADDR3 PIC X(30).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRODUCT-DESC PIC X(20).

       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 500 TIMES.
               10 WS-SU-CODE PIC X(5).
               10 WS-SU-NAME PIC X(20).
       01 WS-SUPP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SUPP-COUNT PIC 9(3) VALUE 500.
       01 WS-SU-IDX PIC 9(3).
       01 WS-SUPMST-EOF PIC A(1) VALUE 'N'.
       01 WS-SUPPLIER-NAME PIC X(20).

       01 WS-RULE-LINE PIC X(80) VALUE ALL '='.
       01 WS-DASH-LINE PIC X(80) VALUE ALL '-'.

       01 WS-DOC-HEAD-1.
           05 FILLER PIC X(23) VALUE "PURCHASE ORDER NUMBER ".
           05 WS-DH-DOCNUM PIC 9(6).
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE ".
           05 WS-DH-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DH-REPRINT PIC X(7).
           05 FILLER PIC X(18) VALUE SPACES.

       01 WS-DOC-HEAD-2.
           05 FILLER PIC X(10) VALUE "SUPPLIER ".
           05 WS-DH-SUPP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DH-SUPP-NAME PIC X(20).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-DELIVER-LINE.
           05 FILLER PIC X(12) VALUE "DELIVER TO ".
           05 WS-DL-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-BNAME PIC X(20).
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-ADDRESS-LINE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 WS-AL-TEXT PIC X(30).
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LINE-HEAD.
           05 FILLER PIC X(80) VALUE
           "    PO LINE  PRODUCT                            QUANTITY".

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DET-PONUM PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER PIC X(16) VALUE "END OF ORDER -  ".
           05 WS-TR-LINES PIC ZZZZ9.
           05 FILLER PIC X(22) VALUE " LINES, TOTAL QUANTITY".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-QTY PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(25) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 DONE, 4 REPRINT NUMBER NOT
      * FOUND, 16 OPEN-PO FILE PAST TABLE CAPACITY.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

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
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-SUPPLIER-MASTER.
            PERFORM LOAD-OPENPO-PARA.
            PERFORM SELECT-LINES-PARA
                VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT.
            OPEN OUTPUT PRINT-FILE.
            PERFORM PRINT-SELECTED-PARA
                VARYING WS-SEL-SUB FROM 1 BY 1
                UNTIL WS-SEL-SUB > WS-SEL-COUNT.
            IF WS-IN-DOC = 'Y'
                PERFORM END-DOCUMENT-PARA
            END-IF.
            CLOSE PRINT-FILE.
            IF WS-IS-REPRINT
                IF WS-SEL-COUNT = ZERO
                    DISPLAY "PURCHASE ORDER " WS-REPRINT-DOC
                        " NOT FOUND ON THE OPEN-PO FILE"
                    MOVE 4 TO WS-RETURN-CODE
                ELSE
                    DISPLAY "PURCHASE ORDER " WS-REPRINT-DOC
                        " REPRINTED - " WS-LINES-PRINTED " LINES"
                END-IF
            ELSE
                IF WS-SEL-COUNT > ZERO
                    PERFORM REWRITE-OPENPO-PARA
                END-IF
                DISPLAY "PO PRINT COMPLETE - " WS-DOC-COUNT
                    " DOCUMENTS, " WS-LINES-PRINTED " LINES"
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-OPENPO-PARA.
            MOVE ZERO TO WS-PO-COUNT.
            MOVE 'N' TO WS-PO-EOF.
            OPEN INPUT OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
                DISPLAY "OPEN-PO FILE NOT AVAILABLE - STATUS "
                    WS-OPO-STATUS
                MOVE 'Y' TO WS-PO-EOF
            END-IF.
            PERFORM UNTIL WS-PO-EOF = 'Y'
                READ OPENPO-FILE
                    AT END MOVE 'Y' TO WS-PO-EOF
                    NOT AT END
                        IF WS-PO-COUNT >= MAX-PO-COUNT
                            DISPLAY "OPEN-PO FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-PO-COUNT
                                " - RUN STOPPED"
                            CLOSE OPENPO-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF OPO-DOCNUM IS NOT NUMERIC
                            MOVE ZERO TO OPO-DOCNUM
                        END-IF
                        IF OPO-DOCNUM >= WS-NEXT-DOCNUM
                            COMPUTE WS-NEXT-DOCNUM = OPO-DOCNUM + 1
                        END-IF
                        ADD 1 TO WS-PO-COUNT
                        MOVE OPENPO-REC TO WS-PO-T-REC(WS-PO-COUNT)
                END-READ
            END-PERFORM.
            IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
                CLOSE OPENPO-FILE
            END-IF.

       SELECT-LINES-PARA.
      *     A NORMAL RUN TAKES EVERY OPEN LINE NOT YET PRINTED; A
      *     REPRINT TAKES EVERY LINE STAMPED WITH THE DOCUMENT NUMBER,
      *     OPEN OR CLOSED.
            MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC.
            IF WS-IS-REPRINT
                IF OPO-DOCNUM = WS-REPRINT-DOC
                    PERFORM ADD-SELECTED-PARA
                END-IF
            ELSE
                IF OPO-STATUS = 'O' AND OPO-PRINTED NOT = 'Y'
                    PERFORM ADD-SELECTED-PARA
                END-IF
            END-IF.

       ADD-SELECTED-PARA.
            MOVE OPO-SUPP TO WS-NK-SUPP.
            MOVE OPO-BCODE TO WS-NK-BCODE.
            MOVE OPO-PONUM TO WS-NK-PONUM.
            MOVE WS-SEL-COUNT TO WS-SEL-MOVE.
            ADD 1 TO WS-SEL-COUNT.
            PERFORM UNTIL WS-SEL-MOVE < 1 OR
                WS-SEL-KEY(WS-SEL-MOVE) < WS-NEW-KEY
                COMPUTE WS-SEL-SUB = WS-SEL-MOVE + 1
                MOVE WS-SEL-ENTRY(WS-SEL-MOVE)
                    TO WS-SEL-ENTRY(WS-SEL-SUB)
                SUBTRACT 1 FROM WS-SEL-MOVE
            END-PERFORM.
            COMPUTE WS-SEL-SUB = WS-SEL-MOVE + 1.
            MOVE WS-NEW-KEY TO WS-SEL-KEY(WS-SEL-SUB).
            MOVE WS-PO-IDX TO WS-SEL-IDX(WS-SEL-SUB).

       PRINT-SELECTED-PARA.
            MOVE WS-SEL-IDX(WS-SEL-SUB) TO WS-PO-IDX.
            MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC.
            IF WS-IN-DOC = 'Y' AND OPO-SUPP NOT = WS-CUR-SUPP
                PERFORM END-DOCUMENT-PARA
            END-IF.
            IF WS-IN-DOC = 'N'
                PERFORM START-DOCUMENT-PARA
            END-IF.
            IF OPO-BCODE NOT = WS-CUR-BCODE
                PERFORM DELIVERY-BLOCK-PARA
            END-IF.
            PERFORM FIND-PRODUCT-DESC.
            MOVE OPO-PONUM TO WS-DET-PONUM.
            MOVE OPO-PCODE TO WS-DET-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DET-DESC.
            MOVE OPO-ORDQTY TO WS-DET-QTY.
            MOVE WS-DETAIL-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            ADD 1 TO WS-DOC-LINES.
            ADD 1 TO WS-LINES-PRINTED.
            ADD OPO-ORDQTY TO WS-DOC-QTY.
            IF NOT WS-IS-REPRINT
                MOVE 'Y' TO OPO-PRINTED
                MOVE WS-CUR-DOCNUM TO OPO-DOCNUM
                MOVE OPENPO-REC TO WS-PO-T-REC(WS-PO-IDX)
            END-IF.

       START-DOCUMENT-PARA.
            MOVE 'Y' TO WS-IN-DOC.
            MOVE OPO-SUPP TO WS-CUR-SUPP.
            MOVE 999 TO WS-CUR-BCODE.
            MOVE ZERO TO WS-DOC-LINES.
            MOVE ZERO TO WS-DOC-QTY.
            ADD 1 TO WS-DOC-COUNT.
            IF WS-IS-REPRINT
                MOVE WS-REPRINT-DOC TO WS-CUR-DOCNUM
                MOVE 'REPRINT' TO WS-DH-REPRINT
            ELSE
                MOVE WS-NEXT-DOCNUM TO WS-CUR-DOCNUM
                ADD 1 TO WS-NEXT-DOCNUM
                MOVE SPACES TO WS-DH-REPRINT
            END-IF.
            PERFORM FIND-SUPPLIER-NAME.
            MOVE WS-RULE-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CUR-DOCNUM TO WS-DH-DOCNUM.
            MOVE WS-RUN-DATE TO WS-DH-DATE.
            MOVE WS-DOC-HEAD-1 TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CUR-SUPP TO WS-DH-SUPP.
            MOVE WS-SUPPLIER-NAME TO WS-DH-SUPP-NAME.
            MOVE WS-DOC-HEAD-2 TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-RULE-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.

       DELIVERY-BLOCK-PARA.
            MOVE OPO-BCODE TO WS-CUR-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE OPO-BCODE TO WS-DL-BCODE.
            MOVE WS-BRANCH-NAME TO WS-DL-BNAME.
            MOVE WS-DELIVER-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-BRANCH-ADDR1 NOT = SPACES
                MOVE WS-BRANCH-ADDR1 TO WS-AL-TEXT
                MOVE WS-ADDRESS-LINE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF WS-BRANCH-ADDR2 NOT = SPACES
                MOVE WS-BRANCH-ADDR2 TO WS-AL-TEXT
                MOVE WS-ADDRESS-LINE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF WS-BRANCH-ADDR3 NOT = SPACES
                MOVE WS-BRANCH-ADDR3 TO WS-AL-TEXT
                MOVE WS-ADDRESS-LINE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            MOVE WS-LINE-HEAD TO PRINT-LINE.
            WRITE PRINT-LINE.

       END-DOCUMENT-PARA.
            MOVE WS-DASH-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-DOC-LINES TO WS-TR-LINES.
            MOVE WS-DOC-QTY TO WS-TR-QTY.
            MOVE WS-TRAILER-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 'N' TO WS-IN-DOC.

       REWRITE-OPENPO-PARA.
      *     EVERY LINE GOES BACK, PRINTED OR NOT, IN FILE ORDER.
            OPEN OUTPUT OPENPO-FILE.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                MOVE WS-PO-T-REC(WS-PO-IDX) TO OPENPO-REC
                WRITE OPENPO-REC
            END-PERFORM.
            CLOSE OPENPO-FILE.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-ADDR1.
            MOVE SPACES TO WS-BRANCH-ADDR2.
            MOVE SPACES TO WS-BRANCH-ADDR3.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = OPO-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE WS-BR-ADDR1(WS-BR-INX) TO WS-BRANCH-ADDR1
                        MOVE WS-BR-ADDR2(WS-BR-INX) TO WS-BRANCH-ADDR2
                        MOVE WS-BR-ADDR3(WS-BR-INX) TO WS-BRANCH-ADDR3
                END-SEARCH
            END-IF.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = OPO-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
            END-IF.

       FIND-SUPPLIER-NAME.
            MOVE 'SUPPLIER NOT ON FILE' TO WS-SUPPLIER-NAME.
            IF WS-CUR-SUPP = SPACES
                MOVE 'UNASSIGNED' TO WS-SUPPLIER-NAME
            END-IF.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                UNTIL WS-SU-IDX > WS-SUPP-COUNT
                IF WS-SU-CODE(WS-SU-IDX) = WS-CUR-SUPP
                    MOVE WS-SU-NAME(WS-SU-IDX) TO WS-SUPPLIER-NAME
                    MOVE WS-SUPP-COUNT TO WS-SU-IDX
                END-IF
            END-PERFORM.

       LOAD-SUPPLIER-MASTER.
            MOVE ZERO TO WS-SUPP-COUNT.
            MOVE 'N' TO WS-SUPMST-EOF.
            OPEN INPUT SUPPLIER-MASTER.
            IF WS-SUP-STATUS NOT = '00'
                DISPLAY "SUPPLIER MASTER NOT AVAILABLE - STATUS "
                    WS-SUP-STATUS
                MOVE 'Y' TO WS-SUPMST-EOF
            END-IF.
            PERFORM UNTIL WS-SUPMST-EOF = 'Y'
                OR WS-SUPP-COUNT = MAX-SUPP-COUNT
                READ SUPPLIER-MASTER INTO SUPPLIER-MASTER-REC
                    AT END MOVE 'Y' TO WS-SUPMST-EOF
                    NOT AT END
                        ADD 1 TO WS-SUPP-COUNT
                        MOVE SM-SUPP-CODE TO WS-SU-CODE(WS-SUPP-COUNT)
                        MOVE SM-SUPP-NAME TO WS-SU-NAME(WS-SUPP-COUNT)
                END-READ
            END-PERFORM.
            IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
                CLOSE SUPPLIER-MASTER
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END
                        IF BM-BRANCH-STAT NOT = 'I'
                            PERFORM ADD-BRANCH-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BRANCH-MASTER.

       ADD-BRANCH-ENTRY.
            IF WS-BRANCH-COUNT >= MAX-BRANCH-COUNT
                DISPLAY "BRANCH MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-BRANCH-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-BRANCH-COUNT TO WS-BR-MOVE.
            ADD 1 TO WS-BRANCH-COUNT.
            PERFORM UNTIL WS-BR-MOVE < 1 OR
                WS-BR-CODE(WS-BR-MOVE) < BM-BRANCH-CODE
                COMPUTE WS-BR-SUB = WS-BR-MOVE + 1
                MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                    TO WS-BRANCH-ENTRY(WS-BR-SUB)
                SUBTRACT 1 FROM WS-BR-MOVE
            END-PERFORM.
            COMPUTE WS-BR-SUB = WS-BR-MOVE + 1.
            MOVE BM-BRANCH-CODE TO WS-BR-CODE(WS-BR-SUB).
            MOVE BM-BRANCH-NAME TO WS-BR-NAME(WS-BR-SUB).
            MOVE BM-BRANCH-ADDR1 TO WS-BR-ADDR1(WS-BR-SUB).
            MOVE BM-BRANCH-ADDR2 TO WS-BR-ADDR2(WS-BR-SUB).
            MOVE BM-BRANCH-ADDR3 TO WS-BR-ADDR3(WS-BR-SUB).

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        IF PM-PRODUCT-STAT NOT = 'I'
                            PERFORM ADD-PRODUCT-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

       ADD-PRODUCT-ENTRY.
            IF WS-PRODUCT-COUNT >= MAX-PRODUCT-COUNT
                DISPLAY "PRODUCT MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-PRODUCT-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
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
            MOVE PM-PRODUCT-DESC TO WS-PR-DESC(WS-PR-SUB).

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PurchaseOrders.txt'
                TO WS-PRINT-FILE-PATH
            ACCEPT WS-PRINT-FILE-PATH
                FROM ENVIRONMENT 'PURCHASE_ORDERS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SupplierMaster.txt'
                TO WS-SUPPLIER-MASTER-PATH
            ACCEPT WS-SUPPLIER-MASTER-PATH
                FROM ENVIRONMENT 'SUPPLIER_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-REPRINT-X
            ACCEPT WS-REPRINT-X FROM ENVIRONMENT 'POPRINT_REPRINT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-REPRINT-X IS NUMERIC
                MOVE WS-REPRINT-X TO WS-REPRINT-DOC
                MOVE 'Y' TO WS-REPRINT-MODE
            END-IF.

       END PROGRAM POPRINT.
