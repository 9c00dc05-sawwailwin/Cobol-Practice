      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHRINKAGE ANALYSIS BY REASON, BRANCH AND PRODUCT
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the evidence loss prevention
      *                takes on a store visit, for any date range
      *                (SHRINK_FROM / SHRINK_TO). Walks the movement
      *                detail COBOLRD2 keeps for every posted movement
      *                (MovementDetail.dat, MOVEDTL layout): an option-5
      *                adjustment that lowered the balance is shrink
      *                of the drop, an option-9 quarantine scrap is
      *                shrink of the quantity scrapped, and option-1
      *                issues plus option-2 receipts are the
      *                throughput the shrink is measured against. A
      *                movement that was reversed, and the reversal
      *                itself, are left out. Shrink is priced at the
      *                product master's unit cost and shown by reason
      *                within product within branch, each line as a
      *                percentage of the branch's throughput of that
      *                product, with the branches ranked worst shrink
      *                rate first, then region and chain product
      *                totals. A branch/product whose rate is above
      *                SHRINK_FLAG_PCT percent (default 200) of the
      *                chain rate for the product, or that shrank with
      *                no throughput at all, is flagged.
      *                RETURN-CODE 0 nothing flagged, 4 lines flagged,
      *                8 no movement detail, 12 bad or missing
      *                parameters.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow. The chain totals per product are
      *                now a table kept in code order by sorted
      *                insertion instead of one addressed by code + 1,
      *                and the code column on the figure lines is six
      *                wide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MD-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REASON-MASTER ASSIGN TO DYNAMIC WS-REASON-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSN-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-DETAIL.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY MOVEMENT-DETAIL-REC
                                   MVD-KEY-NAME BY MD-KEY
                                   MVD-BCODE-NAME BY MD-BCODE
                                   MVD-PCODE-NAME BY MD-PCODE
                                   MVD-DATE-NAME BY MD-DATE
                                   MVD-REF-NAME BY MD-REF
                                   MVD-OPTION-NAME BY MD-OPTION
                                   MVD-QTY-NAME BY MD-QTY
                                   MVD-BEFORE-NAME BY MD-BEFORE
                                   MVD-AFTER-NAME BY MD-AFTER
                                   MVD-OTHBR-NAME BY MD-OTHBR
                                   MVD-SHIPDATE-NAME BY MD-SHIPDATE
                                   MVD-PONUM-NAME BY MD-PONUM
                                   MVD-REASON-NAME BY MD-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME
                                          BY PM-PRODUCT-COST.

       FD REASON-MASTER.
           COPY REASONMST REPLACING RSN-REC-NAME BY REASON-MASTER-REC
                                     RSN-CODE-NAME BY RM-REASON-CODE
                                     RSN-DESC-NAME BY RM-REASON-DESC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MD-STATUS PIC X(2).
       01 WS-RSN-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REASON-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-P-FROM-X PIC X(8).
       01 WS-P-TO-X PIC X(8).
       01 WS-P-FROM PIC 9(8).
       01 WS-P-TO PIC 9(8).
       01 WS-FLAG-PCT-X PIC X(3).
       01 WS-FLAG-PCT PIC 9(3) VALUE 200.

       01 WS-SHRINK-QTY PIC 9(7).
       01 WS-THRU-QTY PIC 9(7).
       01 WS-MD-READ PIC 9(9) VALUE ZERO.
       01 WS-MD-REVERSED PIC 9(7) VALUE ZERO.

      * ONE ROW PER BRANCH/PRODUCT THAT SHRANK OR MOVED IN THE RANGE.
      * THE DETAIL IS READ IN KEY ORDER, SO ROWS ARRIVE IN BRANCH/
      * PRODUCT ORDER AND ARE ONLY EVER APPENDED. EACH ROW NAMES THE
      * RUN OF REASON ROWS THAT BELONG TO IT.
       01 WS-BP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 20000 TIMES.
               10 WS-BP-BCODE PIC 9(3).
               10 WS-BP-PCODE PIC 9(6).
               10 WS-BP-THRU PIC 9(9).
               10 WS-BP-SHRINK PIC 9(9).
               10 WS-BP-RATE PIC 9(5)V99.
               10 WS-BP-FLAG PIC X(1).
               10 WS-BP-SR-FIRST PIC 9(5).
               10 WS-BP-SR-LAST PIC 9(5).
       77 MAX-BP-COUNT PIC 9(5) VALUE 20000.
       01 WS-BP-IDX PIC 9(5).

       01 WS-SR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SR-TABLE.
           05 WS-SR-ENTRY OCCURS 20000 TIMES.
               10 WS-SR-REASON PIC X(3).
               10 WS-SR-UNITS PIC 9(9).
       77 MAX-SR-COUNT PIC 9(5) VALUE 20000.
       01 WS-SR-IDX PIC 9(5).
       01 WS-SR-HIT PIC 9(5).

      * BRANCH TOTALS ADDRESSED BY BRANCH CODE + 1, PRODUCT (CHAIN)
      * TOTALS BY PRODUCT CODE + 1, REGION TOTALS BY REGION CODE.
       01 WS-BS-TABLE.
           05 WS-BS-ENTRY OCCURS 1000 TIMES.
               10 WS-BS-SHRINK PIC 9(9).
               10 WS-BS-VALUE PIC 9(13)V99.
               10 WS-BS-THRU PIC 9(11).
               10 WS-BS-RATE PIC 9(5)V99.
               10 WS-BS-FLAGS PIC 9(4).
               10 WS-BS-BP-FIRST PIC 9(5).
               10 WS-BS-BP-LAST PIC 9(5).
       01 WS-BS-IDX PIC 9(4).
      * CHAIN TOTALS PER PRODUCT, KEPT IN CODE ORDER BY SORTED
      * INSERTION AS PRODUCTS TURN UP IN THE ROLLUP.
       01 WS-PS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PS-COUNT
               ASCENDING KEY IS WS-PS-PCODE
               INDEXED BY WS-PS-INX.
               10 WS-PS-PCODE PIC 9(6).
               10 WS-PS-SHRINK PIC 9(11).
               10 WS-PS-VALUE PIC 9(13)V99.
               10 WS-PS-THRU PIC 9(11).
               10 WS-PS-RATE PIC 9(5)V99.
       01 WS-PS-IDX PIC 9(3).
       01 WS-PS-MOVE PIC 9(3).
       01 WS-PS-SUB PIC 9(3).
       77 MAX-PS-COUNT PIC 9(3) VALUE 500.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 99 TIMES.
               10 WS-RG-SHRINK PIC 9(11).
               10 WS-RG-VALUE PIC 9(13)V99.
               10 WS-RG-THRU PIC 9(11).
       01 WS-REGION-IDX PIC 9(3).
       01 WS-THIS-REGION PIC 9(2).

       01 WS-RANK-TABLE.
           05 WS-RANK-IX PIC 9(4) OCCURS 1000 TIMES.
       01 WS-RANK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RANK-MOVE PIC 9(4).
       01 WS-RANK-SUB PIC 9(4).

       01 WS-LINE-VALUE PIC 9(13)V99.
       01 WS-LINE-RATE PIC 9(5)V99.
       01 WS-RATE-LIMIT PIC 9(7)V99.
       01 WS-BCODE PIC 9(3).
       01 WS-PCODE PIC 9(6).
       01 WS-TOT-SHRINK PIC 9(11) VALUE ZERO.
       01 WS-TOT-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-THRU PIC 9(11) VALUE ZERO.
       01 WS-TOT-RATE PIC 9(5)V99 VALUE ZERO.
       01 WS-FLAG-COUNT PIC 9(5) VALUE ZERO.

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-REGION PIC 9(2).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-BRANCH-NAME PIC X(20).

       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-COST PIC 9(5)V99.
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRODUCT-DESC PIC X(20).
       01 WS-UNIT-COST PIC 9(5)V99.

       01 WS-REASON-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-RSN-INX.
               10 WS-RSN-CODE PIC X(3).
               10 WS-RSN-DESC PIC X(20).
       77 MAX-REASON-COUNT PIC 9(3) VALUE 100.
       01 WS-REASON-DESC PIC X(20).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(19) VALUE "SHRINKAGE ANALYSIS ".
           05 WS-TL-FROM PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TL-TO PIC 9(8).
           05 FILLER PIC X(50) VALUE
           "  NEGATIVE ADJUSTMENTS AND QUARANTINE SCRAP, FLAG ".
           05 FILLER PIC X(6) VALUE "ABOVE ".
           05 WS-TL-PCT PIC ZZ9.
           05 FILLER PIC X(35) VALUE
           "% OF THE CHAIN RATE FOR THE PRODUCT".
       01 WS-RANK-HEAD-LINE.
           05 FILLER PIC X(38) VALUE
           "RANK  BR   BRANCH NAME           RG   ".
           05 FILLER PIC X(42) VALUE
           "      UNITS     VALUE AT COST   THROUGHPUT".
           05 FILLER PIC X(52) VALUE "  SHRINK %  FLAGGED".
       01 WS-RANK-LINE.
           05 WS-RK-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-BCODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-REGION PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RK-UNITS PIC Z(10)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-THRU PIC Z(10)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-RATE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-FLAGS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RK-NOTE PIC X(16).
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-FIG-HEAD-LINE.
           05 FILLER PIC X(33) VALUE
           "    CODE   DESCRIPTION".
           05 FILLER PIC X(42) VALUE
           "      UNITS     VALUE AT COST   THROUGHPUT".
           05 FILLER PIC X(57) VALUE
           "  SHRINK %   CHAIN %  FLAG".
       01 WS-FIG-LINE.
           05 WS-FL-INDENT PIC X(4).
           05 WS-FL-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-FL-UNITS PIC Z(10)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-THRU PIC Z(10)9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-RATE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-CHAIN PIC ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-FLAG PIC X(16).
           05 FILLER PIC X(25) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 NOTHING FLAGGED, 4 LINES
      * FLAGGED, 8 NO MOVEMENT DETAIL, 12 BAD OR MISSING PARAMETERS.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM READ-PARMS-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REASON-MASTER.
            MOVE ZERO TO WS-PS-COUNT.
            INITIALIZE WS-BS-TABLE WS-RG-TABLE.
            PERFORM LOAD-MOVEMENTS-PARA.
            PERFORM ROLLUP-PARA.
            PERFORM FLAG-LINES-PARA.
            PERFORM RANK-BRANCHES-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-P-FROM TO WS-TL-FROM.
            MOVE WS-P-TO TO WS-TL-TO.
            MOVE WS-FLAG-PCT TO WS-TL-PCT.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-MD-STATUS NOT = '00' AND WS-MD-STATUS NOT = '10'
                MOVE "*** NO MOVEMENT DETAIL AVAILABLE - NOTHING TO ANAL
      -         "YSE ***" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM WRITE-RANKING-PARA.
            PERFORM WRITE-BRANCH-DETAIL-PARA
                VARYING WS-RANK-MOVE FROM 1 BY 1
                UNTIL WS-RANK-MOVE > WS-RANK-COUNT.
            PERFORM WRITE-REGION-TOTALS.
            PERFORM WRITE-PRODUCT-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY "SHRINKAGE ANALYSIS " WS-P-FROM " - " WS-P-TO
                " - " WS-RANK-COUNT " BRANCHES WITH SHRINK, "
                WS-FLAG-COUNT " LINES FLAGGED".
            IF WS-FLAG-COUNT > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-MOVEMENTS-PARA.
      *     A REVERSAL (OPTION 0) AND THE ORIGINAL IT BACKED OUT
      *     (WHICH CARRIES THE REVERSAL'S LINK) CANCEL, SO NEITHER
      *     COUNTS. EVERYTHING OUTSIDE THE RANGE IS SKIPPED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MD-STATUS NOT = '00'
                DISPLAY "MOVEMENT DETAIL NOT AVAILABLE - STATUS "
                    WS-MD-STATUS
                MOVE 'Y' TO WS-EOF
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MOVEMENT-DETAIL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MD-READ
                        IF MD-DATE IS NUMERIC AND
                            MD-DATE NOT < WS-P-FROM AND
                            MD-DATE NOT > WS-P-TO
                            IF MD-OPTION = 0 OR
                                (MD-LINK-REF IS NUMERIC AND
                                 MD-LINK-REF > ZERO)
                                ADD 1 TO WS-MD-REVERSED
                            ELSE
                                PERFORM TAKE-MOVEMENT-PARA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-MD-STATUS = '00' OR WS-MD-STATUS = '10'
                CLOSE MOVEMENT-DETAIL
            END-IF.

       TAKE-MOVEMENT-PARA.
            MOVE ZERO TO WS-SHRINK-QTY.
            MOVE ZERO TO WS-THRU-QTY.
            IF MD-OPTION = 1 OR MD-OPTION = 2
                MOVE MD-QTY TO WS-THRU-QTY
            ELSE IF MD-OPTION = 5 AND MD-AFTER < MD-BEFORE
                COMPUTE WS-SHRINK-QTY = MD-BEFORE - MD-AFTER
            ELSE IF MD-OPTION = 9
                MOVE MD-QTY TO WS-SHRINK-QTY
            END-IF
            END-IF
            END-IF.
            IF WS-SHRINK-QTY > ZERO OR WS-THRU-QTY > ZERO
                IF WS-BP-COUNT = ZERO
                    PERFORM NEW-BP-ENTRY-PARA
                ELSE
                    IF WS-BP-BCODE(WS-BP-COUNT) NOT = MD-BCODE OR
                        WS-BP-PCODE(WS-BP-COUNT) NOT = MD-PCODE
                        PERFORM NEW-BP-ENTRY-PARA
                    END-IF
                END-IF
                ADD WS-THRU-QTY TO WS-BP-THRU(WS-BP-COUNT)
                IF WS-SHRINK-QTY > ZERO
                    ADD WS-SHRINK-QTY TO WS-BP-SHRINK(WS-BP-COUNT)
                    PERFORM ADD-REASON-PARA
                END-IF
            END-IF.

       NEW-BP-ENTRY-PARA.
            IF WS-BP-COUNT >= MAX-BP-COUNT
                DISPLAY "BRANCH/PRODUCT LINES EXCEED TABLE CAPACITY OF "
                    MAX-BP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-BP-COUNT.
            MOVE MD-BCODE TO WS-BP-BCODE(WS-BP-COUNT).
            MOVE MD-PCODE TO WS-BP-PCODE(WS-BP-COUNT).
            MOVE ZERO TO WS-BP-THRU(WS-BP-COUNT).
            MOVE ZERO TO WS-BP-SHRINK(WS-BP-COUNT).
            MOVE ZERO TO WS-BP-RATE(WS-BP-COUNT).
            MOVE 'N' TO WS-BP-FLAG(WS-BP-COUNT).
            MOVE ZERO TO WS-BP-SR-FIRST(WS-BP-COUNT).
            MOVE ZERO TO WS-BP-SR-LAST(WS-BP-COUNT).

       ADD-REASON-PARA.
      *     THE REASON ROWS OF THE CURRENT BRANCH/PRODUCT ARE THE LAST
      *     ONES ON THE TABLE, SO ONLY THAT RUN IS SEARCHED.
            MOVE ZERO TO WS-SR-HIT.
            IF WS-BP-SR-FIRST(WS-BP-COUNT) > ZERO
                PERFORM VARYING WS-SR-IDX
                    FROM WS-BP-SR-FIRST(WS-BP-COUNT) BY 1
                    UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-SR-HIT > ZERO
                    IF WS-SR-REASON(WS-SR-IDX) = MD-REASON
                        MOVE WS-SR-IDX TO WS-SR-HIT
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-SR-HIT = ZERO
                IF WS-SR-COUNT >= MAX-SR-COUNT
                    DISPLAY "REASON LINES EXCEED TABLE CAPACITY OF "
                        MAX-SR-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SR-COUNT
                MOVE WS-SR-COUNT TO WS-SR-HIT
                MOVE MD-REASON TO WS-SR-REASON(WS-SR-HIT)
                MOVE ZERO TO WS-SR-UNITS(WS-SR-HIT)
                IF WS-BP-SR-FIRST(WS-BP-COUNT) = ZERO
                    MOVE WS-SR-HIT TO WS-BP-SR-FIRST(WS-BP-COUNT)
                END-IF
                MOVE WS-SR-HIT TO WS-BP-SR-LAST(WS-BP-COUNT)
            END-IF.
            ADD WS-SHRINK-QTY TO WS-SR-UNITS(WS-SR-HIT).

       ROLLUP-PARA.
      *     BRANCH, PRODUCT AND REGION TOTALS, AND THE RATES. A RATE
      *     WITH NO THROUGHPUT UNDER IT IS LEFT AT ZERO AND CALLED OUT
      *     ON ITS OWN.
            PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                UNTIL WS-BP-IDX > WS-BP-COUNT
                COMPUTE WS-BS-IDX = WS-BP-BCODE(WS-BP-IDX) + 1
                IF WS-BS-BP-FIRST(WS-BS-IDX) = ZERO
                    MOVE WS-BP-IDX TO WS-BS-BP-FIRST(WS-BS-IDX)
                END-IF
                MOVE WS-BP-IDX TO WS-BS-BP-LAST(WS-BS-IDX)
                MOVE WS-BP-PCODE(WS-BP-IDX) TO WS-PCODE
                PERFORM FIND-PS-PARA
                IF WS-PS-IDX = ZERO
                    PERFORM ADD-PS-ENTRY
                END-IF
                PERFORM FIND-PRODUCT-PARA
                COMPUTE WS-LINE-VALUE =
                    WS-BP-SHRINK(WS-BP-IDX) * WS-UNIT-COST
                ADD WS-BP-SHRINK(WS-BP-IDX) TO WS-BS-SHRINK(WS-BS-IDX)
                ADD WS-BP-THRU(WS-BP-IDX) TO WS-BS-THRU(WS-BS-IDX)
                ADD WS-LINE-VALUE TO WS-BS-VALUE(WS-BS-IDX)
                ADD WS-BP-SHRINK(WS-BP-IDX) TO WS-PS-SHRINK(WS-PS-IDX)
                ADD WS-BP-THRU(WS-BP-IDX) TO WS-PS-THRU(WS-PS-IDX)
                ADD WS-LINE-VALUE TO WS-PS-VALUE(WS-PS-IDX)
                ADD WS-BP-SHRINK(WS-BP-IDX) TO WS-TOT-SHRINK
                ADD WS-BP-THRU(WS-BP-IDX) TO WS-TOT-THRU
                ADD WS-LINE-VALUE TO WS-TOT-VALUE
                MOVE WS-BP-BCODE(WS-BP-IDX) TO WS-BCODE
                PERFORM FIND-BRANCH-PARA
                IF WS-THIS-REGION > ZERO
                    ADD WS-BP-SHRINK(WS-BP-IDX)
                        TO WS-RG-SHRINK(WS-THIS-REGION)
                    ADD WS-BP-THRU(WS-BP-IDX)
                        TO WS-RG-THRU(WS-THIS-REGION)
                    ADD WS-LINE-VALUE TO WS-RG-VALUE(WS-THIS-REGION)
                END-IF
                IF WS-BP-THRU(WS-BP-IDX) > ZERO
                    COMPUTE WS-BP-RATE(WS-BP-IDX) ROUNDED =
                        WS-BP-SHRINK(WS-BP-IDX) * 100
                        / WS-BP-THRU(WS-BP-IDX)
                        ON SIZE ERROR
                            MOVE 99999.99 TO WS-BP-RATE(WS-BP-IDX)
                    END-COMPUTE
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                UNTIL WS-BS-IDX > 1000
                IF WS-BS-THRU(WS-BS-IDX) > ZERO
                    COMPUTE WS-BS-RATE(WS-BS-IDX) ROUNDED =
                        WS-BS-SHRINK(WS-BS-IDX) * 100
                        / WS-BS-THRU(WS-BS-IDX)
                        ON SIZE ERROR
                            MOVE 99999.99 TO WS-BS-RATE(WS-BS-IDX)
                    END-COMPUTE
                ELSE IF WS-BS-SHRINK(WS-BS-IDX) > ZERO
                    MOVE 99999.99 TO WS-BS-RATE(WS-BS-IDX)
                END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                UNTIL WS-PS-IDX > WS-PS-COUNT
                IF WS-PS-THRU(WS-PS-IDX) > ZERO
                    COMPUTE WS-PS-RATE(WS-PS-IDX) ROUNDED =
                        WS-PS-SHRINK(WS-PS-IDX) * 100
                        / WS-PS-THRU(WS-PS-IDX)
                        ON SIZE ERROR
                            MOVE 99999.99 TO WS-PS-RATE(WS-PS-IDX)
                    END-COMPUTE
                END-IF
            END-PERFORM.
            IF WS-TOT-THRU > ZERO
                COMPUTE WS-TOT-RATE ROUNDED =
                    WS-TOT-SHRINK * 100 / WS-TOT-THRU
                    ON SIZE ERROR
                        MOVE 99999.99 TO WS-TOT-RATE
                END-COMPUTE
            END-IF.

       FLAG-LINES-PARA.
      *     'A' ABOVE THE CHAIN RATE BY MORE THAN THE FLAG PERCENTAGE,
      *     'T' SHRINK WITH NO THROUGHPUT AT ALL. A PRODUCT THE CHAIN
      *     AS A WHOLE HAS NO RATE FOR CANNOT BE COMPARED.
            PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                UNTIL WS-BP-IDX > WS-BP-COUNT
                MOVE WS-BP-PCODE(WS-BP-IDX) TO WS-PCODE
                PERFORM FIND-PS-PARA
                COMPUTE WS-BS-IDX = WS-BP-BCODE(WS-BP-IDX) + 1
                COMPUTE WS-RATE-LIMIT =
                    WS-PS-RATE(WS-PS-IDX) * WS-FLAG-PCT / 100
                IF WS-BP-SHRINK(WS-BP-IDX) > ZERO
                    IF WS-BP-THRU(WS-BP-IDX) = ZERO
                        MOVE 'T' TO WS-BP-FLAG(WS-BP-IDX)
                    ELSE IF WS-PS-RATE(WS-PS-IDX) > ZERO AND
                        WS-BP-RATE(WS-BP-IDX) > WS-RATE-LIMIT
                        MOVE 'A' TO WS-BP-FLAG(WS-BP-IDX)
                    END-IF
                    END-IF
                END-IF
                IF WS-BP-FLAG(WS-BP-IDX) NOT = 'N'
                    ADD 1 TO WS-BS-FLAGS(WS-BS-IDX)
                    ADD 1 TO WS-FLAG-COUNT
                END-IF
            END-PERFORM.

       RANK-BRANCHES-PARA.
      *     INSERTION SORT OF BRANCH SUBSCRIPTS BY SHRINK RATE
      *     DESCENDING, VALUE BREAKING A TIE. ONLY BRANCHES THAT
      *     SHRANK ARE RANKED.
            MOVE ZERO TO WS-RANK-COUNT.
            PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                UNTIL WS-BS-IDX > 1000
                IF WS-BS-SHRINK(WS-BS-IDX) > ZERO
                    MOVE WS-RANK-COUNT TO WS-RANK-MOVE
                    ADD 1 TO WS-RANK-COUNT
                    PERFORM UNTIL WS-RANK-MOVE < 1 OR
                        WS-BS-RATE(WS-RANK-IX(WS-RANK-MOVE)) >
                            WS-BS-RATE(WS-BS-IDX) OR
                        (WS-BS-RATE(WS-RANK-IX(WS-RANK-MOVE)) =
                            WS-BS-RATE(WS-BS-IDX) AND
                         WS-BS-VALUE(WS-RANK-IX(WS-RANK-MOVE))
                            NOT < WS-BS-VALUE(WS-BS-IDX))
                        COMPUTE WS-RANK-SUB = WS-RANK-MOVE + 1
                        MOVE WS-RANK-IX(WS-RANK-MOVE)
                            TO WS-RANK-IX(WS-RANK-SUB)
                        SUBTRACT 1 FROM WS-RANK-MOVE
                    END-PERFORM
                    COMPUTE WS-RANK-SUB = WS-RANK-MOVE + 1
                    MOVE WS-BS-IDX TO WS-RANK-IX(WS-RANK-SUB)
                END-IF
            END-PERFORM.

       WRITE-RANKING-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "BRANCHES RANKED WORST SHRINK RATE FIRST"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-RANK-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-RANK-MOVE FROM 1 BY 1
                UNTIL WS-RANK-MOVE > WS-RANK-COUNT
                MOVE WS-RANK-IX(WS-RANK-MOVE) TO WS-BS-IDX
                COMPUTE WS-BCODE = WS-BS-IDX - 1
                PERFORM FIND-BRANCH-PARA
                MOVE WS-RANK-MOVE TO WS-RK-RANK
                MOVE WS-BCODE TO WS-RK-BCODE
                MOVE WS-BRANCH-NAME TO WS-RK-NAME
                MOVE WS-THIS-REGION TO WS-RK-REGION
                MOVE WS-BS-SHRINK(WS-BS-IDX) TO WS-RK-UNITS
                MOVE WS-BS-VALUE(WS-BS-IDX) TO WS-RK-VALUE
                MOVE WS-BS-THRU(WS-BS-IDX) TO WS-RK-THRU
                MOVE WS-BS-FLAGS(WS-BS-IDX) TO WS-RK-FLAGS
                IF WS-BS-THRU(WS-BS-IDX) = ZERO
                    MOVE ZERO TO WS-RK-RATE
                    MOVE '*NO THROUGHPUT*' TO WS-RK-NOTE
                ELSE
                    MOVE WS-BS-RATE(WS-BS-IDX) TO WS-RK-RATE
                    MOVE SPACES TO WS-RK-NOTE
                END-IF
                MOVE WS-RANK-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.
            MOVE SPACES TO REPORT-LINE.
            STRING 'CHAIN: SHRINK ' DELIMITED BY SIZE
                WS-TOT-SHRINK DELIMITED BY SIZE
                ' UNITS, THROUGHPUT ' DELIMITED BY SIZE
                WS-TOT-THRU DELIMITED BY SIZE
                ', RATE ' DELIMITED BY SIZE
                WS-TOT-RATE DELIMITED BY SIZE
                ' PERCENT, ' DELIMITED BY SIZE
                WS-FLAG-COUNT DELIMITED BY SIZE
                ' BRANCH/PRODUCT LINES FLAGGED' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

       WRITE-BRANCH-DETAIL-PARA.
      *     ONE BLOCK PER RANKED BRANCH: A LINE PER PRODUCT THAT
      *     SHRANK, AND UNDER IT A LINE PER REASON.
            MOVE WS-RANK-IX(WS-RANK-MOVE) TO WS-BS-IDX.
            COMPUTE WS-BCODE = WS-BS-IDX - 1.
            PERFORM FIND-BRANCH-PARA.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            STRING 'BRANCH ' DELIMITED BY SIZE
                WS-BCODE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-BRANCH-NAME DELIMITED BY SIZE
                ' REGION ' DELIMITED BY SIZE
                WS-THIS-REGION DELIMITED BY SIZE
                '  RANK ' DELIMITED BY SIZE
                WS-RANK-MOVE DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-BP-IDX FROM WS-BS-BP-FIRST(WS-BS-IDX)
                BY 1 UNTIL WS-BP-IDX > WS-BS-BP-LAST(WS-BS-IDX)
                IF WS-BP-SHRINK(WS-BP-IDX) > ZERO
                    PERFORM WRITE-PRODUCT-DETAIL-PARA
                END-IF
            END-PERFORM.

       WRITE-PRODUCT-DETAIL-PARA.
            MOVE WS-BP-PCODE(WS-BP-IDX) TO WS-PCODE.
            PERFORM FIND-PS-PARA.
            PERFORM FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-FL-INDENT.
            MOVE SPACES TO WS-FL-CODE.
            MOVE WS-PCODE TO WS-FL-CODE.
            MOVE WS-PRODUCT-DESC TO WS-FL-DESC.
            MOVE WS-BP-SHRINK(WS-BP-IDX) TO WS-FL-UNITS.
            COMPUTE WS-LINE-VALUE =
                WS-BP-SHRINK(WS-BP-IDX) * WS-UNIT-COST.
            MOVE WS-LINE-VALUE TO WS-FL-VALUE.
            MOVE WS-BP-THRU(WS-BP-IDX) TO WS-FL-THRU.
            MOVE WS-BP-RATE(WS-BP-IDX) TO WS-FL-RATE.
            MOVE WS-PS-RATE(WS-PS-IDX) TO WS-FL-CHAIN.
            IF WS-BP-FLAG(WS-BP-IDX) = 'A'
                MOVE '*ABOVE CHAIN*' TO WS-FL-FLAG
            ELSE IF WS-BP-FLAG(WS-BP-IDX) = 'T'
                MOVE '*NO THROUGHPUT*' TO WS-FL-FLAG
            ELSE
                MOVE SPACES TO WS-FL-FLAG
            END-IF
            END-IF.
            IF WS-UNIT-COST = ZERO
                MOVE ' *NO COST*' TO WS-FL-FLAG
            END-IF.
            MOVE WS-FIG-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-SR-IDX FROM WS-BP-SR-FIRST(WS-BP-IDX)
                BY 1 UNTIL WS-SR-IDX > WS-BP-SR-LAST(WS-BP-IDX)
                PERFORM WRITE-REASON-LINE-PARA
            END-PERFORM.

       WRITE-REASON-LINE-PARA.
      *     THE REASON LINE'S PERCENTAGE IS OF THE SAME BRANCH/
      *     PRODUCT THROUGHPUT AS THE PRODUCT LINE ABOVE IT.
            PERFORM FIND-REASON-PARA.
            MOVE '    ' TO WS-FL-INDENT.
            MOVE WS-SR-REASON(WS-SR-IDX) TO WS-FL-CODE.
            MOVE WS-REASON-DESC TO WS-FL-DESC.
            MOVE WS-SR-UNITS(WS-SR-IDX) TO WS-FL-UNITS.
            COMPUTE WS-LINE-VALUE =
                WS-SR-UNITS(WS-SR-IDX) * WS-UNIT-COST.
            MOVE WS-LINE-VALUE TO WS-FL-VALUE.
            MOVE ZERO TO WS-FL-THRU.
            MOVE ZERO TO WS-LINE-RATE.
            IF WS-BP-THRU(WS-BP-IDX) > ZERO
                COMPUTE WS-LINE-RATE ROUNDED =
                    WS-SR-UNITS(WS-SR-IDX) * 100
                    / WS-BP-THRU(WS-BP-IDX)
                    ON SIZE ERROR
                        MOVE 99999.99 TO WS-LINE-RATE
                END-COMPUTE
            END-IF.
            MOVE WS-LINE-RATE TO WS-FL-RATE.
            MOVE ZERO TO WS-FL-CHAIN.
            MOVE SPACES TO WS-FL-FLAG.
            MOVE WS-FIG-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REGION-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "REGION TOTALS" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                UNTIL WS-REGION-IDX > 99
                IF WS-RG-SHRINK(WS-REGION-IDX) > ZERO
                    MOVE SPACES TO WS-FL-INDENT
                    MOVE SPACES TO WS-FL-CODE
                    MOVE WS-REGION-IDX TO WS-THIS-REGION
                    MOVE WS-THIS-REGION TO WS-FL-CODE
                    MOVE 'REGION' TO WS-FL-DESC
                    MOVE WS-RG-SHRINK(WS-REGION-IDX) TO WS-FL-UNITS
                    MOVE WS-RG-VALUE(WS-REGION-IDX) TO WS-FL-VALUE
                    MOVE WS-RG-THRU(WS-REGION-IDX) TO WS-FL-THRU
                    MOVE ZERO TO WS-LINE-RATE
                    IF WS-RG-THRU(WS-REGION-IDX) > ZERO
                        COMPUTE WS-LINE-RATE ROUNDED =
                            WS-RG-SHRINK(WS-REGION-IDX) * 100
                            / WS-RG-THRU(WS-REGION-IDX)
                            ON SIZE ERROR
                                MOVE 99999.99 TO WS-LINE-RATE
                        END-COMPUTE
                    END-IF
                    MOVE WS-LINE-RATE TO WS-FL-RATE
                    MOVE WS-TOT-RATE TO WS-FL-CHAIN
                    MOVE SPACES TO WS-FL-FLAG
                    MOVE WS-FIG-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.

       WRITE-PRODUCT-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "CHAIN TOTALS BY PRODUCT" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-FIG-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                UNTIL WS-PS-IDX > WS-PS-COUNT
                IF WS-PS-SHRINK(WS-PS-IDX) > ZERO
                    MOVE WS-PS-PCODE(WS-PS-IDX) TO WS-PCODE
                    PERFORM FIND-PRODUCT-PARA
                    MOVE SPACES TO WS-FL-INDENT
                    MOVE SPACES TO WS-FL-CODE
                    MOVE WS-PCODE TO WS-FL-CODE
                    MOVE WS-PRODUCT-DESC TO WS-FL-DESC
                    MOVE WS-PS-SHRINK(WS-PS-IDX) TO WS-FL-UNITS
                    MOVE WS-PS-VALUE(WS-PS-IDX) TO WS-FL-VALUE
                    MOVE WS-PS-THRU(WS-PS-IDX) TO WS-FL-THRU
                    MOVE WS-PS-RATE(WS-PS-IDX) TO WS-FL-RATE
                    MOVE WS-PS-RATE(WS-PS-IDX) TO WS-FL-CHAIN
                    MOVE SPACES TO WS-FL-FLAG
                    MOVE WS-FIG-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-FL-INDENT.
            MOVE SPACES TO WS-FL-CODE.
            MOVE 'ALL PRODUCTS' TO WS-FL-DESC.
            MOVE WS-TOT-SHRINK TO WS-FL-UNITS.
            MOVE WS-TOT-VALUE TO WS-FL-VALUE.
            MOVE WS-TOT-THRU TO WS-FL-THRU.
            MOVE WS-TOT-RATE TO WS-FL-RATE.
            MOVE WS-TOT-RATE TO WS-FL-CHAIN.
            MOVE SPACES TO WS-FL-FLAG.
            MOVE WS-FIG-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       FIND-BRANCH-PARA.
      *     NAME AND REGION FROM THE BRANCH MASTER; THE REGION FALLS
      *     BACK TO THE HUNDREDS DIGIT WHEN THE MASTER HAS NONE.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE ZERO TO WS-THIS-REGION.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE WS-BR-REGION(WS-BR-INX)
                            TO WS-THIS-REGION
                END-SEARCH
            END-IF.

       FIND-PRODUCT-PARA.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE ZERO TO WS-UNIT-COST.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                        MOVE WS-PR-COST(WS-PR-INX) TO WS-UNIT-COST
                END-SEARCH
            END-IF.

       FIND-PS-PARA.
      *     WS-PS-IDX IS LEFT AT ZERO WHEN THE PRODUCT HAS NO ROW YET.
            MOVE ZERO TO WS-PS-IDX.
            IF WS-PS-COUNT > ZERO
                SEARCH ALL WS-PS-ENTRY
                    AT END CONTINUE
                    WHEN WS-PS-PCODE(WS-PS-INX) = WS-PCODE
                        SET WS-PS-IDX TO WS-PS-INX
                END-SEARCH
            END-IF.

       ADD-PS-ENTRY.
            IF WS-PS-COUNT >= MAX-PS-COUNT
                DISPLAY "PRODUCT TOTALS EXCEED TABLE CAPACITY OF "
                    MAX-PS-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PS-COUNT TO WS-PS-MOVE.
            ADD 1 TO WS-PS-COUNT.
            PERFORM UNTIL WS-PS-MOVE < 1 OR
                WS-PS-PCODE(WS-PS-MOVE) < WS-PCODE
                COMPUTE WS-PS-SUB = WS-PS-MOVE + 1
                MOVE WS-PS-ENTRY(WS-PS-MOVE)
                    TO WS-PS-ENTRY(WS-PS-SUB)
                SUBTRACT 1 FROM WS-PS-MOVE
            END-PERFORM.
            COMPUTE WS-PS-IDX = WS-PS-MOVE + 1.
            INITIALIZE WS-PS-ENTRY(WS-PS-IDX).
            MOVE WS-PCODE TO WS-PS-PCODE(WS-PS-IDX).

       FIND-REASON-PARA.
            MOVE 'UNKNOWN REASON' TO WS-REASON-DESC.
            IF WS-REASON-COUNT > ZERO
                SET WS-RSN-INX TO 1
                SEARCH WS-REASON-ENTRY
                    AT END CONTINUE
                    WHEN WS-RSN-INX > WS-REASON-COUNT
                        CONTINUE
                    WHEN WS-RSN-CODE(WS-RSN-INX) =
                        WS-SR-REASON(WS-SR-IDX)
                        MOVE WS-RSN-DESC(WS-RSN-INX) TO WS-REASON-DESC
                END-SEARCH
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END PERFORM ADD-BRANCH-ENTRY
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
            IF BM-BRANCH-REGION IS NUMERIC AND
                BM-BRANCH-REGION NOT = ZERO
                MOVE BM-BRANCH-REGION TO WS-BR-REGION(WS-BR-SUB)
            ELSE
                COMPUTE WS-BR-REGION(WS-BR-SUB) =
                    BM-BRANCH-CODE / 100
            END-IF.

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END PERFORM ADD-PRODUCT-ENTRY
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
            IF PM-PRODUCT-COST IS NUMERIC
                MOVE PM-PRODUCT-COST TO WS-PR-COST(WS-PR-SUB)
            ELSE
                MOVE ZERO TO WS-PR-COST(WS-PR-SUB)
            END-IF.

       LOAD-REASON-MASTER.
      *     NO REASON MASTER ONLY COSTS THE DESCRIPTIONS.
            MOVE ZERO TO WS-REASON-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REASON-MASTER.
            IF WS-RSN-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REASON-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-REASON-COUNT < MAX-REASON-COUNT
                            ADD 1 TO WS-REASON-COUNT
                            MOVE RM-REASON-CODE
                                TO WS-RSN-CODE(WS-REASON-COUNT)
                            MOVE RM-REASON-DESC
                                TO WS-RSN-DESC(WS-REASON-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RSN-STATUS = '00' OR WS-RSN-STATUS = '10'
                CLOSE REASON-MASTER
            END-IF.

       READ-PARMS-PARA.
            MOVE SPACES TO WS-P-FROM-X.
            ACCEPT WS-P-FROM-X FROM ENVIRONMENT 'SHRINK_FROM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-P-TO-X.
            ACCEPT WS-P-TO-X FROM ENVIRONMENT 'SHRINK_TO'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-FLAG-PCT-X.
            ACCEPT WS-FLAG-PCT-X FROM ENVIRONMENT 'SHRINK_FLAG_PCT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-FLAG-PCT-X IS NUMERIC
                MOVE WS-FLAG-PCT-X TO WS-FLAG-PCT
            END-IF.
            IF WS-P-FROM-X IS NUMERIC AND WS-P-TO-X IS NUMERIC
                MOVE WS-P-FROM-X TO WS-P-FROM
                MOVE WS-P-TO-X TO WS-P-TO
                IF WS-P-FROM > WS-P-TO
                    DISPLAY "FROM DATE AFTER TO DATE - RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            ELSE
                DISPLAY "SHRINK_FROM / SHRINK_TO PARAMETERS "
                    "REQUIRED - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
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
            MOVE 'D:\cOBOLTRAINING\ReasonCode.txt'
                TO WS-REASON-MASTER-PATH
            ACCEPT WS-REASON-MASTER-PATH
                FROM ENVIRONMENT 'REASON_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ShrinkAnalysis.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH FROM ENVIRONMENT 'SHRINK_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SHRINKRPT.
