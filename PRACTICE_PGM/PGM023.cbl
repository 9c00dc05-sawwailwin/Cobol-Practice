      *                field), and decided changes come off the
      *                pending file. Skipped or maker-blocked
      *                changes stay pending.
      * 10/15/2026 SWL Branch changes now carry the three delivery-
      *                address lines REFDATAMAINT captures; apply sets
      *                them on add and change, and the load and save
      *                carry every branch's address through the
      *                rewrite so an unrelated change cannot blank it.
      * 10/15/2026 SWL A product change that alters the unit cost no
      *                longer overwrites the cost on the master: the
      *                new cost is scheduled on CostChange.txt for the
      *                effective date REFDATAMAINT captured (today's
      *                date when none was keyed), and COSTAPPLY
      *                applies it that night with a revaluation of the
      *                on-hand stock. The rest of the change applies
      *                at once; a new product still takes its cost on
      *                add, having no stock to revalue.
      * 10/15/2026 SWL Product changes now carry the serial-tracked
      *                flag REFDATAMAINT captures; apply sets it on add
      *                and change (a change captured before the flag
      *                existed carries a blank, which keeps the
      *                current setting), and the load and save carry
      *                it through the rewrite.
      * 10/15/2026 SWL Product changes now carry the category code
      *                REFDATAMAINT captures; apply sets it on add and
      *                change (a blank on a change keeps the current
      *                category), review shows it, and the load and
      *                save carry it through the rewrite.
      * 10/15/2026 SWL Product code widened to six digits. The
      *                pending-change key widens to six characters (the
      *                PENDING-FILE record grows to 175 bytes, in step
      *                with REFDATAMAINT), and the decision record
      *                carries the entry code in AUD-ENTRY-CODE, since a
      *                six-digit product code does not fit AUD-EMP-NO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAPPROVE.
            FILE STATUS IS WS-PRM-STATUS.
            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COSTCHG-FILE ASSIGN TO DYNAMIC WS-COSTCHG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PENDING-REC.
           05 PND-TYPE PIC X(1).
           05 PND-ACTION PIC X(6).
           05 PND-KEY PIC X(6).
           05 PND-NAME PIC X(20).
           05 PND-REGION PIC 9(2).
           05 PND-REORDER PIC 9(4).
           05 PND-MAKER PIC X(10).
           05 PND-DATE PIC 9(8).
           05 PND-TIME PIC 9(8).
           05 PND-ADDR1 PIC X(30).
           05 PND-ADDR2 PIC X(30).
           05 PND-ADDR3 PIC X(30).
           05 PND-COSTEFF PIC 9(8).
           05 PND-SERIAL PIC X(1).
           05 PND-CATEGORY PIC X(4).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(175).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION
                                     BRM-ADDR1-NAME BY BM-BRANCH-ADDR1
                                     BRM-ADDR2-NAME BY BM-BRANCH-ADDR2
                                     BRM-ADDR3-NAME BY BM-BRANCH-ADDR3.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                          BY PM-PRODUCT-STAT
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME BY PM-PRODUCT-COST
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL
                                      PRM-CATEGORY-NAME
                                          BY PM-PRODUCT-CATEGORY.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD COSTCHG-FILE.
           COPY COSTCHG REPLACING CCH-REC-NAME BY COSTCHG-REC
                                   CCH-PCODE-NAME BY CCH-PCODE
                                   CCH-EFFDATE-NAME BY CCH-EFFDATE
                                   CCH-NEWCOST-NAME BY CCH-NEWCOST
                                   CCH-STATUS-NAME BY CCH-STATUS
                                   CCH-OLDCOST-NAME BY CCH-OLDCOST
                                   CCH-APPLIED-NAME BY CCH-APPLIED
                                   CCH-MAKER-NAME BY CCH-MAKER.

       WORKING-STORAGE SECTION.
       01 WS-PND-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-PRM-STATUS PIC X(2).
       01 WS-CCH-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-EOF-WORK PIC A(1).
       01 WS-ANSWER PIC X(1).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-STAT PIC X(1).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-ADDR1 PIC X(30).
               10 WS-BR-ADDR2 PIC X(30).
               10 WS-BR-ADDR3 PIC X(30).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BR-MAX PIC 9(3) VALUE 300.
       01 WS-BR-IDX PIC 9(3).

       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 200 TIMES.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-STAT PIC X(1).
               10 WS-PR-REORD PIC 9(4).
               10 WS-PR-COST PIC 9(5)V99.
               10 WS-PR-SERIAL PIC X(1).
               10 WS-PR-CATEGORY PIC X(4).
       01 WS-PRODUCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PR-MAX PIC 9(3) VALUE 200.
       01 WS-PR-IDX PIC 9(3).
       01 WS-HIT-IDX PIC 9(3).
       01 WS-MOVE-IDX PIC 9(3).
       01 WS-KEY-BCODE PIC 9(3).
       01 WS-KEY-PCODE PIC 9(6).

       01 WS-PENDING-PATH PIC X(60).
       01 WS-TEMP-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).
       01 WS-COSTCHG-PATH PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "-------------------------------------------------".
            DISPLAY "PENDING " PND-ACTION " " PND-TYPE " " PND-KEY
                " '" PND-NAME "' REGION " PND-REGION
                " REORDER " PND-REORDER " COST " PND-COST
                " SERIAL " PND-SERIAL " CATEGORY " PND-CATEGORY.
            DISPLAY "MADE BY " PND-MAKER " ON " PND-DATE.
            IF PND-MAKER = WS-USER-ID
                DISPLAY "DUAL CONTROL - THE MAKER CANNOT DECIDE "
                                MOVE PND-REGION
                                    TO WS-BR-REGION(WS-HIT-IDX)
                            END-IF
                            IF PND-ADDR1 NOT = SPACES OR
                                PND-ADDR2 NOT = SPACES OR
                                PND-ADDR3 NOT = SPACES
                                MOVE PND-ADDR1
                                    TO WS-BR-ADDR1(WS-HIT-IDX)
                                MOVE PND-ADDR2
                                    TO WS-BR-ADDR2(WS-HIT-IDX)
                                MOVE PND-ADDR3
                                    TO WS-BR-ADDR3(WS-HIT-IDX)
                            END-IF
                            PERFORM SAVE-BRANCH-PARA
                            MOVE 'Y' TO WS-APPLY-OK
                        ELSE
            IF WS-TABLE-OVERFLOW
                CONTINUE
            ELSE
                MOVE PND-KEY TO WS-KEY-PCODE
                PERFORM FIND-PRODUCT-PARA
                EVALUATE PND-ACTION
                    WHEN 'ADD   '
                                TO WS-PR-DESC(WS-HIT-IDX)
                            MOVE PND-REORDER
                                TO WS-PR-REORD(WS-HIT-IDX)
                            IF PND-SERIAL = 'Y' OR PND-SERIAL = 'N'
                                MOVE PND-SERIAL
                                    TO WS-PR-SERIAL(WS-HIT-IDX)
                            END-IF
                            IF PND-CATEGORY NOT = SPACES
                                MOVE PND-CATEGORY
                                    TO WS-PR-CATEGORY(WS-HIT-IDX)
                            END-IF
                            IF PND-COST NOT = WS-PR-COST(WS-HIT-IDX)
                                PERFORM SCHEDULE-COST-PARA
                            END-IF
                            PERFORM SAVE-PRODUCT-PARA
                            MOVE 'Y' TO WS-APPLY-OK
                        ELSE
            MOVE PND-NAME TO WS-BR-NAME(WS-BR-IDX).
            MOVE 'A' TO WS-BR-STAT(WS-BR-IDX).
            MOVE PND-REGION TO WS-BR-REGION(WS-BR-IDX).
            MOVE PND-ADDR1 TO WS-BR-ADDR1(WS-BR-IDX).
            MOVE PND-ADDR2 TO WS-BR-ADDR2(WS-BR-IDX).
            MOVE PND-ADDR3 TO WS-BR-ADDR3(WS-BR-IDX).

       INSERT-PRODUCT-PARA.
            MOVE WS-PRODUCT-COUNT TO WS-MOVE-IDX.
            MOVE 'A' TO WS-PR-STAT(WS-PR-IDX).
            MOVE PND-REORDER TO WS-PR-REORD(WS-PR-IDX).
            MOVE PND-COST TO WS-PR-COST(WS-PR-IDX).
            IF PND-SERIAL = 'Y'
                MOVE 'Y' TO WS-PR-SERIAL(WS-PR-IDX)
            ELSE
                MOVE 'N' TO WS-PR-SERIAL(WS-PR-IDX)
            END-IF.
            MOVE PND-CATEGORY TO WS-PR-CATEGORY(WS-PR-IDX).

       FIND-BRANCH-PARA.
            MOVE 'N' TO WS-FOUND.
                                MOVE ZERO
                                    TO WS-BR-REGION(WS-BRANCH-COUNT)
                            END-IF
                            MOVE BM-BRANCH-ADDR1
                                TO WS-BR-ADDR1(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-ADDR2
                                TO WS-BR-ADDR2(WS-BRANCH-COUNT)
                            MOVE BM-BRANCH-ADDR3
                                TO WS-BR-ADDR3(WS-BRANCH-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
                MOVE WS-BR-NAME(WS-BR-IDX) TO BM-BRANCH-NAME
                MOVE WS-BR-STAT(WS-BR-IDX) TO BM-BRANCH-STAT
                MOVE WS-BR-REGION(WS-BR-IDX) TO BM-BRANCH-REGION
                MOVE WS-BR-ADDR1(WS-BR-IDX) TO BM-BRANCH-ADDR1
                MOVE WS-BR-ADDR2(WS-BR-IDX) TO BM-BRANCH-ADDR2
                MOVE WS-BR-ADDR3(WS-BR-IDX) TO BM-BRANCH-ADDR3
                WRITE BRANCH-MASTER-REC
            END-PERFORM.
            CLOSE BRANCH-MASTER.
                                MOVE ZERO
                                    TO WS-PR-COST(WS-PRODUCT-COUNT)
                            END-IF
                            IF PM-PRODUCT-SERIAL = 'Y'
                                MOVE 'Y'
                                    TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                            ELSE
                                MOVE 'N'
                                    TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                            END-IF
                            MOVE PM-PRODUCT-CATEGORY
                                TO WS-PR-CATEGORY(WS-PRODUCT-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
                MOVE WS-PR-STAT(WS-PR-IDX) TO PM-PRODUCT-STAT
                MOVE WS-PR-REORD(WS-PR-IDX) TO PM-PRODUCT-REORD
                MOVE WS-PR-COST(WS-PR-IDX) TO PM-PRODUCT-COST
                MOVE WS-PR-SERIAL(WS-PR-IDX) TO PM-PRODUCT-SERIAL
                MOVE WS-PR-CATEGORY(WS-PR-IDX) TO PM-PRODUCT-CATEGORY
                WRITE PRODUCT-MASTER-REC
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

       SCHEDULE-COST-PARA.
      *     THE COST ON THE MASTER STAYS AS IT IS UNTIL COSTAPPLY
      *     REACHES THE EFFECTIVE DATE AND REVALUES THE STOCK.
            OPEN EXTEND COSTCHG-FILE.
            IF WS-CCH-STATUS NOT = '00'
                OPEN OUTPUT COSTCHG-FILE
            END-IF.
            MOVE WS-KEY-PCODE TO CCH-PCODE.
            IF PND-COSTEFF IS NUMERIC AND PND-COSTEFF NOT = ZERO
                MOVE PND-COSTEFF TO CCH-EFFDATE
            ELSE
                ACCEPT CCH-EFFDATE FROM DATE YYYYMMDD
            END-IF.
            MOVE PND-COST TO CCH-NEWCOST.
            MOVE 'P' TO CCH-STATUS.
            MOVE ZERO TO CCH-OLDCOST.
            MOVE ZERO TO CCH-APPLIED.
            MOVE PND-MAKER TO CCH-MAKER.
            WRITE COSTCHG-REC.
            CLOSE COSTCHG-FILE.
            DISPLAY "COST CHANGE TO " PND-COST " SCHEDULED FOR "
                CCH-EFFDATE.

       LOG-DECISION-PARA.
      *     BOTH IDENTITIES ON ONE TRAIL LINE -- THE CHECKER IS THE
      *     ACTING USER, THE MAKER RIDES IN THE BEFORE-NAME FIELD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "REFAPPROVE" TO AUD-PROGRAM.
            MOVE SPACES TO AUD-EMP-NO.
            MOVE PND-KEY TO AUD-ENTRY-CODE.
            MOVE PND-MAKER TO AUD-BEFORE-NAME.
            MOVE PND-ACTION TO AUD-BEFORE-SAL.
            MOVE PND-NAME TO AUD-AFTER-NAME.
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CostChange.txt'
                TO WS-COSTCHG-PATH
            ACCEPT WS-COSTCHG-PATH FROM ENVIRONMENT 'COST_CHANGE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM REFAPPROVE.
