      *                and audits the decision, so both identities
      *                end up on AuditTrail.txt. The list options
      *                still show the live masters as keyed.
      * 10/15/2026 SWL The branch master now carries three delivery-
      *                address lines for the purchase-order print; add
      *                prompts for them, change lets each be revised
      *                (blank keeps), and the captured pending change
      *                carries the resolved address for REFAPPROVE to
      *                apply.
      * 10/15/2026 SWL A changed unit cost is no longer applied to the
      *                master on approval -- change prompts for the
      *                date the new cost takes effect (blank means the
      *                next nightly run) and the captured change
      *                carries it, so REFAPPROVE schedules the cost
      *                change for COSTAPPLY to apply and revalue.
      * 10/15/2026 SWL The product master now carries a serial-tracked
      *                flag (PRM-SERIAL-NAME); add prompts for it,
      *                change lets it be revised (blank keeps), and
      *                the captured change and the load path carry
      *                it. Anything but 'Y' on file reads as not
      *                serial-tracked.
      * 10/15/2026 SWL The product master now carries a category code
      *                (PRM-CATEGORY-NAME, from CategoryMaster.txt);
      *                add prompts for it (blank leaves the product
      *                uncategorised), change lets it be revised
      *                (blank keeps), and the captured change and the
      *                load path carry it.
      * 10/15/2026 SWL Product code widened to six digits. The
      *                pending-change key widens to six characters (the
      *                PENDING-FILE record grows to 175 bytes, in step
      *                with REFAPPROVE), a new product code must be 100
      *                or more (codes below 100 are the retired
      *                two-digit codes still being mapped from the
      *                branch feeds), and the audit record carries the
      *                entry code in AUD-ENTRY-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFDATAMAINT.
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION
                                     BRM-ADDR1-NAME BY BM-BRANCH-ADDR1
                                     BRM-ADDR2-NAME BY BM-BRANCH-ADDR2
                                     BRM-ADDR3-NAME BY BM-BRANCH-ADDR3.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-REORDER-NAME
                                          BY PM-PRODUCT-REORD
                                      PRM-COST-NAME
                                          BY PM-PRODUCT-COST
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL
                                      PRM-CATEGORY-NAME
                                          BY PM-PRODUCT-CATEGORY.

       FD AUDIT-FILE.
           COPY AUDITREC.
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

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9(1) VALUE ZERO.
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-STAT PIC X(1).
               10 WS-BR-REGION PIC 9(2).
               10 WS-BR-ADDR1 PIC X(30).
               10 WS-BR-ADDR2 PIC X(30).
               10 WS-BR-ADDR3 PIC X(30).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BR-MAX PIC 9(3) VALUE 500.
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
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-BNAME PIC X(20).
       01 WS-IN-REGION-X PIC X(2).
       01 WS-IN-ADDR1 PIC X(30).
       01 WS-IN-ADDR2 PIC X(30).
       01 WS-IN-ADDR3 PIC X(30).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-IN-PDESC PIC X(20).
       01 WS-IN-REORD-X PIC X(4).
       01 WS-IN-REORD PIC 9(4).
       01 WS-IN-COST-X PIC X(7).
       01 WS-IN-COST-9 REDEFINES WS-IN-COST-X PIC 9(5)V99.
       01 WS-IN-COST PIC 9(5)V99.
       01 WS-IN-COSTEFF-X PIC X(8).
       01 WS-IN-COSTEFF PIC 9(8) VALUE ZERO.
       01 WS-IN-SERIAL-X PIC X(1).
       01 WS-IN-SERIAL PIC X(1) VALUE 'N'.
       01 WS-IN-CATEGORY-X PIC X(4).
       01 WS-IN-CATEGORY PIC X(4) VALUE SPACES.

       01 WS-BEFORE-NAME PIC X(20).
       01 WS-BEFORE-STAT PIC X(1).
       01 WS-AUDIT-KEY PIC X(6).
       01 WS-AUDIT-ACTION PIC X(6).

       01 WS-BRANCH-MASTER-PATH PIC X(60).
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
                ACCEPT WS-IN-BNAME
                DISPLAY "ENTER REGION CODE (BLANK FOR NONE)"
                ACCEPT WS-IN-REGION-X
                DISPLAY "ENTER DELIVERY ADDRESS LINE 1"
                ACCEPT WS-IN-ADDR1
                DISPLAY "ENTER DELIVERY ADDRESS LINE 2"
                ACCEPT WS-IN-ADDR2
                DISPLAY "ENTER DELIVERY ADDRESS LINE 3"
                ACCEPT WS-IN-ADDR3
                PERFORM FIND-BRANCH-PARA
                IF WS-FOUND-YES
                    DISPLAY "BRANCH CODE ALREADY EXISTS - NOT ADDED"
                ACCEPT WS-IN-BNAME
                DISPLAY "ENTER NEW REGION CODE (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-REGION-X
                DISPLAY "CURRENT ADDRESS: " WS-BR-ADDR1(WS-HIT-IDX)
                DISPLAY "                 " WS-BR-ADDR2(WS-HIT-IDX)
                DISPLAY "                 " WS-BR-ADDR3(WS-HIT-IDX)
                DISPLAY "ENTER NEW ADDRESS LINE 1 (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-ADDR1
                DISPLAY "ENTER NEW ADDRESS LINE 2 (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-ADDR2
                DISPLAY "ENTER NEW ADDRESS LINE 3 (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-ADDR3
                IF WS-IN-BNAME = SPACES AND WS-IN-REGION-X = SPACES
                    AND WS-IN-ADDR1 = SPACES AND WS-IN-ADDR2 = SPACES
                    AND WS-IN-ADDR3 = SPACES
                    DISPLAY "NO CHANGE MADE"
                ELSE
      *             CAPTURE THE RESOLVED FINAL VALUES -- BLANK KEEPS
                        MOVE WS-BR-REGION(WS-HIT-IDX)
                            TO WS-IN-REGION-X
                    END-IF
                    IF WS-IN-ADDR1 = SPACES
                        MOVE WS-BR-ADDR1(WS-HIT-IDX) TO WS-IN-ADDR1
                    END-IF
                    IF WS-IN-ADDR2 = SPACES
                        MOVE WS-BR-ADDR2(WS-HIT-IDX) TO WS-IN-ADDR2
                    END-IF
                    IF WS-IN-ADDR3 = SPACES
                        MOVE WS-BR-ADDR3(WS-HIT-IDX) TO WS-IN-ADDR3
                    END-IF
                    MOVE 'B' TO WS-PND-TYPE
                    MOVE 'CHANGE' TO WS-AUDIT-ACTION
                    MOVE WS-BR-STAT(WS-HIT-IDX) TO WS-AFTER-STAT
                MOVE WS-BR-NAME(WS-HIT-IDX) TO WS-BEFORE-NAME
                MOVE WS-BR-STAT(WS-HIT-IDX) TO WS-BEFORE-STAT
                MOVE WS-BR-NAME(WS-HIT-IDX) TO WS-IN-BNAME
                MOVE WS-BR-ADDR1(WS-HIT-IDX) TO WS-IN-ADDR1
                MOVE WS-BR-ADDR2(WS-HIT-IDX) TO WS-IN-ADDR2
                MOVE WS-BR-ADDR3(WS-HIT-IDX) TO WS-IN-ADDR3
                MOVE 'B' TO WS-PND-TYPE
                MOVE 'DEACT ' TO WS-AUDIT-ACTION
                MOVE 'I' TO WS-AFTER-STAT
                            MOVE ZERO
                                TO WS-PR-COST(WS-PRODUCT-COUNT)
                        END-IF
                        IF PM-PRODUCT-SERIAL = 'Y'
                            MOVE 'Y' TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                        ELSE
                            MOVE 'N' TO WS-PR-SERIAL(WS-PRODUCT-COUNT)
                        END-IF
                        MOVE PM-PRODUCT-CATEGORY
                            TO WS-PR-CATEGORY(WS-PRODUCT-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
                ELSE
                    MOVE ZERO TO WS-IN-COST
                END-IF
                DISPLAY "SERIAL-TRACKED Y/N (BLANK FOR N)"
                ACCEPT WS-IN-SERIAL-X
                IF WS-IN-SERIAL-X = 'Y' OR WS-IN-SERIAL-X = 'y'
                    MOVE 'Y' TO WS-IN-SERIAL
                ELSE
                    MOVE 'N' TO WS-IN-SERIAL
                END-IF
                DISPLAY "ENTER CATEGORY CODE (BLANK FOR NONE)"
                ACCEPT WS-IN-CATEGORY-X
                MOVE WS-IN-CATEGORY-X TO WS-IN-CATEGORY
                PERFORM FIND-PRODUCT-PARA
                IF WS-FOUND-YES
                    DISPLAY "PRODUCT CODE ALREADY EXISTS - NOT ADDED"
                ELSE IF WS-IN-PCODE < 100
                    DISPLAY "CODES BELOW 100 ARE RETIRED - NOT ADDED"
                ELSE IF WS-IN-PDESC = SPACES
                    DISPLAY "DESCRIPTION MAY NOT BE BLANK - NOT ADDED"
                ELSE
                    MOVE 'A' TO WS-AFTER-STAT
                    MOVE SPACES TO WS-IN-REGION-X
                    PERFORM WRITE-PENDING-PARA
                END-IF END-IF END-IF
            END-IF.

       CHANGE-PRODUCT-PARA.
            ELSE
                DISPLAY "CURRENT DESC: " WS-PR-DESC(WS-HIT-IDX)
                    "  REORDER LEVEL " WS-PR-REORD(WS-HIT-IDX)
                    "  SERIAL-TRACKED " WS-PR-SERIAL(WS-HIT-IDX)
                    "  CATEGORY " WS-PR-CATEGORY(WS-HIT-IDX)
                DISPLAY "ENTER NEW DESCRIPTION (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-PDESC
                DISPLAY "ENTER NEW REORDER LEVEL (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-REORD-X
                DISPLAY "ENTER NEW UNIT COST (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-COST-X
                DISPLAY "SERIAL-TRACKED Y/N (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-SERIAL-X
                DISPLAY "ENTER NEW CATEGORY CODE (BLANK KEEPS CURRENT)"
                ACCEPT WS-IN-CATEGORY-X
                IF WS-IN-PDESC = SPACES AND WS-IN-REORD-X = SPACES
                    AND WS-IN-COST-X = SPACES
                    AND WS-IN-SERIAL-X = SPACE
                    AND WS-IN-CATEGORY-X = SPACES
                    DISPLAY "NO CHANGE MADE"
                ELSE
      *             CAPTURE THE RESOLVED FINAL VALUES -- BLANK KEEPS
                    ELSE
                        MOVE WS-PR-COST(WS-HIT-IDX) TO WS-IN-COST
                    END-IF
                    EVALUATE WS-IN-SERIAL-X
                        WHEN 'Y'
                        WHEN 'y'
                            MOVE 'Y' TO WS-IN-SERIAL
                        WHEN 'N'
                        WHEN 'n'
                            MOVE 'N' TO WS-IN-SERIAL
                        WHEN OTHER
                            MOVE WS-PR-SERIAL(WS-HIT-IDX)
                                TO WS-IN-SERIAL
                    END-EVALUATE
                    IF WS-IN-CATEGORY-X = SPACES
                        MOVE WS-PR-CATEGORY(WS-HIT-IDX)
                            TO WS-IN-CATEGORY
                    ELSE
                        MOVE WS-IN-CATEGORY-X TO WS-IN-CATEGORY
                    END-IF
      *             A NEW COST IS SCHEDULED, NOT OVERWRITTEN -- ASK
      *             WHEN IT TAKES EFFECT SO THE STOCK IS REVALUED ON
      *             THAT DATE.
                    MOVE ZERO TO WS-IN-COSTEFF
                    IF WS-IN-COST NOT = WS-PR-COST(WS-HIT-IDX)
                        DISPLAY "ENTER COST EFFECTIVE DATE YYYYMMDD "
                            "(BLANK FOR THE NEXT NIGHTLY RUN)"
                        ACCEPT WS-IN-COSTEFF-X
                        IF WS-IN-COSTEFF-X IS NUMERIC
                            MOVE WS-IN-COSTEFF-X TO WS-IN-COSTEFF
                        END-IF
                    END-IF
                    MOVE 'P' TO WS-PND-TYPE
                    MOVE 'CHANGE' TO WS-AUDIT-ACTION
                    MOVE WS-PR-STAT(WS-HIT-IDX) TO WS-AFTER-STAT
                MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-BEFORE-NAME
                MOVE WS-PR-STAT(WS-HIT-IDX) TO WS-BEFORE-STAT
                MOVE WS-PR-DESC(WS-HIT-IDX) TO WS-IN-PDESC
                MOVE WS-PR-SERIAL(WS-HIT-IDX) TO WS-IN-SERIAL
                MOVE WS-PR-CATEGORY(WS-HIT-IDX) TO WS-IN-CATEGORY
                MOVE 'P' TO WS-PND-TYPE
                MOVE 'DEACT ' TO WS-AUDIT-ACTION
                MOVE 'I' TO WS-AFTER-STAT
            IF WS-PND-TYPE = 'B'
                MOVE WS-IN-BCODE TO PND-KEY(1:3)
                MOVE WS-IN-BNAME TO PND-NAME
                MOVE WS-IN-ADDR1 TO PND-ADDR1
                MOVE WS-IN-ADDR2 TO PND-ADDR2
                MOVE WS-IN-ADDR3 TO PND-ADDR3
                MOVE SPACE TO PND-SERIAL
                MOVE SPACES TO PND-CATEGORY
            ELSE
                MOVE WS-IN-PCODE TO PND-KEY
                MOVE WS-IN-PDESC TO PND-NAME
                MOVE SPACES TO PND-ADDR1
                MOVE SPACES TO PND-ADDR2
                MOVE SPACES TO PND-ADDR3
                MOVE WS-IN-SERIAL TO PND-SERIAL
                MOVE WS-IN-CATEGORY TO PND-CATEGORY
            END-IF.
            IF WS-IN-REGION-X IS NUMERIC
                MOVE WS-IN-REGION-X TO PND-REGION
            END-IF.
            MOVE WS-IN-REORD TO PND-REORDER.
            MOVE WS-IN-COST TO PND-COST.
            MOVE WS-IN-COSTEFF TO PND-COSTEFF.
            MOVE ZERO TO WS-IN-COSTEFF.
            MOVE WS-USER-ID TO PND-MAKER.
            ACCEPT PND-DATE FROM DATE YYYYMMDD.
            ACCEPT PND-TIME FROM TIME.

       LOG-AUDIT-PARA.
      *     THE AUDITREC LAYOUT WAS CUT FOR THE EMPLOYEE-MASTER
      *     PROGRAMS, SO THE ENTRY CODE RIDES IN AUD-ENTRY-CODE (A
      *     SIX-DIGIT PRODUCT CODE DOES NOT FIT AUD-EMP-NO) AND THE
      *     NAME/DESCRIPTION IS CARRIED AT THE X(10) NAME WIDTH; THE
      *     STATUS BYTE RIDES IN THE BEFORE/AFTER SALARY FIELDS.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            MOVE WS-USER-ID TO AUD-USER-ID.
            MOVE "REFDATAMAINT" TO AUD-PROGRAM.
            MOVE WS-AUDIT-ACTION TO AUD-ACTION.
            MOVE SPACES TO AUD-EMP-NO.
            MOVE WS-AUDIT-KEY TO AUD-ENTRY-CODE.
            MOVE WS-BEFORE-NAME TO AUD-BEFORE-NAME.
            MOVE WS-BEFORE-STAT TO AUD-BEFORE-SAL.
            MOVE WS-IN-PDESC TO AUD-AFTER-NAME.
