      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: NIGHTLY PER-BRANCH EXCEPTION PACK
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- the exception half of what
      *                BRANCHEXT sends back out. Runs after the roll-
      *                forward and gathers everything still wrong
      *                with each branch's own submissions: the
      *                records TRANEDIT dropped (EditRejects.txt),
      *                the UnmatchedTran.txt lines, the
      *                InvalidBranch.txt entries (an unknown
      *                to-branch on a transfer -- a record whose own
      *                branch code is unknown has no branch to go
      *                back to and stays with head office), the
      *                backorders raised tonight, the HeldTran.txt
      *                items still waiting on HELDREVIEW, and the
      *                transfers in transit longer than
      *                INTRANSIT_AGE_DAYS that the receiving branch
      *                has not yet confirmed. Everything is SORTed by
      *                branch and category and one pack per branch is
      *                written as BranchExc<branch>.txt in the extract
      *                directory, next to BranchOpen<branch>.txt: a
      *                summary line per category with its count, then
      *                the detail beneath each. Every active branch
      *                gets a pack; one with nothing outstanding gets
      *                an explicit NO EXCEPTIONS pack so silence is
      *                never ambiguous, and a source that could not
      *                be read is shown as NOT AVAILABLE on every pack
      *                rather than as a clean zero. RETURN-CODE 0
      *                clean, 4 a source file was not available, 8 no
      *                branch master, 16 branch master past table
      *                capacity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHEXC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT EDIT-REJECTS ASSIGN TO DYNAMIC WS-EDIT-REJECTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT UNMATCHED-FILE ASSIGN TO DYNAMIC
           WS-UNMATCHED-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT INVALID-BRANCH-FILE ASSIGN TO DYNAMIC
           WS-INVALID-BRANCH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT PACK-OUT ASSIGN TO DYNAMIC WS-PACK-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

       FD EDIT-REJECTS.
       01 EDIT-REJECT-REC.
           05 ERJ-TRAN PIC X(39).
           05 ERJ-REASON PIC X(40).

       FD UNMATCHED-FILE.
       01 UNMATCHED-LINE.
           05 UM-TRAN PIC X(39).
           05 UM-AGE PIC 9(2).

       FD INVALID-BRANCH-FILE.
       01 INVALID-BRANCH-LINE PIC X(39).

       FD BACKORDER-FILE.
       01 BACKORDER-REC.
           05 BO-BCODE PIC 9(3).
           05 BO-PCODE PIC 9(6).
           05 BO-QTY PIC 9(7).
           05 BO-DATE PIC 9(8).
           05 BO-AGE PIC 9(2).

       FD HELD-FILE.
       01 HELD-REC PIC X(39).

       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

       FD PACK-OUT.
       01 PACK-OUT-LINE PIC X(100).

      * ONE SORT RECORD PER EXCEPTION -- BRANCH, CATEGORY, AND THE
      * ORDER IT WAS READ IN, SO EACH CATEGORY'S DETAIL COMES BACK
      * IN THE SAME ORDER AS ITS SOURCE FILE.
       SD WORK-FILE.
       01 WORK-REC.
           05 WRK-BCODE PIC 9(3).
           05 WRK-CAT PIC 9(1).
           05 WRK-SEQ PIC 9(7).
           05 WRK-DETAIL PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BRM-STATUS PIC X(2).
       01 WS-SRC-STATUS PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-WORK-EOF PIC A(1) VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

           COPY TDYTRAN REPLACING TDN-REC-NAME BY WS-TDYTRANSACTION
                                   TDN-BCODE-NAME BY WS-TDY-BRANCH-CODE
                                   TDN-PCODE-NAME
                                       BY WS-TDY-PRODUCT-CODE
                                   TDN-OPTION-NAME BY WS-TDY-OPTION
                                   TDN-QTY-NAME BY WS-TDY-QUANTITY
                                   TDN-TOBR-NAME BY WS-TDY-TO-BRANCH
                                   TDN-REASON-NAME BY WS-TDY-REASON
                                   TDN-LOT-NAME BY WS-TDY-LOT
                                   TDN-UNIT-NAME BY WS-TDY-UNIT
                                   TDN-EXPIRY-NAME BY WS-TDY-EXPIRY.

      * EVERY BRANCH ON THE MASTER, ACTIVE OR NOT, KEPT IN CODE ORDER
      * BY SORTED INSERTION AND SEARCHED WITH SEARCH ALL. AN INACTIVE
      * BRANCH STILL OWNS ITS OUTSTANDING ITEMS AND GETS A PACK WHEN
      * IT HAS ANY; ONLY ACTIVE BRANCHES GET THE NO-EXCEPTIONS PACK.
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
               10 WS-BR-STAT PIC X(1).
               10 WS-BR-TOTAL PIC 9(5).
               10 WS-BR-CAT-COUNT PIC 9(5) OCCURS 6 TIMES.
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BR-IDX PIC 9(4).
       01 WS-BR-HIT PIC 9(4).

      * EXCEPTION CATEGORIES, IN THE ORDER THEY APPEAR ON A PACK.
       01 WS-CAT-NAMES-INIT.
           05 FILLER PIC X(30) VALUE 'TRANSACTIONS REJECTED AT EDIT'.
           05 FILLER PIC X(30) VALUE 'UNMATCHED TRANSACTIONS'.
           05 FILLER PIC X(30) VALUE 'INVALID BRANCH ON TRANSACTION'.
           05 FILLER PIC X(30) VALUE 'NEW BACKORDERS'.
           05 FILLER PIC X(30) VALUE 'HELD FOR AUTHORITY REVIEW'.
           05 FILLER PIC X(30) VALUE 'TRANSFERS IN TRANSIT OVERDUE'.
       01 WS-CAT-NAMES REDEFINES WS-CAT-NAMES-INIT.
           05 WS-CAT-NAME PIC X(30) OCCURS 6 TIMES.
       01 WS-CAT-AVAIL-TABLE.
           05 WS-CAT-AVAIL PIC X(1) OCCURS 6 TIMES.
       01 WS-CAT PIC 9(1).
       01 WS-CAT-IDX PIC 9(1).
       01 WS-PRIOR-CAT PIC 9(1).
       01 WS-ANY-MISSING PIC X(1) VALUE 'N'.

       01 WS-SEQ PIC 9(7) VALUE ZERO.
       01 WS-DETAIL PIC X(90).
       01 WS-BCODE-X PIC X(3).
       01 WS-BCODE-N REDEFINES WS-BCODE-X PIC 9(3).
       01 WS-CHECK-BCODE PIC 9(3).
       01 WS-UNATTRIB-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXC-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PACK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLEAN-PACKS PIC 9(4) VALUE ZERO.

      * IN-TRANSIT AGEING -- THE SAME DAY-NUMBER ARITHMETIC AND THE
      * SAME INTRANSIT_AGE_DAYS THRESHOLD THE ROLL-FORWARD USES FOR
      * ITS CHASE FLAG, SO THE PACK AND THE AGING REPORT AGREE.
       01 WS-IT-AGE-DAYS PIC 9(3) VALUE 3.
       01 WS-IT-AGE-DAYS-X PIC X(3).
       01 WS-IT-WORK-DATE PIC 9(8).
       01 WS-IT-WORK-DATE-R REDEFINES WS-IT-WORK-DATE.
           05 WS-IT-WK-YEAR PIC 9(4).
           05 WS-IT-WK-MONTH PIC 9(2).
           05 WS-IT-WK-DAY PIC 9(2).
       01 WS-IT-DAYNUM PIC 9(7).
       01 WS-IT-DAYNUM-RUN PIC 9(7).
       01 WS-IT-DAYS-OPEN PIC S9(7).
       01 WS-IT-DAYS-DISP PIC 9(3).

       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-TOTAL-DISP PIC ZZZZ9.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-COUNT PIC X(13) JUSTIFIED RIGHT.
           05 FILLER PIC X(53) VALUE SPACES.

       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-EDIT-REJECTS-PATH PIC X(60).
       01 WS-UNMATCHED-FILE-PATH PIC X(60).
       01 WS-INVALID-BRANCH-FILE-PATH PIC X(60).
       01 WS-BACKORDER-FILE-PATH PIC X(60).
       01 WS-HELD-PATH PIC X(60).
       01 WS-INTRANSIT-FILE-PATH PIC X(60).
       01 WS-PACK-OUT-PATH PIC X(80).
       01 WS-WORK-FILE-PATH PIC X(60).
       01 WS-EXTRACT-DIR PIC X(40).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A SOURCE FILE WAS
      * NOT AVAILABLE, 8 NO BRANCH MASTER, 16 BRANCH TABLE OVERFLOW.
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
            MOVE WS-RUN-DATE TO WS-IT-WORK-DATE.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-IT-DAYNUM TO WS-IT-DAYNUM-RUN.
            PERFORM LOAD-BRANCH-MASTER.
            IF WS-BRANCH-COUNT = ZERO
                DISPLAY "BRANCH MASTER NOT AVAILABLE OR EMPTY - NO "
                    "EXCEPTION PACKS WRITTEN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            SORT WORK-FILE
                ON ASCENDING KEY WRK-BCODE
                   ASCENDING KEY WRK-CAT
                   ASCENDING KEY WRK-SEQ
                INPUT PROCEDURE IS COLLECT-EXCEPTIONS
                OUTPUT PROCEDURE IS WRITE-PACKS.
            DISPLAY "EXCEPTION PACKS FOR " WS-RUN-DATE " - "
                WS-PACK-COUNT " PACKS WRITTEN, " WS-CLEAN-PACKS
                " WITH NO EXCEPTIONS".
            DISPLAY WS-EXC-COUNT " EXCEPTIONS SENT TO BRANCHES, "
                WS-UNATTRIB-COUNT " KEPT AT HEAD OFFICE (NO KNOWN "
                "BRANCH)".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       COLLECT-EXCEPTIONS SECTION.
       COLLECT-PARA.
            MOVE ALL 'Y' TO WS-CAT-AVAIL-TABLE.
            PERFORM COLLECT-REJECTS-PARA.
            PERFORM COLLECT-UNMATCHED-PARA.
            PERFORM COLLECT-INVALID-PARA.
            PERFORM COLLECT-BACKORDER-PARA.
            PERFORM COLLECT-HELD-PARA.
            PERFORM COLLECT-INTRANSIT-PARA.
            GO TO COLLECT-EXCEPTIONS-EXIT.

       COLLECT-REJECTS-PARA.
            MOVE 1 TO WS-CAT.
            OPEN INPUT EDIT-REJECTS.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ EDIT-REJECTS
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE ERJ-TRAN(1:3) TO WS-BCODE-X
                            MOVE SPACES TO WS-DETAIL
                            STRING ERJ-TRAN DELIMITED BY SIZE
                                '  ' DELIMITED BY SIZE
                                ERJ-REASON DELIMITED BY SIZE
                                INTO WS-DETAIL
                            END-STRING
                            PERFORM RELEASE-EXCEPTION-PARA
                    END-READ
                END-PERFORM
                CLOSE EDIT-REJECTS
            END-IF.

       COLLECT-UNMATCHED-PARA.
            MOVE 2 TO WS-CAT.
            OPEN INPUT UNMATCHED-FILE.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ UNMATCHED-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE UM-TRAN(1:3) TO WS-BCODE-X
                            MOVE SPACES TO WS-DETAIL
                            STRING UM-TRAN DELIMITED BY SIZE
                                '  NO BALANCE TO APPLY TO - OPEN '
                                DELIMITED BY SIZE
                                UM-AGE DELIMITED BY SIZE
                                ' RUN(S)' DELIMITED BY SIZE
                                INTO WS-DETAIL
                            END-STRING
                            PERFORM RELEASE-EXCEPTION-PARA
                    END-READ
                END-PERFORM
                CLOSE UNMATCHED-FILE
            END-IF.

       COLLECT-INVALID-PARA.
      *     AN UNKNOWN TO-BRANCH ON A TRANSFER GOES BACK TO THE
      *     SENDING BRANCH. AN UNKNOWN BRANCH CODE ON THE RECORD
      *     ITSELF FINDS NO BRANCH IN THE TABLE AND IS LEFT WITH
      *     HEAD OFFICE.
            MOVE 3 TO WS-CAT.
            OPEN INPUT INVALID-BRANCH-FILE.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ INVALID-BRANCH-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE INVALID-BRANCH-LINE
                                TO WS-TDYTRANSACTION
                            MOVE INVALID-BRANCH-LINE(1:3)
                                TO WS-BCODE-X
                            MOVE SPACES TO WS-DETAIL
                            STRING INVALID-BRANCH-LINE
                                DELIMITED BY SIZE
                                '  UNKNOWN TO-BRANCH '
                                DELIMITED BY SIZE
                                WS-TDY-TO-BRANCH DELIMITED BY SIZE
                                INTO WS-DETAIL
                            END-STRING
                            PERFORM RELEASE-EXCEPTION-PARA
                    END-READ
                END-PERFORM
                CLOSE INVALID-BRANCH-FILE
            END-IF.

       COLLECT-BACKORDER-PARA.
      *     ONLY THE BACKORDERS RAISED ON TONIGHT'S BUSINESS DATE --
      *     OLDER ONES WERE ALREADY IN AN EARLIER PACK.
            MOVE 4 TO WS-CAT.
            OPEN INPUT BACKORDER-FILE.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ BACKORDER-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF BO-DATE = WS-RUN-DATE
                                MOVE BACKORDER-REC(1:3) TO WS-BCODE-X
                                MOVE SPACES TO WS-DETAIL
                                STRING 'PRODUCT ' DELIMITED BY SIZE
                                    BO-PCODE DELIMITED BY SIZE
                                    ' QTY ' DELIMITED BY SIZE
                                    BO-QTY DELIMITED BY SIZE
                                    '  BACKORDERED ON '
                                    DELIMITED BY SIZE
                                    BO-DATE DELIMITED BY SIZE
                                    ' - ISSUE SHORT OF STOCK'
                                    DELIMITED BY SIZE
                                    INTO WS-DETAIL
                                END-STRING
                                PERFORM RELEASE-EXCEPTION-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKORDER-FILE
            END-IF.

       COLLECT-HELD-PARA.
      *     HELDREVIEW TAKES DECIDED ITEMS OFF THE QUEUE, SO EVERY
      *     RECORD STILL ON IT IS AWAITING A DECISION.
            MOVE 5 TO WS-CAT.
            OPEN INPUT HELD-FILE.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ HELD-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            MOVE HELD-REC(1:3) TO WS-BCODE-X
                            MOVE SPACES TO WS-DETAIL
                            STRING HELD-REC DELIMITED BY SIZE
                                '  OVER AUTHORITY LIMIT - '
                                DELIMITED BY SIZE
                                'AWAITING REVIEW' DELIMITED BY SIZE
                                INTO WS-DETAIL
                            END-STRING
                            PERFORM RELEASE-EXCEPTION-PARA
                    END-READ
                END-PERFORM
                CLOSE HELD-FILE
            END-IF.

       COLLECT-INTRANSIT-PARA.
      *     AN OVERDUE SHIPMENT IS WAITING ON THE RECEIVING BRANCH'S
      *     OPTION-6 CONFIRMATION, SO IT GOES IN THAT BRANCH'S PACK.
            MOVE 6 TO WS-CAT.
            OPEN INPUT INTRANSIT-FILE.
            IF WS-SRC-STATUS NOT = '00'
                PERFORM SOURCE-MISSING-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ INTRANSIT-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            PERFORM AGE-INTRANSIT-PARA
                    END-READ
                END-PERFORM
                CLOSE INTRANSIT-FILE
            END-IF.

       AGE-INTRANSIT-PARA.
            IF ITR-SHIP-DATE IS NUMERIC
                MOVE ITR-SHIP-DATE TO WS-IT-WORK-DATE
                PERFORM COMPUTE-DAYNUM-PARA
                COMPUTE WS-IT-DAYS-OPEN =
                    WS-IT-DAYNUM-RUN - WS-IT-DAYNUM
            ELSE
                MOVE ZERO TO WS-IT-DAYS-OPEN
            END-IF.
            IF WS-IT-DAYS-OPEN > WS-IT-AGE-DAYS
                IF WS-IT-DAYS-OPEN > 999
                    MOVE 999 TO WS-IT-DAYS-DISP
                ELSE
                    MOVE WS-IT-DAYS-OPEN TO WS-IT-DAYS-DISP
                END-IF
                MOVE INTRANSIT-REC(4:3) TO WS-BCODE-X
                MOVE SPACES TO WS-DETAIL
                STRING 'FROM ' DELIMITED BY SIZE
                    ITR-FROM-BCODE DELIMITED BY SIZE
                    ' PRODUCT ' DELIMITED BY SIZE
                    ITR-PCODE DELIMITED BY SIZE
                    ' QTY ' DELIMITED BY SIZE
                    ITR-QTY DELIMITED BY SIZE
                    ' SHIPPED ' DELIMITED BY SIZE
                    ITR-SHIP-DATE DELIMITED BY SIZE
                    ' OPEN ' DELIMITED BY SIZE
                    WS-IT-DAYS-DISP DELIMITED BY SIZE
                    ' DAYS - NOT CONFIRMED' DELIMITED BY SIZE
                    INTO WS-DETAIL
                END-STRING
                PERFORM RELEASE-EXCEPTION-PARA
            END-IF.

       RELEASE-EXCEPTION-PARA.
      *     WS-BCODE-X CARRIES THE OWNING BRANCH AS IT APPEARS ON THE
      *     SOURCE RECORD. A CODE THAT IS NOT NUMERIC OR NOT ON THE
      *     MASTER HAS NO BRANCH TO GO BACK TO AND IS ONLY COUNTED.
            MOVE ZERO TO WS-BR-HIT.
            IF WS-BCODE-X IS NUMERIC
                MOVE WS-BCODE-N TO WS-CHECK-BCODE
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-CHECK-BCODE
                        SET WS-BR-HIT TO WS-BR-INX
                END-SEARCH
            END-IF.
            IF WS-BR-HIT = ZERO
                ADD 1 TO WS-UNATTRIB-COUNT
            ELSE
                ADD 1 TO WS-SEQ
                ADD 1 TO WS-EXC-COUNT
                ADD 1 TO WS-BR-TOTAL(WS-BR-HIT)
                ADD 1 TO WS-BR-CAT-COUNT(WS-BR-HIT, WS-CAT)
                MOVE WS-CHECK-BCODE TO WRK-BCODE
                MOVE WS-CAT TO WRK-CAT
                MOVE WS-SEQ TO WRK-SEQ
                MOVE WS-DETAIL TO WRK-DETAIL
                RELEASE WORK-REC
            END-IF.

       SOURCE-MISSING-PARA.
            MOVE 'N' TO WS-CAT-AVAIL(WS-CAT).
            MOVE 'Y' TO WS-ANY-MISSING.
            DISPLAY "EXCEPTION SOURCE NOT AVAILABLE - "
                WS-CAT-NAME(WS-CAT) " - STATUS " WS-SRC-STATUS.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       COLLECT-EXCEPTIONS-EXIT.
            EXIT.

       WRITE-PACKS SECTION.
       WRITE-PACKS-PARA.
            MOVE 'N' TO WS-WORK-EOF.
            PERFORM RETURN-WORK-PARA.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                IF WS-BR-STAT(WS-BR-IDX) NOT = 'I' OR
                    WS-BR-TOTAL(WS-BR-IDX) > ZERO
                    PERFORM WRITE-ONE-PACK-PARA
                END-IF
            END-PERFORM.
            GO TO WRITE-PACKS-EXIT.

       WRITE-ONE-PACK-PARA.
            MOVE SPACES TO WS-PACK-OUT-PATH.
            STRING WS-EXTRACT-DIR DELIMITED BY SPACE
                'BranchExc' DELIMITED BY SIZE
                WS-BR-CODE(WS-BR-IDX) DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-PACK-OUT-PATH
            END-STRING.
            OPEN OUTPUT PACK-OUT.
            ADD 1 TO WS-PACK-COUNT.
            MOVE SPACES TO PACK-OUT-LINE.
            STRING 'BRANCH EXCEPTION PACK - BUSINESS DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO PACK-OUT-LINE
            END-STRING.
            WRITE PACK-OUT-LINE.
            MOVE SPACES TO PACK-OUT-LINE.
            STRING 'BRANCH ' DELIMITED BY SIZE
                WS-BR-CODE(WS-BR-IDX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-BR-NAME(WS-BR-IDX) DELIMITED BY SIZE
                INTO PACK-OUT-LINE
            END-STRING.
            WRITE PACK-OUT-LINE.
            MOVE SPACES TO PACK-OUT-LINE.
            WRITE PACK-OUT-LINE.
            MOVE 'SUMMARY' TO PACK-OUT-LINE.
            WRITE PACK-OUT-LINE.
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > 6
                PERFORM WRITE-SUMMARY-PARA
            END-PERFORM.
            MOVE SPACES TO PACK-OUT-LINE.
            WRITE PACK-OUT-LINE.
            IF WS-BR-TOTAL(WS-BR-IDX) = ZERO
                ADD 1 TO WS-CLEAN-PACKS
                IF WS-ANY-MISSING = 'Y'
                    MOVE 'NO EXCEPTIONS IN THE CATEGORIES AVAILABLE -'
                        TO PACK-OUT-LINE
                    WRITE PACK-OUT-LINE
                    MOVE 'SEE NOT AVAILABLE ABOVE' TO PACK-OUT-LINE
                    WRITE PACK-OUT-LINE
                ELSE
                    MOVE 'NO EXCEPTIONS OUTSTANDING FOR THIS BRANCH'
                        TO PACK-OUT-LINE
                    WRITE PACK-OUT-LINE
                END-IF
            ELSE
                PERFORM WRITE-DETAIL-PARA
            END-IF.
            MOVE SPACES TO PACK-OUT-LINE.
            WRITE PACK-OUT-LINE.
            MOVE WS-BR-TOTAL(WS-BR-IDX) TO WS-TOTAL-DISP.
            MOVE SPACES TO PACK-OUT-LINE.
            STRING 'END OF EXCEPTION PACK - ' DELIMITED BY SIZE
                WS-TOTAL-DISP DELIMITED BY SIZE
                ' ITEM(S)' DELIMITED BY SIZE
                INTO PACK-OUT-LINE
            END-STRING.
            WRITE PACK-OUT-LINE.
            CLOSE PACK-OUT.
            DISPLAY "BRANCH " WS-BR-CODE(WS-BR-IDX) " - "
                WS-BR-TOTAL(WS-BR-IDX) " EXCEPTIONS".

       WRITE-SUMMARY-PARA.
            MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-SL-NAME.
            IF WS-CAT-AVAIL(WS-CAT-IDX) = 'N'
                MOVE 'NOT AVAILABLE' TO WS-SL-COUNT
            ELSE IF WS-BR-CAT-COUNT(WS-BR-IDX, WS-CAT-IDX) = ZERO
                MOVE 'NONE' TO WS-SL-COUNT
            ELSE
                MOVE WS-BR-CAT-COUNT(WS-BR-IDX, WS-CAT-IDX)
                    TO WS-COUNT-DISP
                MOVE WS-COUNT-DISP TO WS-SL-COUNT
            END-IF END-IF.
            MOVE WS-SUMMARY-LINE TO PACK-OUT-LINE.
            WRITE PACK-OUT-LINE.

       WRITE-DETAIL-PARA.
      *     THE SORTED EXCEPTIONS ARRIVE IN BRANCH ORDER, THE SAME
      *     ORDER AS THE BRANCH TABLE, SO THIS BRANCH'S RECORDS ARE
      *     THE ONES AT THE FRONT OF WHAT IS LEFT. EACH CATEGORY GETS
      *     ITS SUMMARY LINE AGAIN AS A HEADING OVER ITS DETAIL.
            MOVE ZERO TO WS-PRIOR-CAT.
            PERFORM UNTIL WS-WORK-EOF = 'Y' OR
                WRK-BCODE NOT = WS-BR-CODE(WS-BR-IDX)
                IF WRK-CAT NOT = WS-PRIOR-CAT
                    IF WS-PRIOR-CAT NOT = ZERO
                        MOVE SPACES TO PACK-OUT-LINE
                        WRITE PACK-OUT-LINE
                    END-IF
                    MOVE WRK-CAT TO WS-PRIOR-CAT
                    MOVE WRK-CAT TO WS-CAT-IDX
                    PERFORM WRITE-SUMMARY-PARA
                END-IF
                MOVE SPACES TO PACK-OUT-LINE
                MOVE WRK-DETAIL TO PACK-OUT-LINE(5:90)
                WRITE PACK-OUT-LINE
                PERFORM RETURN-WORK-PARA
            END-PERFORM.

       RETURN-WORK-PARA.
            RETURN WORK-FILE
                AT END MOVE 'Y' TO WS-WORK-EOF
            END-RETURN.

       WRITE-PACKS-EXIT.
            EXIT.

       TAIL SECTION.
       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BM-BRANCH-CODE IS NUMERIC
                            PERFORM ADD-BRANCH-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

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
            MOVE BM-BRANCH-STAT TO WS-BR-STAT(WS-BR-SUB).
            MOVE ZERO TO WS-BR-TOTAL(WS-BR-SUB).
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > 6
                MOVE ZERO TO WS-BR-CAT-COUNT(WS-BR-SUB, WS-CAT-IDX)
            END-PERFORM.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-IT-DAYNUM =
                (WS-IT-WK-YEAR * 365) +
                (WS-IT-WK-MONTH * 31) + WS-IT-WK-DAY.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-MASTER-PATH
            ACCEPT WS-BRANCH-MASTER-PATH
                FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EditRejects.txt'
                TO WS-EDIT-REJECTS-PATH
            ACCEPT WS-EDIT-REJECTS-PATH FROM ENVIRONMENT 'EDIT_REJECTS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\UnmatchedTran.txt'
                TO WS-UNMATCHED-FILE-PATH
            ACCEPT WS-UNMATCHED-FILE-PATH
                FROM ENVIRONMENT 'UNMATCHED_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InvalidBranch.txt'
                TO WS-INVALID-BRANCH-FILE-PATH
            ACCEPT WS-INVALID-BRANCH-FILE-PATH
                FROM ENVIRONMENT 'INVALID_BRANCH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\Backorders.txt'
                TO WS-BACKORDER-FILE-PATH
            ACCEPT WS-BACKORDER-FILE-PATH
                FROM ENVIRONMENT 'BACKORDER_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\HeldTran.txt'
                TO WS-HELD-PATH
            ACCEPT WS-HELD-PATH FROM ENVIRONMENT 'HELD_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\InTransit.txt'
                TO WS-INTRANSIT-FILE-PATH
            ACCEPT WS-INTRANSIT-FILE-PATH
                FROM ENVIRONMENT 'INTRANSIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-IT-AGE-DAYS-X
            ACCEPT WS-IT-AGE-DAYS-X
                FROM ENVIRONMENT 'INTRANSIT_AGE_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-IT-AGE-DAYS-X IS NUMERIC
                MOVE WS-IT-AGE-DAYS-X TO WS-IT-AGE-DAYS
            END-IF.
            MOVE 'D:\cOBOLTRAINING\ExcPackWork.tmp'
                TO WS-WORK-FILE-PATH
            ACCEPT WS-WORK-FILE-PATH FROM ENVIRONMENT 'EXCPACK_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\' TO WS-EXTRACT-DIR
            ACCEPT WS-EXTRACT-DIR FROM ENVIRONMENT 'BRANCH_EXTRACT_DIR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM BRANCHEXC.
