      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHARED BRANCH-TO-REGION LOOKUP FOR THE SPLIT CLOSE
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- one CALLed subprogram that
      *                answers "which region's close owns this
      *                branch?" for the close splitter, every region
      *                instance of the roll-forward, and the merge, so
      *                all of them partition the chain the same way.
      *                The region master (RegionMaster.txt, REGIONMST)
      *                lists the regions -- one close partition each --
      *                and the branch master (BranchMaster.txt,
      *                BRANCHMST, inactive rows included, since their
      *                balances still have to land somewhere) gives
      *                each branch's region, falling back to the
      *                hundreds digit of the code for a blank or zero
      *                region or a branch not on the master at all.
      *                A branch whose region has no partition is given
      *                to the first region on the master, so nothing
      *                is ever left out of every partition. Both
      *                masters are loaded on the first call and kept
      *                for the rest of the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRREGION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT REGION-MASTER ASSIGN TO DYNAMIC WS-REGION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RGM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD REGION-MASTER.
           COPY REGIONMST REPLACING RGN-REC-NAME BY REGION-MASTER-REC
                                     RGN-CODE-NAME BY RG-REGION-CODE
                                     RGN-NAME-NAME BY RG-REGION-NAME.

       WORKING-STORAGE SECTION.
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RGM-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-BRANCH-PATH PIC X(60).
       01 WS-REGION-PATH PIC X(60).
       01 WS-LOADED PIC X(1) VALUE 'N'.

      * THE BRANCH TABLE IS SIZED LIKE THE ROLL-FORWARD'S AND KEPT IN
      * CODE ORDER FOR THE BINARY SEARCH; A MASTER PAST CAPACITY
      * STOPS THE RUN -- A BRANCH SILENTLY LEFT OFF WOULD BE CLOSED
      * IN THE WRONG REGION.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-REGION PIC 9(2).
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).

      * REGION CODES ARE TWO DIGITS, SO NINETY-NINE PARTITIONS IS THE
      * MOST THE MASTER CAN EVER NAME. KEPT ASCENDING SO PARTITION ONE
      * (THE CATCH-ALL) IS THE LOWEST CODE AND EVERY CALLER LISTS THE
      * PARTITIONS IN THE SAME ORDER.
       01 WS-REGION-TABLE.
           05 WS-RG-CODE PIC 9(2) OCCURS 99 TIMES.
       01 WS-REGION-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-REGION-COUNT PIC 9(2) VALUE 99.
       01 WS-RG-IDX PIC 9(2).
       01 WS-RG-MOVE PIC 9(2).
       01 WS-RG-SUB PIC 9(2).
       01 WS-RG-HIT PIC 9(2).

       LINKAGE SECTION.
       01 LK-BRREGION.
      *    'FIND ' -- LK-BCODE IN, LK-REGION/LK-HOME-REGION OUT.
      *    'LIST ' -- LK-ORDINAL IN (1 .. LK-COUNT), LK-REGION OUT.
           05 LK-FUNC PIC X(5).
           05 LK-BCODE PIC 9(3).
           05 LK-ORDINAL PIC 9(2).
      *    THE PARTITION THAT OWNS THE BRANCH, AND THE REGION THE
      *    BRANCH ACTUALLY BELONGS TO (DIFFERENT ONLY FOR RESULT '2').
           05 LK-REGION PIC 9(2).
           05 LK-HOME-REGION PIC 9(2).
      *    NUMBER OF PARTITIONS (REGIONS ON THE MASTER), EVERY CALL.
           05 LK-COUNT PIC 9(2).
      *    FIND: '0' BRANCH ON THE MASTER, ITS REGION IS A PARTITION;
      *    '1' BRANCH NOT ON THE MASTER, HUNDREDS-DIGIT REGION IS A
      *    PARTITION; '2' THE BRANCH'S REGION HAS NO PARTITION -- IT
      *    IS GIVEN TO THE FIRST ONE. LIST: '0' FOUND, '1' ORDINAL
      *    OUT OF RANGE. EITHER: '9' NO REGION MASTER, NOTHING CAN BE
      *    PARTITIONED.
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-BRREGION.
       MAIN-PROCEDURE.
            IF WS-LOADED = 'N'
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-REGION-PARA
                PERFORM LOAD-BRANCH-PARA
                MOVE 'Y' TO WS-LOADED
            END-IF.
            MOVE WS-REGION-COUNT TO LK-COUNT.
            MOVE ZERO TO LK-REGION.
            MOVE ZERO TO LK-HOME-REGION.
            IF WS-REGION-COUNT = ZERO
                MOVE '9' TO LK-RESULT
                GOBACK
            END-IF.
            EVALUATE LK-FUNC
                WHEN 'FIND '
                    PERFORM FIND-BRANCH-PARA
                WHEN 'LIST '
                    IF LK-ORDINAL > ZERO AND
                        LK-ORDINAL NOT > WS-REGION-COUNT
                        MOVE WS-RG-CODE(LK-ORDINAL) TO LK-REGION
                        MOVE LK-REGION TO LK-HOME-REGION
                        MOVE '0' TO LK-RESULT
                    ELSE
                        MOVE '1' TO LK-RESULT
                    END-IF
                WHEN OTHER
                    DISPLAY "BRREGION - UNKNOWN FUNCTION '"
                        LK-FUNC "'"
                    MOVE '9' TO LK-RESULT
            END-EVALUATE.
            GOBACK.

       FIND-BRANCH-PARA.
            MOVE '1' TO LK-RESULT.
            COMPUTE LK-HOME-REGION = LK-BCODE / 100.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = LK-BCODE
                        MOVE WS-BR-REGION(WS-BR-INX) TO LK-HOME-REGION
                        MOVE '0' TO LK-RESULT
                END-SEARCH
            END-IF.
            MOVE ZERO TO WS-RG-HIT.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT OR WS-RG-HIT > ZERO
                IF WS-RG-CODE(WS-RG-IDX) = LK-HOME-REGION
                    MOVE WS-RG-IDX TO WS-RG-HIT
                END-IF
            END-PERFORM.
            IF WS-RG-HIT > ZERO
                MOVE LK-HOME-REGION TO LK-REGION
            ELSE
                MOVE WS-RG-CODE(1) TO LK-REGION
                MOVE '2' TO LK-RESULT
            END-IF.

       LOAD-REGION-PARA.
      *     A MISSING REGION MASTER LEAVES THE TABLE EMPTY, WHICH EVERY
      *     CALL REPORTS AS RESULT '9'. A CODE LISTED TWICE IS ONE
      *     PARTITION.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REGION-MASTER.
            IF WS-RGM-STATUS NOT = '00'
                DISPLAY "REGION MASTER NOT AVAILABLE - STATUS "
                    WS-RGM-STATUS
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REGION-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF RG-REGION-CODE IS NUMERIC
                            PERFORM ADD-REGION-PARA
                        ELSE
                            DISPLAY "REGION MASTER LINE IGNORED - "
                                REGION-MASTER-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-RGM-STATUS = '00' OR WS-RGM-STATUS = '10'
                CLOSE REGION-MASTER
            END-IF.

       ADD-REGION-PARA.
            MOVE ZERO TO WS-RG-HIT.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                UNTIL WS-RG-IDX > WS-REGION-COUNT OR WS-RG-HIT > ZERO
                IF WS-RG-CODE(WS-RG-IDX) = RG-REGION-CODE
                    MOVE WS-RG-IDX TO WS-RG-HIT
                END-IF
            END-PERFORM.
            IF WS-RG-HIT = ZERO
                IF WS-REGION-COUNT >= MAX-REGION-COUNT
                    DISPLAY "REGION MASTER EXCEEDS TABLE CAPACITY OF "
                        MAX-REGION-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-REGION-COUNT TO WS-RG-MOVE
                ADD 1 TO WS-REGION-COUNT
                PERFORM UNTIL WS-RG-MOVE < 1 OR
                    WS-RG-CODE(WS-RG-MOVE) < RG-REGION-CODE
                    COMPUTE WS-RG-SUB = WS-RG-MOVE + 1
                    MOVE WS-RG-CODE(WS-RG-MOVE) TO WS-RG-CODE(WS-RG-SUB)
                    SUBTRACT 1 FROM WS-RG-MOVE
                END-PERFORM
                COMPUTE WS-RG-SUB = WS-RG-MOVE + 1
                MOVE RG-REGION-CODE TO WS-RG-CODE(WS-RG-SUB)
            END-IF.

       LOAD-BRANCH-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                DISPLAY "BRANCH MASTER NOT AVAILABLE - STATUS "
                    WS-BRM-STATUS " - REGIONS BY BRANCH-CODE RULE"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BM-BRANCH-CODE IS NUMERIC
                            PERFORM ADD-BRANCH-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       ADD-BRANCH-PARA.
      *     SORTED INSERTION, THE SAME AS THE ROLL-FORWARD'S OWN BRANCH
      *     TABLE, SO THE SEARCH ALL CONTRACT HOLDS WHATEVER ORDER THE
      *     MASTER ARRIVES IN.
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
            IF BM-BRANCH-REGION IS NUMERIC AND
                BM-BRANCH-REGION NOT = ZERO
                MOVE BM-BRANCH-REGION TO WS-BR-REGION(WS-BR-SUB)
            ELSE
                COMPUTE WS-BR-REGION(WS-BR-SUB) =
                    BM-BRANCH-CODE / 100
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\BranchMaster.txt'
                TO WS-BRANCH-PATH
            ACCEPT WS-BRANCH-PATH FROM ENVIRONMENT 'BRANCH_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RegionMaster.txt'
                TO WS-REGION-PATH
            ACCEPT WS-REGION-PATH FROM ENVIRONMENT 'REGION_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM BRREGION.
