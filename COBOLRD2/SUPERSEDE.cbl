      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHARED PRODUCT-SUPERSESSION LOOKUP
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- one CALLed subprogram that
      *                answers "what code does this product live
      *                under now?" for every program that has to
      *                treat a discontinued code as its replacement.
      *                Supersession.txt (SUPERSEDE layout) is loaded
      *                on the first call and kept for the rest of the
      *                run. The caller passes an as-of business date
      *                and a product code; a row only counts once its
      *                effective date has been reached, and the chain
      *                is followed (A to B, B to C gives C) until a
      *                code with no effective row is reached. A chain
      *                that loops back on itself is answered with the
      *                code unchanged and result '9' so the caller
      *                can flag it rather than spin.
      * 10/15/2026 SWL Product codes are now six digits, so the table
      *                can no longer be addressed by code + 1: it
      *                holds one row per old code (500 rows, a second
      *                row for the same code still replaces the first)
      *                and is searched. A row past capacity is called
      *                out and ignored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERSEDE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SUPERSEDE-MASTER ASSIGN TO DYNAMIC
           WS-SUPERSEDE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPERSEDE-MASTER.
           COPY SUPERSEDE REPLACING SUP-REC-NAME BY SUPERSEDE-REC
                                     SUP-OLD-NAME BY SM-OLD-PCODE
                                     SUP-NEW-NAME BY SM-NEW-PCODE
                                     SUP-EFFDATE-NAME BY SM-EFFDATE.

       WORKING-STORAGE SECTION.
       01 WS-SUP-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-SUPERSEDE-PATH PIC X(60).
       01 WS-LOADED PIC X(1) VALUE 'N'.

      * ONE ROW PER SUPERSEDED CODE, SEARCHED BY OLD CODE.
       01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 500 TIMES.
               10 WS-SP-OLD PIC 9(6).
               10 WS-SP-NEW PIC 9(6).
               10 WS-SP-EFF PIC 9(8).
       01 WS-SP-IDX PIC 9(3).
       01 WS-SP-HIT PIC 9(3).
       01 WS-SP-ROWS PIC 9(3) VALUE ZERO.
       77 MAX-SP-ROWS PIC 9(3) VALUE 500.
       01 WS-FIND-PCODE PIC 9(6).
       01 WS-CUR-PCODE PIC 9(6).
       01 WS-HOPS PIC 9(3).
       01 WS-CHAIN-DONE PIC X(1).

       LINKAGE SECTION.
       01 LK-SUPERSEDE.
           05 LK-DATE PIC 9(8).
           05 LK-PCODE PIC 9(6).
           05 LK-NEW-PCODE PIC 9(6).
      *    '0' NOT SUPERSEDED (NEW CODE = CODE PASSED), '1' SUPERSEDED
      *    (NEW CODE IS THE LIVE REPLACEMENT), '9' THE CHAIN LOOPS
      *    (NEW CODE = CODE PASSED).
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-SUPERSEDE.
       MAIN-PROCEDURE.
            IF WS-LOADED = 'N'
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-SUPERSEDE-PARA
                MOVE 'Y' TO WS-LOADED
            END-IF.
            MOVE LK-PCODE TO WS-CUR-PCODE.
            MOVE ZERO TO WS-HOPS.
            MOVE 'N' TO WS-CHAIN-DONE.
            PERFORM UNTIL WS-CHAIN-DONE = 'Y'
                MOVE WS-CUR-PCODE TO WS-FIND-PCODE
                PERFORM FIND-ROW-PARA
                IF WS-SP-HIT > ZERO AND
                    WS-SP-EFF(WS-SP-HIT) <= LK-DATE AND
                    WS-HOPS < 100
                    MOVE WS-SP-NEW(WS-SP-HIT) TO WS-CUR-PCODE
                    ADD 1 TO WS-HOPS
                ELSE
                    MOVE 'Y' TO WS-CHAIN-DONE
                END-IF
            END-PERFORM.
            IF WS-HOPS >= 100
                DISPLAY "SUPERSESSION CHAIN LOOPS FROM PRODUCT "
                    LK-PCODE " - CODE LEFT UNCHANGED"
                MOVE LK-PCODE TO LK-NEW-PCODE
                MOVE '9' TO LK-RESULT
            ELSE
                IF WS-HOPS = ZERO OR WS-CUR-PCODE = LK-PCODE
                    MOVE LK-PCODE TO LK-NEW-PCODE
                    MOVE '0' TO LK-RESULT
                ELSE
                    MOVE WS-CUR-PCODE TO LK-NEW-PCODE
                    MOVE '1' TO LK-RESULT
                END-IF
            END-IF.
            GOBACK.

       FIND-ROW-PARA.
            MOVE ZERO TO WS-SP-HIT.
            PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX > WS-SP-ROWS OR WS-SP-HIT > ZERO
                IF WS-SP-OLD(WS-SP-IDX) = WS-FIND-PCODE
                    MOVE WS-SP-IDX TO WS-SP-HIT
                END-IF
            END-PERFORM.

       LOAD-SUPERSEDE-PARA.
      *     AN UNREADABLE OR MISSING MASTER SIMPLY MEANS NOTHING IS
      *     SUPERSEDED. A ROW THAT POINTS A CODE AT ITSELF, OR IS NOT
      *     NUMERIC, IS IGNORED WITH A CALL-OUT; A SECOND ROW FOR THE
      *     SAME OLD CODE REPLACES THE FIRST.
            MOVE ZERO TO WS-SP-ROWS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SUPERSEDE-MASTER.
            IF WS-SUP-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SUPERSEDE-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SM-OLD-PCODE IS NUMERIC AND
                            SM-NEW-PCODE IS NUMERIC AND
                            SM-EFFDATE IS NUMERIC AND
                            SM-OLD-PCODE NOT = SM-NEW-PCODE
                            PERFORM STORE-ROW-PARA
                        ELSE
                            DISPLAY "SUPERSESSION ROW IGNORED - "
                                SUPERSEDE-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
                CLOSE SUPERSEDE-MASTER
            END-IF.

       STORE-ROW-PARA.
            MOVE SM-OLD-PCODE TO WS-FIND-PCODE.
            PERFORM FIND-ROW-PARA.
            IF WS-SP-HIT = ZERO
                IF WS-SP-ROWS >= MAX-SP-ROWS
                    DISPLAY "SUPERSESSION MASTER FULL - ROW IGNORED - "
                        SUPERSEDE-REC
                ELSE
                    ADD 1 TO WS-SP-ROWS
                    MOVE WS-SP-ROWS TO WS-SP-HIT
                    MOVE SM-OLD-PCODE TO WS-SP-OLD(WS-SP-HIT)
                END-IF
            END-IF.
            IF WS-SP-HIT > ZERO
                MOVE SM-NEW-PCODE TO WS-SP-NEW(WS-SP-HIT)
                MOVE SM-EFFDATE TO WS-SP-EFF(WS-SP-HIT)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\Supersession.txt'
                TO WS-SUPERSEDE-PATH
            ACCEPT WS-SUPERSEDE-PATH
                FROM ENVIRONMENT 'SUPERSESSION_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SUPERSEDE.
