      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHARED OLD-TO-NEW PRODUCT CODE CROSS-REFERENCE LOOKUP
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- one CALLed subprogram that
      *                answers "what six-digit code does this old
      *                two-digit product code live under now?" for the
      *                cutover conversion and for the front ends that
      *                still take old codes from branches and partners
      *                during the transition. ProductXref.txt
      *                (PRODXREF layout) is loaded on the first call
      *                and kept for the rest of the run. New codes are
      *                100 and up, so a code of 99 or less is an old
      *                code; anything else is passed back unchanged,
      *                as is zero, which is "no product" on the files
      *                that use it (whole-branch budget rows).
      *                The transition ends on the PCODE_XREF_END
      *                business date (YYYYMMDD, blank = still open):
      *                after it an old code is no longer mapped. The
      *                caller passes its business date, or zero to
      *                map regardless of the end date (the cutover
      *                conversion itself).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCODEXREF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT XREF-MASTER ASSIGN TO DYNAMIC WS-XREF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD XREF-MASTER.
           COPY PRODXREF REPLACING PXR-REC-NAME BY XREF-MASTER-REC
                                    PXR-OLD-NAME BY XM-OLD-PCODE
                                    PXR-NEW-NAME BY XM-NEW-PCODE.

       WORKING-STORAGE SECTION.
       01 WS-PXR-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-XREF-PATH PIC X(60).
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-NO-MASTER PIC X(1) VALUE 'N'.
       01 WS-END-DATE-X PIC X(8).
       01 WS-END-DATE PIC 9(8) VALUE ZERO.

      * OLD CODES ARE TWO DIGITS, SO THIS TABLE (UNLIKE ANY TABLE OF
      * NEW CODES) IS ADDRESSED DIRECTLY BY OLD CODE + 1.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 100 TIMES.
               10 WS-XR-SET PIC X(1).
               10 WS-XR-NEW PIC 9(6).
       01 WS-XR-IDX PIC 9(3).
       01 WS-XR-ROWS PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-PCODE-XREF.
           05 LK-DATE PIC 9(8).
           05 LK-PCODE PIC 9(6).
           05 LK-NEW-PCODE PIC 9(6).
      *    '0' NOT AN OLD CODE (NEW CODE = CODE PASSED), '1' OLD CODE
      *    MAPPED (NEW CODE IS ITS SIX-DIGIT CODE), '7' OLD CODE BUT
      *    THE TRANSITION HAS ENDED, '8' OLD CODE NOT ON THE
      *    CROSS-REFERENCE, '9' OLD CODE AND NO CROSS-REFERENCE FILE.
      *    ON '7'-'9' THE NEW CODE IS THE CODE PASSED.
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-PCODE-XREF.
       MAIN-PROCEDURE.
            IF WS-LOADED = 'N'
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-XREF-PARA
                MOVE 'Y' TO WS-LOADED
            END-IF.
            MOVE LK-PCODE TO LK-NEW-PCODE.
            IF LK-PCODE > 99 OR LK-PCODE = ZERO
                MOVE '0' TO LK-RESULT
            ELSE IF LK-DATE > ZERO AND WS-END-DATE > ZERO AND
                LK-DATE > WS-END-DATE
                MOVE '7' TO LK-RESULT
            ELSE IF WS-NO-MASTER = 'Y'
                MOVE '9' TO LK-RESULT
            ELSE
                COMPUTE WS-XR-IDX = LK-PCODE + 1
                IF WS-XR-SET(WS-XR-IDX) = 'Y'
                    MOVE WS-XR-NEW(WS-XR-IDX) TO LK-NEW-PCODE
                    MOVE '1' TO LK-RESULT
                ELSE
                    MOVE '8' TO LK-RESULT
                END-IF
            END-IF END-IF END-IF.
            GOBACK.

       LOAD-XREF-PARA.
      *     A ROW THAT IS NOT NUMERIC, OR MAPS AN OLD CODE TO A NEW
      *     CODE UNDER 100 (WHICH WOULD READ BACK AS AN OLD CODE), IS
      *     IGNORED WITH A CALL-OUT; A SECOND ROW FOR THE SAME OLD
      *     CODE REPLACES THE FIRST.
            PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                UNTIL WS-XR-IDX > 100
                MOVE 'N' TO WS-XR-SET(WS-XR-IDX)
                MOVE ZERO TO WS-XR-NEW(WS-XR-IDX)
            END-PERFORM.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT XREF-MASTER.
            IF WS-PXR-STATUS NOT = '00'
                MOVE 'Y' TO WS-NO-MASTER
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ XREF-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF XM-OLD-PCODE IS NUMERIC AND
                            XM-NEW-PCODE IS NUMERIC AND
                            XM-NEW-PCODE > 99
                            COMPUTE WS-XR-IDX = XM-OLD-PCODE + 1
                            MOVE 'Y' TO WS-XR-SET(WS-XR-IDX)
                            MOVE XM-NEW-PCODE TO WS-XR-NEW(WS-XR-IDX)
                            ADD 1 TO WS-XR-ROWS
                        ELSE
                            DISPLAY "PRODUCT CROSS-REFERENCE ROW "
                                "IGNORED - " XREF-MASTER-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PXR-STATUS = '00' OR WS-PXR-STATUS = '10'
                CLOSE XREF-MASTER
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\ProductXref.txt' TO WS-XREF-PATH
            ACCEPT WS-XREF-PATH FROM ENVIRONMENT 'PRODUCT_XREF'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-END-DATE-X.
            ACCEPT WS-END-DATE-X FROM ENVIRONMENT 'PCODE_XREF_END'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-END-DATE-X IS NUMERIC
                MOVE WS-END-DATE-X TO WS-END-DATE
            END-IF.

       END PROGRAM PCODEXREF.
