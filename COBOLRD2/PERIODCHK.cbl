      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SHARED ACCOUNTING-PERIOD POSTING CHECK
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- one CALLed subprogram that
      *                answers "may a movement dated this day still
      *                post, and if not, where does it go?" for the
      *                roll-forward and the pre-edit. AccountPeriods
      *                .txt (PERIODMST layout) is loaded on the first
      *                call and kept for the rest of the run. The
      *                caller passes a business date; the period
      *                covering it is returned with its status. A
      *                date in a closed period is routed to the
      *                earliest period after it that is still open or
      *                closing -- on today's date when today falls in
      *                that period, otherwise on its first day -- so
      *                a late rerun lands in the month finance has not
      *                yet reported. With no master at all nothing is
      *                locked, so the check can be rolled out before
      *                the first period is loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PERIOD-MASTER ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-MASTER.
           COPY PERIODMST REPLACING PRD-REC-NAME BY PERIOD-MASTER-REC
                                     PRD-ID-NAME BY PM-PERIOD-ID
                                     PRD-START-NAME BY PM-START
                                     PRD-END-NAME BY PM-END
                                     PRD-STATUS-NAME BY PM-STATUS
                                     PRD-CHGDATE-NAME BY PM-CHGDATE
                                     PRD-CHGUSER-NAME BY PM-CHGUSER
                                     PRD-NOTE-NAME BY PM-NOTE.

       WORKING-STORAGE SECTION.
       01 WS-PRD-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-PERIOD-PATH PIC X(60).
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-NO-MASTER PIC X(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).

      * TWENTY YEARS OF MONTHS -- MORE THAN THE MASTER WILL EVER HOLD
      * BEFORE HOUSEKEEPING ARCHIVES THE OLD ONES. ROWS PAST THE
      * TABLE ARE IGNORED WITH A CALL-OUT.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 240 TIMES.
               10 WS-PT-ID PIC 9(6).
               10 WS-PT-START PIC 9(8).
               10 WS-PT-END PIC 9(8).
               10 WS-PT-STATUS PIC X(1).
       01 WS-PRD-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PRD-COUNT PIC 9(3) VALUE 240.
       01 WS-PT-IDX PIC 9(3).
       01 WS-HIT-IDX PIC 9(3).
       01 WS-OPEN-IDX PIC 9(3).

       LINKAGE SECTION.
       01 LK-PERIOD.
           05 LK-DATE PIC 9(8).
           05 LK-PERIOD-ID PIC 9(6).
           05 LK-STATUS PIC X(1).
           05 LK-POST-DATE PIC 9(8).
           05 LK-OPEN-ID PIC 9(6).
      *    '0' POSTABLE AS DATED (STATUS 'O' OR 'G' -- A CLOSING
      *    PERIOD STILL TAKES POSTINGS BUT THE CALLER SHOULD LIST
      *    THEM), '1' CLOSED -- ROUTED TO LK-POST-DATE IN PERIOD
      *    LK-OPEN-ID, '2' NO PERIOD ON THE MASTER COVERS THE DATE
      *    (POSTABLE AS DATED), '8' CLOSED WITH NO LATER OPEN PERIOD
      *    TO ROUTE TO, '9' NO PERIOD MASTER (NOTHING IS LOCKED).
           05 LK-RESULT PIC X(1).

       PROCEDURE DIVISION USING LK-PERIOD.
       MAIN-PROCEDURE.
            IF WS-LOADED = 'N'
                PERFORM SET-FILE-NAMES
                PERFORM LOAD-PERIOD-PARA
                MOVE 'Y' TO WS-LOADED
            END-IF.
            MOVE ZERO TO LK-PERIOD-ID.
            MOVE SPACE TO LK-STATUS.
            MOVE LK-DATE TO LK-POST-DATE.
            MOVE ZERO TO LK-OPEN-ID.
            IF WS-NO-MASTER = 'Y'
                MOVE '9' TO LK-RESULT
                GOBACK
            END-IF.
            MOVE ZERO TO WS-HIT-IDX.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PRD-COUNT OR WS-HIT-IDX > ZERO
                IF WS-PT-START(WS-PT-IDX) <= LK-DATE AND
                    WS-PT-END(WS-PT-IDX) >= LK-DATE
                    MOVE WS-PT-IDX TO WS-HIT-IDX
                END-IF
            END-PERFORM.
            IF WS-HIT-IDX = ZERO
                MOVE '2' TO LK-RESULT
            ELSE
                MOVE WS-PT-ID(WS-HIT-IDX) TO LK-PERIOD-ID
                MOVE WS-PT-STATUS(WS-HIT-IDX) TO LK-STATUS
                IF WS-PT-STATUS(WS-HIT-IDX) NOT = 'C'
                    MOVE '0' TO LK-RESULT
                ELSE
                    PERFORM ROUTE-CLOSED-PARA
                END-IF
            END-IF.
            GOBACK.

       ROUTE-CLOSED-PARA.
      *     THE EARLIEST PERIOD STARTING AFTER THE CLOSED ONE THAT IS
      *     NOT ITSELF CLOSED. THE MASTER IS NOT ASSUMED TO BE IN
      *     ORDER, SO EVERY ROW IS LOOKED AT.
            MOVE ZERO TO WS-OPEN-IDX.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PRD-COUNT
                IF WS-PT-STATUS(WS-PT-IDX) NOT = 'C' AND
                    WS-PT-START(WS-PT-IDX) > WS-PT-END(WS-HIT-IDX)
                    IF WS-OPEN-IDX = ZERO
                        MOVE WS-PT-IDX TO WS-OPEN-IDX
                    ELSE
                        IF WS-PT-START(WS-PT-IDX) <
                            WS-PT-START(WS-OPEN-IDX)
                            MOVE WS-PT-IDX TO WS-OPEN-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-OPEN-IDX = ZERO
                MOVE '8' TO LK-RESULT
            ELSE
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                MOVE WS-PT-ID(WS-OPEN-IDX) TO LK-OPEN-ID
                IF WS-PT-START(WS-OPEN-IDX) <= WS-TODAY AND
                    WS-PT-END(WS-OPEN-IDX) >= WS-TODAY
                    MOVE WS-TODAY TO LK-POST-DATE
                ELSE
                    MOVE WS-PT-START(WS-OPEN-IDX) TO LK-POST-DATE
                END-IF
                MOVE '1' TO LK-RESULT
            END-IF.

       LOAD-PERIOD-PARA.
      *     A MISSING OR UNREADABLE MASTER MEANS NO PERIOD IS LOCKED.
      *     A ROW THAT IS NOT NUMERIC, ENDS BEFORE IT STARTS, OR
      *     CARRIES AN UNKNOWN STATUS IS IGNORED WITH A CALL-OUT.
            MOVE ZERO TO WS-PRD-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PERIOD-MASTER.
            IF WS-PRD-STATUS NOT = '00'
                MOVE 'Y' TO WS-NO-MASTER
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PERIOD-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PM-PERIOD-ID IS NUMERIC AND
                            PM-START IS NUMERIC AND
                            PM-END IS NUMERIC AND
                            PM-END >= PM-START AND
                            (PM-STATUS = 'O' OR PM-STATUS = 'G' OR
                             PM-STATUS = 'C') AND
                            WS-PRD-COUNT < MAX-PRD-COUNT
                            ADD 1 TO WS-PRD-COUNT
                            MOVE PM-PERIOD-ID
                                TO WS-PT-ID(WS-PRD-COUNT)
                            MOVE PM-START TO WS-PT-START(WS-PRD-COUNT)
                            MOVE PM-END TO WS-PT-END(WS-PRD-COUNT)
                            MOVE PM-STATUS
                                TO WS-PT-STATUS(WS-PRD-COUNT)
                        ELSE
                            DISPLAY "PERIOD ROW IGNORED - "
                                PERIOD-MASTER-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PRD-STATUS = '00' OR WS-PRD-STATUS = '10'
                CLOSE PERIOD-MASTER
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\AccountPeriods.txt'
                TO WS-PERIOD-PATH
            ACCEPT WS-PERIOD-PATH
                FROM ENVIRONMENT 'ACCOUNT_PERIODS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PERIODCHK.
