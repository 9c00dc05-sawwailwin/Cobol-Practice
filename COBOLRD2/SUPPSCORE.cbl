      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: MONTHLY SUPPLIER PERFORMANCE SCORECARD
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- reads the OpenPO.txt lines
      *                REORDERCHK raises (each now carrying the
      *                supplier it was placed with) and COBOLRD2
      *                posts receipts against, and scores every
      *                supplier in SupplierMaster.txt on the lines
      *                ordered in the scorecard window: on-time rate
      *                (lines received in full by order date plus the
      *                supplier's promised lead time), fill rate
      *                (received, capped at ordered, over ordered),
      *                and average actual lead time against promised.
      *                A line still open and not yet due is counted
      *                as pending and left out of the rates. The
      *                window is SCORE_MONTH (YYYYMM, default the
      *                business-date month) and the SCORE_MONTHS
      *                months before it (default 1, 3 for the
      *                quarterly review). Suppliers print ranked best
      *                first by on-time rate, then fill rate; lines
      *                with no supplier or an unknown code are scored
      *                under their own code so nothing is hidden.
      *                RETURN-CODE 0 when every scored supplier meets
      *                SCORE_ONTIME_TARGET percent (default 90), 4
      *                when at least one falls below it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCORE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPO-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO DYNAMIC
           WS-SUPPLIER-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

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
                                  OPO-RCVDATE-NAME BY OPO-RCVDATE.

       FD SUPPLIER-MASTER.
           COPY SUPPMST REPLACING SUP-REC-NAME BY SUPPLIER-MASTER-REC
                                   SUP-CODE-NAME BY SM-SUPP-CODE
                                   SUP-NAME-NAME BY SM-SUPP-NAME
                                   SUP-LEAD-NAME BY SM-SUPP-LEAD
                                   SUP-STATUS-NAME BY SM-SUPP-STAT.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-OPO-STATUS PIC X(2).
       01 WS-SUP-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

       01 WS-OPENPO-PATH PIC X(60).
       01 WS-SUPPLIER-MASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

      * SCORECARD WINDOW -- WHOLE MONTHS, YYYYMM, FROM/TO INCLUSIVE.
       01 WS-TO-MONTH PIC 9(6).
       01 WS-TO-MONTH-X PIC X(6).
       01 WS-FROM-MONTH PIC 9(6).
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
           05 WS-MW-YEAR PIC 9(4).
           05 WS-MW-MONTH PIC 9(2).
       01 WS-MONTHS PIC 9(2) VALUE 1.
       01 WS-MONTHS-X PIC X(2).
       01 WS-MONTH-CTR PIC 9(2).
       01 WS-PO-MONTH PIC 9(6).
       01 WS-TARGET-PCT PIC 9(3) VALUE 90.
       01 WS-TARGET-PCT-X PIC X(3).

      * APPROXIMATE DAY SERIALS (YEAR*365 + MONTH*31 + DAY) -- THE
      * SAME YARDSTICK THE PO STATUS REPORT AGES ORDERS WITH.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WK-YEAR PIC 9(4).
           05 WS-WK-MONTH PIC 9(2).
           05 WS-WK-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DAYNUM-RUN PIC 9(7).
       01 WS-DAYNUM-PO PIC 9(7).
       01 WS-DAYNUM-DUE PIC 9(7).
       01 WS-DAYNUM-RCV PIC 9(7).
       01 WS-LEAD-ACTUAL PIC S9(7).
       01 WS-FILL-QTY PIC 9(7).

      * ONE ROW PER SUPPLIER -- LOADED FROM THE MASTER, EXTENDED ON
      * THE FLY FOR A CODE ON A PO LINE THAT THE MASTER DOES NOT KNOW
      * (INCLUDING BLANK, UNASSIGNED).
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 500 TIMES.
               10 WS-SU-CODE PIC X(5).
               10 WS-SU-NAME PIC X(20).
               10 WS-SU-LEAD PIC 9(3).
               10 WS-SU-LINES PIC 9(5).
               10 WS-SU-DUE PIC 9(5).
               10 WS-SU-ONTIME PIC 9(5).
               10 WS-SU-PENDING PIC 9(5).
               10 WS-SU-ORD PIC 9(9).
               10 WS-SU-FILLED PIC 9(9).
               10 WS-SU-RCV-LINES PIC 9(5).
               10 WS-SU-LEAD-SUM PIC 9(9).
               10 WS-SU-ONTIME-PCT PIC 9(3)V9.
               10 WS-SU-FILL-PCT PIC 9(3)V9.
               10 WS-SU-PRINTED PIC X(1).
       01 WS-SUPP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-SUPP-COUNT PIC 9(3) VALUE 500.
       01 WS-SU-IDX PIC 9(3).
       01 WS-SU-HIT PIC 9(3).
       01 WS-SU-BEST PIC 9(3).
       01 WS-RANK PIC 9(3) VALUE ZERO.
       01 WS-SUPMST-EOF PIC A(1) VALUE 'N'.

       01 WS-PO-READ PIC 9(5) VALUE ZERO.
       01 WS-PO-SCORED PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COUNT PIC 9(3) VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(28) VALUE "SUPPLIER SCORECARD - MONTHS ".
           05 WS-TL-FROM PIC 9(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-TL-TO PIC 9(6).
           05 FILLER PIC X(19) VALUE "  ON-TIME TARGET ".
           05 WS-TL-TARGET PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(110) VALUE
           "RANK SUPPL NAME                 LINES   DUE ON-TIME PEND ON-
      -    "TIME% FILL%  LEAD PROMISED LEAD ACTUAL  FLAG".

       01 WS-DETAIL-LINE.
           05 WS-DET-RANK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-LINES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DUE PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-ONTIME PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-PEND PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-ONTIME-PCT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-FILL-PCT PIC ZZ9.9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-DET-LEAD-PROM PIC ZZ9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-DET-LEAD-ACT PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-LEAD-AVG PIC 9(3)V9.

      * STANDARD RETURN-CODE SCHEME -- 0 EVERY SCORED SUPPLIER AT OR
      * ABOVE THE ON-TIME TARGET, 4 AT LEAST ONE BELOW IT.
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
            MOVE WS-RUN-DATE TO WS-WORK-DATE.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-RUN.
            PERFORM SET-WINDOW-PARA.
            PERFORM LOAD-SUPPLIER-MASTER.
            OPEN INPUT OPENPO-FILE.
            IF WS-OPO-STATUS NOT = '00'
                DISPLAY "OPEN-PO FILE NOT AVAILABLE - STATUS "
                    WS-OPO-STATUS
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPENPO-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM SCORE-ONE-PARA THRU SCORE-ONE-EXIT
                END-READ
            END-PERFORM.
            IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
                CLOSE OPENPO-FILE
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-FROM-MONTH TO WS-TL-FROM.
            MOVE WS-TO-MONTH TO WS-TL-TO.
            MOVE WS-TARGET-PCT TO WS-TL-TARGET.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM COMPUTE-RATES-PARA
                VARYING WS-SU-IDX FROM 1 BY 1
                UNTIL WS-SU-IDX > WS-SUPP-COUNT.
            PERFORM PRINT-NEXT-BEST-PARA
                VARYING WS-SU-IDX FROM 1 BY 1
                UNTIL WS-SU-IDX > WS-SUPP-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING 'PO LINES READ ' DELIMITED BY SIZE
                WS-PO-READ DELIMITED BY SIZE
                ' SCORED ' DELIMITED BY SIZE
                WS-PO-SCORED DELIMITED BY SIZE
                ' SUPPLIERS BELOW TARGET ' DELIMITED BY SIZE
                WS-BELOW-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "SUPPLIER SCORECARD COMPLETE - " WS-PO-SCORED
                " LINES SCORED, " WS-BELOW-COUNT " BELOW TARGET".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SET-WINDOW-PARA.
      *     THE WINDOW ENDS AT SCORE_MONTH (DEFAULT THE BUSINESS-DATE
      *     MONTH) AND REACHES BACK SCORE_MONTHS WHOLE MONTHS.
            MOVE WS-RUN-DATE(1:6) TO WS-TO-MONTH.
            IF WS-TO-MONTH-X IS NUMERIC
                MOVE WS-TO-MONTH-X TO WS-TO-MONTH
            END-IF.
            IF WS-MONTHS < 1 OR WS-MONTHS > 12
                MOVE 1 TO WS-MONTHS
            END-IF.
            MOVE WS-TO-MONTH TO WS-MONTH-WORK.
            PERFORM VARYING WS-MONTH-CTR FROM 2 BY 1
                UNTIL WS-MONTH-CTR > WS-MONTHS
                IF WS-MW-MONTH = 1
                    MOVE 12 TO WS-MW-MONTH
                    SUBTRACT 1 FROM WS-MW-YEAR
                ELSE
                    SUBTRACT 1 FROM WS-MW-MONTH
                END-IF
            END-PERFORM.
            MOVE WS-MONTH-WORK TO WS-FROM-MONTH.

       SCORE-ONE-PARA.
            ADD 1 TO WS-PO-READ.
            IF OPO-DATE IS NOT NUMERIC
                GO TO SCORE-ONE-EXIT
            END-IF.
            MOVE OPO-DATE(1:6) TO WS-PO-MONTH.
            IF WS-PO-MONTH < WS-FROM-MONTH OR
                WS-PO-MONTH > WS-TO-MONTH
                GO TO SCORE-ONE-EXIT
            END-IF.
            ADD 1 TO WS-PO-SCORED.
            PERFORM FIND-SUPPLIER-PARA.
            ADD 1 TO WS-SU-LINES(WS-SU-HIT).
            MOVE OPO-DATE TO WS-WORK-DATE.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-PO.
            COMPUTE WS-DAYNUM-DUE =
                WS-DAYNUM-PO + WS-SU-LEAD(WS-SU-HIT).
            IF OPO-RCVQTY IS NOT NUMERIC
                MOVE ZERO TO OPO-RCVQTY
            END-IF.
            IF OPO-RCVDATE IS NOT NUMERIC
                MOVE ZERO TO OPO-RCVDATE
            END-IF.
      *     A LINE STILL OPEN AND NOT YET DUE IS PENDING -- IT HAS
      *     NOT HAD ITS CHANCE YET, SO IT STAYS OUT OF THE RATES.
            IF OPO-STATUS = 'O' AND WS-DAYNUM-RUN <= WS-DAYNUM-DUE
                ADD 1 TO WS-SU-PENDING(WS-SU-HIT)
                GO TO SCORE-ONE-EXIT
            END-IF.
            ADD 1 TO WS-SU-DUE(WS-SU-HIT).
            ADD OPO-ORDQTY TO WS-SU-ORD(WS-SU-HIT).
            IF OPO-RCVQTY > OPO-ORDQTY
                MOVE OPO-ORDQTY TO WS-FILL-QTY
            ELSE
                MOVE OPO-RCVQTY TO WS-FILL-QTY
            END-IF.
            ADD WS-FILL-QTY TO WS-SU-FILLED(WS-SU-HIT).
            IF OPO-RCVDATE > ZERO
                MOVE OPO-RCVDATE TO WS-WORK-DATE
                PERFORM COMPUTE-DAYNUM-PARA
                MOVE WS-DAYNUM TO WS-DAYNUM-RCV
                COMPUTE WS-LEAD-ACTUAL =
                    WS-DAYNUM-RCV - WS-DAYNUM-PO
                IF WS-LEAD-ACTUAL < ZERO
                    MOVE ZERO TO WS-LEAD-ACTUAL
                END-IF
                ADD 1 TO WS-SU-RCV-LINES(WS-SU-HIT)
                ADD WS-LEAD-ACTUAL TO WS-SU-LEAD-SUM(WS-SU-HIT)
      *         ON TIME = RECEIVED IN FULL (THE LINE CLOSED) WITH THE
      *         LAST RECEIPT NO LATER THAN THE PROMISED DUE DATE.
                IF OPO-STATUS = 'C' AND
                    WS-DAYNUM-RCV <= WS-DAYNUM-DUE
                    ADD 1 TO WS-SU-ONTIME(WS-SU-HIT)
                END-IF
            END-IF.
       SCORE-ONE-EXIT.
            EXIT.

       FIND-SUPPLIER-PARA.
            MOVE ZERO TO WS-SU-HIT.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                UNTIL WS-SU-IDX > WS-SUPP-COUNT
                    OR WS-SU-HIT > ZERO
                IF WS-SU-CODE(WS-SU-IDX) = OPO-SUPP
                    MOVE WS-SU-IDX TO WS-SU-HIT
                END-IF
            END-PERFORM.
            IF WS-SU-HIT = ZERO
                IF WS-SUPP-COUNT >= MAX-SUPP-COUNT
                    DISPLAY "SUPPLIER TABLE EXCEEDS CAPACITY OF "
                        MAX-SUPP-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SUPP-COUNT
                MOVE WS-SUPP-COUNT TO WS-SU-HIT
                PERFORM CLEAR-SUPPLIER-PARA
                MOVE OPO-SUPP TO WS-SU-CODE(WS-SU-HIT)
                IF OPO-SUPP = SPACES
                    MOVE 'UNASSIGNED' TO WS-SU-NAME(WS-SU-HIT)
                ELSE
                    MOVE 'NOT ON SUPPLIER MST' TO WS-SU-NAME(WS-SU-HIT)
                END-IF
            END-IF.

       CLEAR-SUPPLIER-PARA.
            MOVE SPACES TO WS-SU-CODE(WS-SU-HIT).
            MOVE SPACES TO WS-SU-NAME(WS-SU-HIT).
            MOVE ZERO TO WS-SU-LEAD(WS-SU-HIT).
            MOVE ZERO TO WS-SU-LINES(WS-SU-HIT).
            MOVE ZERO TO WS-SU-DUE(WS-SU-HIT).
            MOVE ZERO TO WS-SU-ONTIME(WS-SU-HIT).
            MOVE ZERO TO WS-SU-PENDING(WS-SU-HIT).
            MOVE ZERO TO WS-SU-ORD(WS-SU-HIT).
            MOVE ZERO TO WS-SU-FILLED(WS-SU-HIT).
            MOVE ZERO TO WS-SU-RCV-LINES(WS-SU-HIT).
            MOVE ZERO TO WS-SU-LEAD-SUM(WS-SU-HIT).
            MOVE ZERO TO WS-SU-ONTIME-PCT(WS-SU-HIT).
            MOVE ZERO TO WS-SU-FILL-PCT(WS-SU-HIT).
            MOVE 'N' TO WS-SU-PRINTED(WS-SU-HIT).

       COMPUTE-RATES-PARA.
            IF WS-SU-DUE(WS-SU-IDX) > ZERO
                COMPUTE WS-SU-ONTIME-PCT(WS-SU-IDX) ROUNDED =
                    WS-SU-ONTIME(WS-SU-IDX) * 100 /
                    WS-SU-DUE(WS-SU-IDX)
            END-IF.
            IF WS-SU-ORD(WS-SU-IDX) > ZERO
                COMPUTE WS-SU-FILL-PCT(WS-SU-IDX) ROUNDED =
                    WS-SU-FILLED(WS-SU-IDX) * 100 /
                    WS-SU-ORD(WS-SU-IDX)
            END-IF.

       PRINT-NEXT-BEST-PARA.
      *     SELECTION RANKING -- EACH PASS PRINTS THE BEST SUPPLIER
      *     NOT YET PRINTED: HIGHEST ON-TIME RATE, THEN HIGHEST FILL
      *     RATE. SUPPLIERS WITH NO LINES IN THE WINDOW PRINT LAST,
      *     UNRANKED.
            MOVE ZERO TO WS-SU-BEST.
            PERFORM VARYING WS-SU-HIT FROM 1 BY 1
                UNTIL WS-SU-HIT > WS-SUPP-COUNT
                IF WS-SU-PRINTED(WS-SU-HIT) = 'N'
                    IF WS-SU-BEST = ZERO
                        MOVE WS-SU-HIT TO WS-SU-BEST
                    ELSE IF WS-SU-DUE(WS-SU-HIT) > ZERO AND
                        WS-SU-DUE(WS-SU-BEST) = ZERO
                        MOVE WS-SU-HIT TO WS-SU-BEST
                    ELSE IF WS-SU-DUE(WS-SU-HIT) > ZERO AND
                        (WS-SU-ONTIME-PCT(WS-SU-HIT) >
                            WS-SU-ONTIME-PCT(WS-SU-BEST) OR
                        (WS-SU-ONTIME-PCT(WS-SU-HIT) =
                            WS-SU-ONTIME-PCT(WS-SU-BEST) AND
                         WS-SU-FILL-PCT(WS-SU-HIT) >
                            WS-SU-FILL-PCT(WS-SU-BEST)))
                        MOVE WS-SU-HIT TO WS-SU-BEST
                    END-IF END-IF END-IF
                END-IF
            END-PERFORM.
            IF WS-SU-BEST > ZERO
                MOVE 'Y' TO WS-SU-PRINTED(WS-SU-BEST)
                PERFORM PRINT-SUPPLIER-PARA
            END-IF.

       PRINT-SUPPLIER-PARA.
            MOVE SPACES TO WS-DET-FLAG.
            IF WS-SU-DUE(WS-SU-BEST) > ZERO
                ADD 1 TO WS-RANK
                MOVE WS-RANK TO WS-DET-RANK
                IF WS-SU-ONTIME-PCT(WS-SU-BEST) < WS-TARGET-PCT
                    MOVE 'BELOW TARGET' TO WS-DET-FLAG
                    ADD 1 TO WS-BELOW-COUNT
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            ELSE
                MOVE ZERO TO WS-DET-RANK
                IF WS-SU-LINES(WS-SU-BEST) = ZERO
                    MOVE 'NO ORDERS' TO WS-DET-FLAG
                ELSE
                    MOVE 'NOT YET DUE' TO WS-DET-FLAG
                END-IF
            END-IF.
            MOVE WS-SU-CODE(WS-SU-BEST) TO WS-DET-CODE.
            MOVE WS-SU-NAME(WS-SU-BEST) TO WS-DET-NAME.
            MOVE WS-SU-LINES(WS-SU-BEST) TO WS-DET-LINES.
            MOVE WS-SU-DUE(WS-SU-BEST) TO WS-DET-DUE.
            MOVE WS-SU-ONTIME(WS-SU-BEST) TO WS-DET-ONTIME.
            MOVE WS-SU-PENDING(WS-SU-BEST) TO WS-DET-PEND.
            MOVE WS-SU-ONTIME-PCT(WS-SU-BEST) TO WS-DET-ONTIME-PCT.
            MOVE WS-SU-FILL-PCT(WS-SU-BEST) TO WS-DET-FILL-PCT.
            MOVE WS-SU-LEAD(WS-SU-BEST) TO WS-DET-LEAD-PROM.
            MOVE ZERO TO WS-LEAD-AVG.
            IF WS-SU-RCV-LINES(WS-SU-BEST) > ZERO
                COMPUTE WS-LEAD-AVG ROUNDED =
                    WS-SU-LEAD-SUM(WS-SU-BEST) /
                    WS-SU-RCV-LINES(WS-SU-BEST)
                    ON SIZE ERROR
                        MOVE 999.9 TO WS-LEAD-AVG
                END-COMPUTE
            END-IF.
            MOVE WS-LEAD-AVG TO WS-DET-LEAD-ACT.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-DAYNUM =
                (WS-WK-YEAR * 365) +
                (WS-WK-MONTH * 31) + WS-WK-DAY.

       LOAD-SUPPLIER-MASTER.
            MOVE ZERO TO WS-SUPP-COUNT.
            MOVE 'N' TO WS-SUPMST-EOF.
            OPEN INPUT SUPPLIER-MASTER.
            IF WS-SUP-STATUS NOT = '00'
                DISPLAY "SUPPLIER MASTER NOT AVAILABLE - STATUS "
                    WS-SUP-STATUS " - PROMISED LEAD TIMES TAKEN AS 0"
                MOVE 'Y' TO WS-SUPMST-EOF
            END-IF.
            PERFORM UNTIL WS-SUPMST-EOF = 'Y'
                READ SUPPLIER-MASTER INTO SUPPLIER-MASTER-REC
                    AT END MOVE 'Y' TO WS-SUPMST-EOF
                    NOT AT END
                        IF SM-SUPP-STAT NOT = 'I'
                            PERFORM ADD-SUPPLIER-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SUP-STATUS = '00' OR WS-SUP-STATUS = '10'
                CLOSE SUPPLIER-MASTER
            END-IF.

       ADD-SUPPLIER-ENTRY.
            IF WS-SUPP-COUNT >= MAX-SUPP-COUNT
                DISPLAY "SUPPLIER MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-SUPP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-SUPP-COUNT.
            MOVE WS-SUPP-COUNT TO WS-SU-HIT.
            PERFORM CLEAR-SUPPLIER-PARA.
            MOVE SM-SUPP-CODE TO WS-SU-CODE(WS-SU-HIT).
            MOVE SM-SUPP-NAME TO WS-SU-NAME(WS-SU-HIT).
            IF SM-SUPP-LEAD IS NUMERIC
                MOVE SM-SUPP-LEAD TO WS-SU-LEAD(WS-SU-HIT)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\OpenPO.txt'
                TO WS-OPENPO-PATH
            ACCEPT WS-OPENPO-PATH FROM ENVIRONMENT 'OPENPO_FILE'
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
            MOVE 'D:\cOBOLTRAINING\SupplierScorecard.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'SUPPLIER_SCORECARD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-TO-MONTH-X
            ACCEPT WS-TO-MONTH-X FROM ENVIRONMENT 'SCORE_MONTH'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-MONTHS-X
            ACCEPT WS-MONTHS-X FROM ENVIRONMENT 'SCORE_MONTHS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-MONTHS-X(2:1) = SPACE AND
                WS-MONTHS-X(1:1) IS NUMERIC
                MOVE WS-MONTHS-X(1:1) TO WS-MONTHS
            ELSE IF WS-MONTHS-X IS NUMERIC
                MOVE WS-MONTHS-X TO WS-MONTHS
            END-IF END-IF.
            MOVE SPACES TO WS-TARGET-PCT-X
            ACCEPT WS-TARGET-PCT-X
                FROM ENVIRONMENT 'SCORE_ONTIME_TARGET'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-TARGET-PCT-X IS NUMERIC
                MOVE WS-TARGET-PCT-X TO WS-TARGET-PCT
            END-IF.

       END PROGRAM SUPPSCORE.
