      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: EXPIRE OVERDUE CUSTOMER ORDERS AND REPORT THE OPEN
      *          ORDERS BY BRANCH
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- nightly housekeeping for the
      *                customer orders CUSTORDER takes. Every open
      *                order whose promised date is more than
      *                ORDER_GRACE_DAYS days (default 0) before the
      *                business date is closed 'E' (expired), which
      *                releases its reservation before the roll-
      *                forward checks issues against it. An open row
      *                that will not read as numbers is closed 'C'
      *                and reported rather than left holding stock.
      *                OpenOrdersReport.txt then lists every order
      *                still open, by branch and product, with the
      *                product's on-hand from the balance master, the
      *                quantity reserved and the available-to-promise
      *                figure, after a section naming the orders
      *                expired tonight. RETURN-CODE 0 clean, 4 an
      *                unreadable row was closed, 16 the order file is
      *                larger than its table (nothing saved).
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, and the report columns after the
      *                code move over to make room.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERSWEEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
           COPY CUSTORD REPLACING COR-REC-NAME BY ORDER-REC
                                   COR-ORDNUM-NAME BY COR-ORDNUM
                                   COR-BCODE-NAME BY COR-BCODE
                                   COR-PCODE-NAME BY COR-PCODE
                                   COR-QTY-NAME BY COR-QTY
                                   COR-PROMDATE-NAME BY COR-PROMDATE
                                   COR-STATUS-NAME BY COR-STATUS
                                   COR-CUSTREF-NAME BY COR-CUSTREF
                                   COR-ENTDATE-NAME BY COR-ENTDATE
                                   COR-CLOSEDATE-NAME BY COR-CLOSEDATE.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT.

       FD BALMASTER.
      * SAME FIELD WIDTHS AS THE SHARED BRPRDQTY LAYOUT, BUT DECLARED
      * IN LINE BECAUSE THE RECORD KEY NEEDS BRANCH+PRODUCT AS ONE
      * GROUP FIELD, WHICH THE FLAT COPYBOOK CANNOT EXPRESS. KEEP IN
      * STEP WITH THE BALMASTER FD IN COBOLRD02 AND BALMSTLOAD.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COR-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-GRACE-DAYS PIC 9(3) VALUE ZERO.
       01 WS-GRACE-DAYS-X PIC X(3).
       01 WS-BALMASTER-OPEN PIC X(1) VALUE 'N'.

       01 WS-ORDER-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

      * THE WHOLE ORDER FILE IN STORAGE -- IT IS REWRITTEN WITH THE
      * EXPIRY STAMPS, SO AN OVERFLOWING LOAD MUST NEVER SAVE.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 5000 TIMES.
               10 WS-OR-ORDNUM PIC 9(6).
               10 WS-OR-BCODE PIC 9(3).
               10 WS-OR-PCODE PIC 9(6).
               10 WS-OR-QTY PIC 9(7).
               10 WS-OR-PROMDATE PIC 9(8).
               10 WS-OR-STATUS PIC X(1).
               10 WS-OR-CUSTREF PIC X(12).
               10 WS-OR-ENTDATE PIC 9(8).
               10 WS-OR-CLOSEDATE PIC 9(8).
               10 WS-OR-VALID PIC X(1).
       01 WS-ORDER-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-ORDER-COUNT PIC 9(4) VALUE 5000.
       01 WS-OR-IDX PIC 9(4).
       01 WS-SUM-IDX PIC 9(4).
       01 WS-ORDER-EOF PIC A(1) VALUE 'N'.

      * REPORT ORDER -- SUBSCRIPTS OF THE STILL-OPEN ORDERS, KEPT IN
      * BRANCH / PRODUCT / PROMISED DATE / ORDER ORDER BY SORTED
      * INSERTION SO THE REPORT CAN BREAK ON BRANCH AND PRODUCT.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 5000 TIMES.
               10 WS-SEL-SORTKEY.
                   15 WS-SEL-BCODE PIC 9(3).
                   15 WS-SEL-PCODE PIC 9(6).
                   15 WS-SEL-PROMDATE PIC 9(8).
                   15 WS-SEL-ORDNUM PIC 9(6).
               10 WS-SEL-SUB PIC 9(4).
       01 WS-SEL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEL-IDX PIC 9(4).
       01 WS-SEL-MOVE PIC 9(4).
       01 WS-SEL-TO PIC 9(4).
       01 WS-NEW-SORTKEY.
           05 WS-NEW-BCODE PIC 9(3).
           05 WS-NEW-PCODE PIC 9(6).
           05 WS-NEW-PROMDATE PIC 9(8).
           05 WS-NEW-ORDNUM PIC 9(6).

      * APPROXIMATE DAY SERIALS (YEAR*365 + MONTH*31 + DAY) -- GOOD
      * ENOUGH TO COUNT A FEW DAYS' GRACE, NEVER USED FOR POSTING.
       01 WS-DAYNUM-WORK PIC 9(8).
       01 WS-DAYNUM-WORK-R REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DAYNUM-RUN PIC 9(7).

       01 WS-CUR-BCODE PIC 9(3).
       01 WS-CUR-PCODE PIC 9(6).
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-ON-HAND PIC 9(7).
       01 WS-RESERVED PIC 9(9).
       01 WS-ATP PIC S9(9).
       01 WS-BR-ORDERS PIC 9(5).
       01 WS-BR-QTY PIC 9(9).
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INVALID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.

       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
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
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-PRODUCT-DESC PIC X(20).

       01 WS-HEAD-LINE-1.
           05 FILLER PIC X(40) VALUE
           "OPEN CUSTOMER ORDERS BY BRANCH".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SEC-TEXT PIC X(60).
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS-EXPIRED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXP-ORDNUM PIC 9(6).
           05 FILLER PIC X(8) VALUE " BRANCH ".
           05 WS-EXP-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-EXP-PCODE PIC 9(6).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-EXP-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " PROMISED ".
           05 WS-EXP-PROMDATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXP-CUSTREF PIC X(12).
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-BRANCH-HEAD-LINE.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-BH-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BH-NAME PIC X(20).
           05 FILLER PIC X(69) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
           05 FILLER PIC X(100) VALUE
           "  ORDER   PRODUCT                          QUANTITY  PROMISE
      -    "D     CUSTOMER REF".

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-ORDNUM PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-QTY PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-PROMDATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-CUSTREF PIC X(12).
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-PRODUCT-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "    PRODUCT ".
           05 WS-PT-PCODE PIC 9(6).
           05 FILLER PIC X(9) VALUE " ON HAND ".
           05 WS-PT-ONHAND PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " RESERVED ".
           05 WS-PT-RESERVED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(23) VALUE " AVAILABLE TO PROMISE ".
           05 WS-PT-ATP PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(8) VALUE SPACES.

       01 WS-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(15) VALUE "  BRANCH TOTAL ".
           05 WS-BT-ORDERS PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE " OPEN ORDERS    ".
           05 WS-BT-QTY PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE " RESERVED".
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MSG-TEXT PIC X(60).
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-RUN-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "OPEN ORDERS ".
           05 WS-RT-OPEN PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  EXPIRED  ".
           05 WS-RT-EXPIRED PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  INVALID  ".
           05 WS-RT-INVALID PIC ZZZZ9.
           05 FILLER PIC X(51) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 AN UNREADABLE ORDER
      * ROW WAS CLOSED, 16 TABLE CAPACITY.
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
            MOVE SPACES TO WS-GRACE-DAYS-X.
            ACCEPT WS-GRACE-DAYS-X FROM ENVIRONMENT 'ORDER_GRACE_DAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-GRACE-DAYS-X IS NUMERIC
                MOVE WS-GRACE-DAYS-X TO WS-GRACE-DAYS
            END-IF.
            MOVE WS-RUN-DATE TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DAYNUM-RUN.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-ORDERS-PARA.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE-1 TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "ORDERS EXPIRED TONIGHT - RESERVATION RELEASED"
                TO WS-SEC-TEXT.
            MOVE WS-SECTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM EXPIRE-ONE-PARA THRU EXPIRE-ONE-EXIT
                VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT.
            IF WS-EXPIRED-COUNT = ZERO AND WS-INVALID-COUNT = ZERO
                MOVE "NONE" TO WS-MSG-TEXT
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM BUILD-SELECTION-PARA.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS = '00'
                MOVE 'Y' TO WS-BALMASTER-OPEN
            ELSE
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - ON HAND REPORTED AS ZERO"
                MOVE "NO BALANCE MASTER - ON HAND SHOWN AS ZERO"
                    TO WS-MSG-TEXT
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM REPORT-OPEN-PARA.
            IF WS-BALMASTER-OPEN = 'Y'
                CLOSE BALMASTER
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-OPEN-COUNT TO WS-RT-OPEN.
            MOVE WS-EXPIRED-COUNT TO WS-RT-EXPIRED.
            MOVE WS-INVALID-COUNT TO WS-RT-INVALID.
            MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            IF WS-EXPIRED-COUNT > ZERO OR WS-INVALID-COUNT > ZERO
                PERFORM SAVE-ORDERS-PARA
            END-IF.
            IF WS-INVALID-COUNT > ZERO
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            DISPLAY "CUSTOMER ORDERS FOR " WS-RUN-DATE " - "
                WS-EXPIRED-COUNT " EXPIRED, " WS-INVALID-COUNT
                " INVALID CLOSED, " WS-OPEN-COUNT " STILL OPEN".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       EXPIRE-ONE-PARA.
            IF WS-OR-STATUS(WS-OR-IDX) NOT = 'O'
                GO TO EXPIRE-ONE-EXIT
            END-IF.
            IF WS-OR-VALID(WS-OR-IDX) NOT = 'Y'
                MOVE 'C' TO WS-OR-STATUS(WS-OR-IDX)
                MOVE WS-RUN-DATE TO WS-OR-CLOSEDATE(WS-OR-IDX)
                ADD 1 TO WS-INVALID-COUNT
                MOVE SPACES TO WS-MSG-TEXT
                STRING "ORDER ROW " DELIMITED BY SIZE
                    WS-OR-IDX DELIMITED BY SIZE
                    " IS NOT VALID - CLOSED, NOTHING RESERVED"
                        DELIMITED BY SIZE
                    INTO WS-MSG-TEXT
                END-STRING
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "ORDER ROW " WS-OR-IDX " IS NOT VALID - CLOSED"
                GO TO EXPIRE-ONE-EXIT
            END-IF.
            MOVE WS-OR-PROMDATE(WS-OR-IDX) TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            IF WS-DAYNUM + WS-GRACE-DAYS NOT < WS-DAYNUM-RUN
                GO TO EXPIRE-ONE-EXIT
            END-IF.
            MOVE 'E' TO WS-OR-STATUS(WS-OR-IDX).
            MOVE WS-RUN-DATE TO WS-OR-CLOSEDATE(WS-OR-IDX).
            ADD 1 TO WS-EXPIRED-COUNT.
            MOVE WS-OR-ORDNUM(WS-OR-IDX) TO WS-EXP-ORDNUM.
            MOVE WS-OR-BCODE(WS-OR-IDX) TO WS-EXP-BCODE.
            MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-EXP-PCODE.
            MOVE WS-OR-QTY(WS-OR-IDX) TO WS-EXP-QTY.
            MOVE WS-OR-PROMDATE(WS-OR-IDX) TO WS-EXP-PROMDATE.
            MOVE WS-OR-CUSTREF(WS-OR-IDX) TO WS-EXP-CUSTREF.
            MOVE WS-EXPIRED-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
       EXPIRE-ONE-EXIT.
            EXIT.

       BUILD-SELECTION-PARA.
            MOVE ZERO TO WS-SEL-COUNT.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT
                IF WS-OR-STATUS(WS-OR-IDX) = 'O'
                    PERFORM ADD-SELECTION-ENTRY
                END-IF
            END-PERFORM.
            MOVE WS-SEL-COUNT TO WS-OPEN-COUNT.

       ADD-SELECTION-ENTRY.
            MOVE WS-OR-BCODE(WS-OR-IDX) TO WS-NEW-BCODE.
            MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-NEW-PCODE.
            MOVE WS-OR-PROMDATE(WS-OR-IDX) TO WS-NEW-PROMDATE.
            MOVE WS-OR-ORDNUM(WS-OR-IDX) TO WS-NEW-ORDNUM.
            MOVE WS-SEL-COUNT TO WS-SEL-MOVE.
            ADD 1 TO WS-SEL-COUNT.
            PERFORM UNTIL WS-SEL-MOVE < 1 OR
                WS-SEL-SORTKEY(WS-SEL-MOVE) NOT > WS-NEW-SORTKEY
                COMPUTE WS-SEL-TO = WS-SEL-MOVE + 1
                MOVE WS-SEL-ENTRY(WS-SEL-MOVE)
                    TO WS-SEL-ENTRY(WS-SEL-TO)
                SUBTRACT 1 FROM WS-SEL-MOVE
            END-PERFORM.
            COMPUTE WS-SEL-TO = WS-SEL-MOVE + 1.
            MOVE WS-NEW-SORTKEY TO WS-SEL-SORTKEY(WS-SEL-TO).
            MOVE WS-OR-IDX TO WS-SEL-SUB(WS-SEL-TO).

       REPORT-OPEN-PARA.
      *     CONTROL BREAKS ON BRANCH AND ON PRODUCT WITHIN BRANCH --
      *     EACH PRODUCT GROUP CLOSES WITH ITS ON-HAND, RESERVED AND
      *     AVAILABLE-TO-PROMISE LINE, EACH BRANCH WITH ITS TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "ORDERS STILL OPEN" TO WS-SEC-TEXT.
            MOVE WS-SECTION-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-SEL-COUNT = ZERO
                MOVE "NONE" TO WS-MSG-TEXT
                MOVE WS-MESSAGE-LINE TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                UNTIL WS-SEL-IDX > WS-SEL-COUNT
                MOVE WS-SEL-SUB(WS-SEL-IDX) TO WS-OR-IDX
                IF WS-SEL-IDX = 1
                    PERFORM BRANCH-HEAD-PARA
                ELSE
                    IF WS-OR-BCODE(WS-OR-IDX) NOT = WS-CUR-BCODE
                        PERFORM PRODUCT-TOTAL-PARA
                        PERFORM BRANCH-TOTAL-PARA
                        PERFORM BRANCH-HEAD-PARA
                    ELSE
                        IF WS-OR-PCODE(WS-OR-IDX) NOT = WS-CUR-PCODE
                            PERFORM PRODUCT-TOTAL-PARA
                        END-IF
                    END-IF
                END-IF
                MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-CUR-PCODE
                PERFORM WRITE-DETAIL-PARA
            END-PERFORM.
            IF WS-SEL-COUNT > ZERO
                PERFORM PRODUCT-TOTAL-PARA
                PERFORM BRANCH-TOTAL-PARA
            END-IF.

       BRANCH-HEAD-PARA.
            MOVE WS-OR-BCODE(WS-OR-IDX) TO WS-CUR-BCODE.
            MOVE ZERO TO WS-BR-ORDERS.
            MOVE ZERO TO WS-BR-QTY.
            MOVE WS-CUR-BCODE TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-CUR-BCODE TO WS-BH-BCODE.
            MOVE WS-BRANCH-NAME TO WS-BH-NAME.
            MOVE WS-BRANCH-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COL-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-DETAIL-PARA.
            MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-IN-PCODE.
            PERFORM FIND-PRODUCT-DESC.
            MOVE WS-OR-ORDNUM(WS-OR-IDX) TO WS-DET-ORDNUM.
            MOVE WS-OR-PCODE(WS-OR-IDX) TO WS-DET-PCODE.
            MOVE WS-PRODUCT-DESC TO WS-DET-DESC.
            MOVE WS-OR-QTY(WS-OR-IDX) TO WS-DET-QTY.
            MOVE WS-OR-PROMDATE(WS-OR-IDX) TO WS-DET-PROMDATE.
            MOVE WS-OR-CUSTREF(WS-OR-IDX) TO WS-DET-CUSTREF.
            MOVE WS-DETAIL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-BR-ORDERS.
            ADD WS-OR-QTY(WS-OR-IDX) TO WS-BR-QTY.

       PRODUCT-TOTAL-PARA.
      *     RESERVED IS EVERY OPEN ORDER FOR THE BRANCH/PRODUCT, NOT
      *     JUST THE LINES PRINTED SINCE THE LAST BREAK.
            MOVE ZERO TO WS-ON-HAND.
            MOVE ZERO TO WS-RESERVED.
            IF WS-BALMASTER-OPEN = 'Y'
                MOVE WS-CUR-BCODE TO BAL-BCODE
                MOVE WS-CUR-PCODE TO BAL-PCODE
                READ BALMASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE BAL-QUANTITY TO WS-ON-HAND
                END-READ
            END-IF.
            PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-ORDER-COUNT
                IF WS-OR-STATUS(WS-SUM-IDX) = 'O' AND
                    WS-OR-BCODE(WS-SUM-IDX) = WS-CUR-BCODE AND
                    WS-OR-PCODE(WS-SUM-IDX) = WS-CUR-PCODE
                    ADD WS-OR-QTY(WS-SUM-IDX) TO WS-RESERVED
                END-IF
            END-PERFORM.
            COMPUTE WS-ATP = WS-ON-HAND - WS-RESERVED.
            MOVE WS-CUR-PCODE TO WS-PT-PCODE.
            MOVE WS-ON-HAND TO WS-PT-ONHAND.
            MOVE WS-RESERVED TO WS-PT-RESERVED.
            MOVE WS-ATP TO WS-PT-ATP.
            MOVE WS-PRODUCT-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       BRANCH-TOTAL-PARA.
            MOVE WS-BR-ORDERS TO WS-BT-ORDERS.
            MOVE WS-BR-QTY TO WS-BT-QTY.
            MOVE WS-BRANCH-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       COMPUTE-DAYNUM-PARA.
            COMPUTE WS-DAYNUM =
                (WS-DN-YEAR * 365) +
                (WS-DN-MONTH * 31) + WS-DN-DAY.

       LOAD-ORDERS-PARA.
            MOVE ZERO TO WS-ORDER-COUNT.
            MOVE 'N' TO WS-ORDER-EOF.
            OPEN INPUT ORDER-FILE.
            IF WS-COR-STATUS NOT = '00'
                DISPLAY "NO CUSTOMER ORDERS ON FILE - STATUS "
                    WS-COR-STATUS
                MOVE 'Y' TO WS-ORDER-EOF
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF = 'Y'
                READ ORDER-FILE
                    AT END MOVE 'Y' TO WS-ORDER-EOF
                    NOT AT END
                        IF WS-ORDER-COUNT >= MAX-ORDER-COUNT
                            DISPLAY "ORDER FILE EXCEEDS TABLE "
                                "CAPACITY OF " MAX-ORDER-COUNT
                                " - RUN STOPPED"
                            CLOSE ORDER-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-ORDER-COUNT
                        PERFORM LOAD-ONE-ORDER
                END-READ
            END-PERFORM.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '10'
                CLOSE ORDER-FILE
            END-IF.

       LOAD-ONE-ORDER.
            MOVE COR-STATUS TO WS-OR-STATUS(WS-ORDER-COUNT).
            MOVE COR-CUSTREF TO WS-OR-CUSTREF(WS-ORDER-COUNT).
            MOVE 'Y' TO WS-OR-VALID(WS-ORDER-COUNT).
            IF COR-ORDNUM IS NUMERIC
                MOVE COR-ORDNUM TO WS-OR-ORDNUM(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-ORDNUM(WS-ORDER-COUNT)
                MOVE 'N' TO WS-OR-VALID(WS-ORDER-COUNT)
            END-IF.
            IF COR-BCODE IS NUMERIC AND COR-PCODE IS NUMERIC
                AND COR-QTY IS NUMERIC
                MOVE COR-BCODE TO WS-OR-BCODE(WS-ORDER-COUNT)
                MOVE COR-PCODE TO WS-OR-PCODE(WS-ORDER-COUNT)
                MOVE COR-QTY TO WS-OR-QTY(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-BCODE(WS-ORDER-COUNT)
                MOVE ZERO TO WS-OR-PCODE(WS-ORDER-COUNT)
                MOVE ZERO TO WS-OR-QTY(WS-ORDER-COUNT)
                MOVE 'N' TO WS-OR-VALID(WS-ORDER-COUNT)
            END-IF.
            IF COR-PROMDATE IS NUMERIC
                MOVE COR-PROMDATE TO WS-OR-PROMDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-PROMDATE(WS-ORDER-COUNT)
                MOVE 'N' TO WS-OR-VALID(WS-ORDER-COUNT)
            END-IF.
            IF COR-ENTDATE IS NUMERIC
                MOVE COR-ENTDATE TO WS-OR-ENTDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-ENTDATE(WS-ORDER-COUNT)
            END-IF.
            IF COR-CLOSEDATE IS NUMERIC
                MOVE COR-CLOSEDATE TO WS-OR-CLOSEDATE(WS-ORDER-COUNT)
            ELSE
                MOVE ZERO TO WS-OR-CLOSEDATE(WS-ORDER-COUNT)
            END-IF.

       SAVE-ORDERS-PARA.
            OPEN OUTPUT ORDER-FILE.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-ORDER-COUNT
                MOVE WS-OR-ORDNUM(WS-OR-IDX) TO COR-ORDNUM
                MOVE WS-OR-BCODE(WS-OR-IDX) TO COR-BCODE
                MOVE WS-OR-PCODE(WS-OR-IDX) TO COR-PCODE
                MOVE WS-OR-QTY(WS-OR-IDX) TO COR-QTY
                MOVE WS-OR-PROMDATE(WS-OR-IDX) TO COR-PROMDATE
                MOVE WS-OR-STATUS(WS-OR-IDX) TO COR-STATUS
                MOVE WS-OR-CUSTREF(WS-OR-IDX) TO COR-CUSTREF
                MOVE WS-OR-ENTDATE(WS-OR-IDX) TO COR-ENTDATE
                MOVE WS-OR-CLOSEDATE(WS-OR-IDX) TO COR-CLOSEDATE
                WRITE ORDER-REC
            END-PERFORM.
            CLOSE ORDER-FILE.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-IN-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                END-SEARCH
            END-IF.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-IN-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                END-SEARCH
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER INTO BRANCH-MASTER-REC
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END
                        PERFORM ADD-BRANCH-ENTRY
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

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        PERFORM ADD-PRODUCT-ENTRY
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
            MOVE 'D:\cOBOLTRAINING\CustomerOrders.txt'
                TO WS-ORDER-PATH
            ACCEPT WS-ORDER-PATH FROM ENVIRONMENT 'CUSTOMER_ORDERS'
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
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OpenOrdersReport.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'OPEN_ORDERS_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM ORDERSWEEP.
