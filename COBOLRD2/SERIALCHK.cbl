      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: NIGHTLY SERIAL COUNT AGAINST THE BALANCE MASTER
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- for every product the
      *                product master flags as serial-tracked, counts
      *                the serials the register shows in stock at each
      *                branch and compares the count with the branch's
      *                BALMASTER quantity. A branch whose balance and
      *                serial count differ, or which holds in-stock
      *                serials with no balance row at all, is listed
      *                on SerialCheck.txt. Quarantined, in-transit,
      *                issued and scrapped serials are not sellable
      *                stock and are not counted. RETURN-CODE 0 every
      *                count agrees, 4 at least one mismatch, 12 the
      *                balance master could not be opened, 16 more
      *                branch/product pairs than the table holds.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow. The serial-tracked flags are now
      *                a searched list of tracked codes instead of a
      *                table addressed by code + 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIALCHK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIAL-REGISTER ASSIGN TO DYNAMIC
           WS-SERIAL-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRG-STATUS.
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
       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL.

       FD SERIAL-REGISTER.
           COPY SERREG REPLACING SRG-REC-NAME BY SERIAL-REGISTER-REC
                                  SRG-BCODE-NAME BY SRG-BCODE
                                  SRG-PCODE-NAME BY SRG-PCODE
                                  SRG-SERIAL-NAME BY SRG-SERIAL
                                  SRG-STATUS-NAME BY SRG-STATUS
                                  SRG-DATE-NAME BY SRG-DATE.

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
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SRG-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-REG-EOF PIC A(1) VALUE 'N'.
       01 WS-BAL-EOF PIC A(1) VALUE 'N'.

       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-SERIAL-REGISTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

      * ONE ROW PER SERIAL-TRACKED PRODUCT, SEARCHED BY PRODUCT CODE.
       01 WS-TRACKED-TABLE.
           05 WS-TRACKED OCCURS 500 TIMES PIC 9(6).
       01 WS-TRK-IDX PIC 9(3).
       01 WS-TRK-HIT PIC X(1).
       01 WS-TRACKED-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-TRACKED PIC 9(3) VALUE 500.

      * IN-STOCK SERIAL COUNTS PER BRANCH / PRODUCT, KEPT IN KEY ORDER
      * BY SORTED INSERTION SO THE BALANCE PASS CAN SEARCH ALL.
       01 WS-COUNT-ENTRIES PIC 9(4) VALUE ZERO.
       01 WS-COUNT-TABLE.
           05 WS-COUNT-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-COUNT-ENTRIES
               ASCENDING KEY IS WS-CT-KEY
               INDEXED BY WS-CT-INX.
               10 WS-CT-KEY.
                   15 WS-CT-BCODE PIC 9(3).
                   15 WS-CT-PCODE PIC 9(6).
               10 WS-CT-SERIALS PIC 9(7).
               10 WS-CT-MATCHED PIC X(1).
       77 MAX-COUNT-ENTRIES PIC 9(4) VALUE 3000.
       01 WS-CT-MOVE PIC 9(4).
       01 WS-CT-SUB PIC 9(4).
       01 WS-CT-FOUND PIC X(1).
       01 WS-NEW-KEY.
           05 WS-NEW-BCODE PIC 9(3).
           05 WS-NEW-PCODE PIC 9(6).

       01 WS-WORK-SERIALS PIC 9(7).
       01 WS-STAT-REGISTER PIC 9(7) VALUE ZERO.
       01 WS-STAT-BALANCES PIC 9(7) VALUE ZERO.
       01 WS-STAT-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-STAT-MISMATCH PIC 9(5) VALUE ZERO.

       01 WS-HEAD-LINE.
           05 FILLER PIC X(43)
               VALUE "SERIAL COUNT AGAINST BALANCE MASTER - RUN ".
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-COL-LINE.
           05 FILLER PIC X(18) VALUE "BRANCH  PRODUCT".
           05 FILLER PIC X(12) VALUE "BALANCE".
           05 FILLER PIC X(12) VALUE "SERIALS".
           05 FILLER PIC X(38) VALUE "NOTE".

       01 WS-DETAIL-LINE.
           05 WS-DL-BCODE PIC 9(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DL-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-BALANCE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-SERIALS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-NOTE PIC X(32).
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-CHECKED PIC ZZZZZZ9.
           05 FILLER PIC X(20) VALUE " COUNTS CHECKED    ".
           05 WS-TL-MISMATCH PIC ZZZZ9.
           05 FILLER PIC X(48) VALUE " MISMATCHED".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 A COUNT DISAGREES,
      * 12 NO BALANCE MASTER, 16 TABLE CAPACITY.
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
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REGISTER-PARA.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - SERIAL CHECK NOT RUN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-RUN-DATE TO WS-HL-DATE.
            MOVE WS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE LOW-VALUES TO BAL-KEY.
            START BALMASTER KEY IS GREATER THAN BAL-KEY
                INVALID KEY MOVE 'Y' TO WS-BAL-EOF
            END-START.
            PERFORM UNTIL WS-BAL-EOF = 'Y'
                READ BALMASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BAL-EOF
                    NOT AT END
                        ADD 1 TO WS-STAT-BALANCES
                        PERFORM CHECK-BALANCE-PARA
                END-READ
            END-PERFORM.
            CLOSE BALMASTER.
      *     IN-STOCK SERIALS AT A BRANCH THAT HAS NO BALANCE ROW FOR
      *     THE PRODUCT AT ALL.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                UNTIL WS-CT-SUB > WS-COUNT-ENTRIES
                IF WS-CT-MATCHED(WS-CT-SUB) = 'N'
                    ADD 1 TO WS-STAT-CHECKED
                    ADD 1 TO WS-STAT-MISMATCH
                    MOVE WS-CT-BCODE(WS-CT-SUB) TO WS-DL-BCODE
                    MOVE WS-CT-PCODE(WS-CT-SUB) TO WS-DL-PCODE
                    MOVE ZERO TO WS-DL-BALANCE
                    MOVE WS-CT-SERIALS(WS-CT-SUB) TO WS-DL-SERIALS
                    MOVE "NO BALANCE ROW" TO WS-DL-NOTE
                    MOVE WS-DETAIL-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-PERFORM.
            IF WS-STAT-MISMATCH = ZERO
                MOVE "ALL SERIAL COUNTS AGREE" TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE WS-STAT-CHECKED TO WS-TL-CHECKED.
            MOVE WS-STAT-MISMATCH TO WS-TL-MISMATCH.
            MOVE WS-TOTAL-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "SERIAL CHECK - TRACKED PRODUCTS " WS-TRACKED-COUNT
                " REGISTER ROWS " WS-STAT-REGISTER
                " BALANCES " WS-STAT-BALANCES
                " CHECKED " WS-STAT-CHECKED
                " MISMATCHED " WS-STAT-MISMATCH.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       CHECK-BALANCE-PARA.
            MOVE 'N' TO WS-TRK-HIT.
            PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                UNTIL WS-TRK-IDX > WS-TRACKED-COUNT OR WS-TRK-HIT = 'Y'
                IF WS-TRACKED(WS-TRK-IDX) = BAL-PCODE
                    MOVE 'Y' TO WS-TRK-HIT
                END-IF
            END-PERFORM.
            IF WS-TRK-HIT = 'Y'
                ADD 1 TO WS-STAT-CHECKED
                MOVE ZERO TO WS-WORK-SERIALS
                IF WS-COUNT-ENTRIES > ZERO
                    SEARCH ALL WS-COUNT-ENTRY
                        AT END CONTINUE
                        WHEN WS-CT-KEY(WS-CT-INX) = BAL-KEY
                            MOVE WS-CT-SERIALS(WS-CT-INX)
                                TO WS-WORK-SERIALS
                            MOVE 'Y' TO WS-CT-MATCHED(WS-CT-INX)
                    END-SEARCH
                END-IF
                IF WS-WORK-SERIALS NOT = BAL-QUANTITY
                    ADD 1 TO WS-STAT-MISMATCH
                    MOVE BAL-BCODE TO WS-DL-BCODE
                    MOVE BAL-PCODE TO WS-DL-PCODE
                    MOVE BAL-QUANTITY TO WS-DL-BALANCE
                    MOVE WS-WORK-SERIALS TO WS-DL-SERIALS
                    IF WS-WORK-SERIALS > BAL-QUANTITY
                        MOVE "MORE SERIALS THAN BALANCE"
                            TO WS-DL-NOTE
                    ELSE
                        MOVE "BALANCE NOT COVERED BY SERIALS"
                            TO WS-DL-NOTE
                    END-IF
                    MOVE WS-DETAIL-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF.

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-TRACKED-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        IF PM-PRODUCT-CODE IS NUMERIC AND
                            PM-PRODUCT-SERIAL = 'Y'
                            IF WS-TRACKED-COUNT >= MAX-TRACKED
                                DISPLAY "SERIAL-TRACKED PRODUCT TABLE "
                                    "FULL - " PM-PRODUCT-CODE
                                    " NOT CHECKED"
                                MOVE 4 TO WS-RETURN-CODE
                            ELSE
                                ADD 1 TO WS-TRACKED-COUNT
                                MOVE PM-PRODUCT-CODE
                                    TO WS-TRACKED(WS-TRACKED-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PRODUCT-MASTER.

       LOAD-REGISTER-PARA.
      *     A MISSING REGISTER MEANS NO SERIAL IS IN STOCK ANYWHERE --
      *     EVERY TRACKED BALANCE ABOVE ZERO WILL THEN BE REPORTED.
            MOVE 'N' TO WS-REG-EOF.
            OPEN INPUT SERIAL-REGISTER.
            IF WS-SRG-STATUS NOT = '00'
                DISPLAY "SERIAL REGISTER NOT AVAILABLE - STATUS "
                    WS-SRG-STATUS
                MOVE 'Y' TO WS-REG-EOF
            END-IF.
            PERFORM UNTIL WS-REG-EOF = 'Y'
                READ SERIAL-REGISTER
                    AT END MOVE 'Y' TO WS-REG-EOF
                    NOT AT END
                        ADD 1 TO WS-STAT-REGISTER
                        IF SRG-STATUS = 'S' AND
                            SRG-BCODE IS NUMERIC AND
                            SRG-PCODE IS NUMERIC
                            PERFORM COUNT-SERIAL-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SRG-STATUS = '00' OR WS-SRG-STATUS = '10'
                CLOSE SERIAL-REGISTER
            END-IF.

       COUNT-SERIAL-PARA.
            MOVE SRG-BCODE TO WS-NEW-BCODE.
            MOVE SRG-PCODE TO WS-NEW-PCODE.
            MOVE 'N' TO WS-CT-FOUND.
            IF WS-COUNT-ENTRIES > ZERO
                SEARCH ALL WS-COUNT-ENTRY
                    AT END CONTINUE
                    WHEN WS-CT-KEY(WS-CT-INX) = WS-NEW-KEY
                        ADD 1 TO WS-CT-SERIALS(WS-CT-INX)
                        MOVE 'Y' TO WS-CT-FOUND
                END-SEARCH
            END-IF.
            IF WS-CT-FOUND = 'N'
                PERFORM ADD-COUNT-ENTRY
            END-IF.

       ADD-COUNT-ENTRY.
            IF WS-COUNT-ENTRIES >= MAX-COUNT-ENTRIES
                DISPLAY "SERIAL REGISTER EXCEEDS TABLE CAPACITY OF "
                    MAX-COUNT-ENTRIES " BRANCH/PRODUCT PAIRS"
                    " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-COUNT-ENTRIES TO WS-CT-MOVE.
            ADD 1 TO WS-COUNT-ENTRIES.
            PERFORM UNTIL WS-CT-MOVE < 1 OR
                WS-CT-KEY(WS-CT-MOVE) < WS-NEW-KEY
                COMPUTE WS-CT-SUB = WS-CT-MOVE + 1
                MOVE WS-COUNT-ENTRY(WS-CT-MOVE)
                    TO WS-COUNT-ENTRY(WS-CT-SUB)
                SUBTRACT 1 FROM WS-CT-MOVE
            END-PERFORM.
            COMPUTE WS-CT-SUB = WS-CT-MOVE + 1.
            MOVE WS-NEW-KEY TO WS-CT-KEY(WS-CT-SUB).
            MOVE 1 TO WS-CT-SERIALS(WS-CT-SUB).
            MOVE 'N' TO WS-CT-MATCHED(WS-CT-SUB).

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\ProductMaster.txt'
                TO WS-PRODUCT-MASTER-PATH
            ACCEPT WS-PRODUCT-MASTER-PATH
                FROM ENVIRONMENT 'PRODUCT_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialRegister.txt'
                TO WS-SERIAL-REGISTER-PATH
            ACCEPT WS-SERIAL-REGISTER-PATH
                FROM ENVIRONMENT 'SERIAL_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialCheck.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'SERIAL_CHECK_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM SERIALCHK.
