      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: SERIAL-NUMBER HISTORY INQUIRY
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- takes a serial number in the
      *                SERIAL_NUMBER parameter (and, where the same
      *                serial is used by more than one product, the
      *                product in PRODUCT_CODE), reads the serial
      *                register COBOLRD2 maintains for where the unit
      *                is now and the SerialHistory.txt trail for
      *                every movement it has made, and prints both
      *                with branch names from the shared master. Built
      *                for the warranty and theft desks: one serial
      *                in, its whole life out. RETURN-CODE 0 when the
      *                serial was found, 4 when neither the register
      *                nor the history carries it, 12 when no serial
      *                number was supplied.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; PRODUCT_CODE is now six digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIALINQ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SERIAL-REGISTER ASSIGN TO DYNAMIC
           WS-SERIAL-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRG-STATUS.
           SELECT SERIAL-HISTORY ASSIGN TO DYNAMIC
           WS-SERIAL-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHS-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SERIAL-REGISTER.
           COPY SERREG REPLACING SRG-REC-NAME BY SERIAL-REGISTER-REC
                                  SRG-BCODE-NAME BY SRG-BCODE
                                  SRG-PCODE-NAME BY SRG-PCODE
                                  SRG-SERIAL-NAME BY SRG-SERIAL
                                  SRG-STATUS-NAME BY SRG-STATUS
                                  SRG-DATE-NAME BY SRG-DATE.

       FD SERIAL-HISTORY.
           COPY SERHIST REPLACING SHS-REC-NAME BY SERIAL-HISTORY-REC
                                   SHS-DATE-NAME BY SHS-DATE
                                   SHS-BCODE-NAME BY SHS-BCODE
                                   SHS-PCODE-NAME BY SHS-PCODE
                                   SHS-SERIAL-NAME BY SHS-SERIAL
                                   SHS-OPTION-NAME BY SHS-OPTION
                                   SHS-STATUS-NAME BY SHS-STATUS
                                   SHS-TOBR-NAME BY SHS-TOBR
                                   SHS-REF-NAME BY SHS-REF.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

       WORKING-STORAGE SECTION.
       01 WS-SRG-STATUS PIC X(2).
       01 WS-SHS-STATUS PIC X(2).
       01 WS-REG-EOF PIC A(1) VALUE 'N'.
       01 WS-HIS-EOF PIC A(1) VALUE 'N'.

       01 WS-SERIAL-REGISTER-PATH PIC X(60).
       01 WS-SERIAL-HISTORY-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).

       01 WS-INQ-SERIAL PIC X(12).
       01 WS-INQ-PCODE-X PIC X(6).
       01 WS-INQ-PCODE PIC 9(6) VALUE ZERO.
       01 WS-INQ-ANY-PCODE PIC X(1) VALUE 'Y'.
       01 WS-REG-FOUND PIC 9(3) VALUE ZERO.
       01 WS-HIS-FOUND PIC 9(5) VALUE ZERO.

       01 WS-WORK-BCODE PIC 9(3).
       01 WS-WORK-STATUS PIC X(1).
       01 WS-STATUS-DESC PIC X(12).

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

       01 WS-TITLE-LINE.
           05 FILLER PIC X(25) VALUE "SERIAL-NUMBER INQUIRY -  ".
           05 WS-TTL-SERIAL PIC X(12).
           05 FILLER PIC X(53) VALUE SPACES.

       01 WS-NOW-HEAD-LINE.
           05 FILLER PIC X(34) VALUE "NOW AT  BRANCH".
           05 FILLER PIC X(10) VALUE "PRODUCT".
           05 FILLER PIC X(13) VALUE "STATUS".
           05 FILLER PIC X(33) VALUE "LAST MOVED".

       01 WS-NOW-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-NOW-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOW-BNAME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-NOW-PCODE PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-NOW-STATUS PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOW-DATE PIC 9(8).
           05 FILLER PIC X(25) VALUE SPACES.

       01 WS-HIS-HEAD-LINE.
           05 FILLER PIC X(35) VALUE "DATE     BRANCH".
           05 FILLER PIC X(8) VALUE "PRODUCT".
           05 FILLER PIC X(7) VALUE "OPTION".
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(9) VALUE "OTHER BR".
           05 FILLER PIC X(19) VALUE "REF".

       01 WS-HIS-LINE.
           05 WS-HL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HL-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HL-BNAME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-HL-PCODE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-HL-OPTION PIC 9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-HL-STATUS PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HL-TOBR PIC ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-HL-REF PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 SERIAL FOUND, 4 NO TRACE OF
      * THE SERIAL ANYWHERE, 12 NO SERIAL NUMBER SUPPLIED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            MOVE SPACES TO WS-INQ-SERIAL.
            ACCEPT WS-INQ-SERIAL FROM ENVIRONMENT 'SERIAL_NUMBER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-INQ-SERIAL = SPACES
                DISPLAY "NO SERIAL_NUMBER PARAMETER - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-INQ-PCODE-X.
            ACCEPT WS-INQ-PCODE-X FROM ENVIRONMENT 'PRODUCT_CODE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-INQ-PCODE-X IS NUMERIC
                MOVE WS-INQ-PCODE-X TO WS-INQ-PCODE
                MOVE 'N' TO WS-INQ-ANY-PCODE
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-INQ-SERIAL TO WS-TTL-SERIAL.
            MOVE WS-TITLE-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NOW-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM SCAN-REGISTER-PARA.
            IF WS-REG-FOUND = ZERO
                MOVE "        NOT ON THE SERIAL REGISTER" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-HIS-HEAD-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM SCAN-HISTORY-PARA.
            IF WS-HIS-FOUND = ZERO
                MOVE "NO MOVEMENTS ON THE SERIAL HISTORY" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            CLOSE REPORT-FILE.
            IF WS-REG-FOUND = ZERO AND WS-HIS-FOUND = ZERO
                DISPLAY "NO TRACE OF SERIAL " WS-INQ-SERIAL
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                DISPLAY "SERIAL INQUIRY COMPLETE - " WS-INQ-SERIAL
                    " " WS-HIS-FOUND " MOVEMENTS"
            END-IF.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SCAN-REGISTER-PARA.
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
                        IF SRG-SERIAL = WS-INQ-SERIAL AND
                            (WS-INQ-ANY-PCODE = 'Y' OR
                             SRG-PCODE = WS-INQ-PCODE)
                            PERFORM WRITE-NOW-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SRG-STATUS = '00' OR WS-SRG-STATUS = '10'
                CLOSE SERIAL-REGISTER
            END-IF.

       WRITE-NOW-PARA.
            ADD 1 TO WS-REG-FOUND.
            MOVE SRG-BCODE TO WS-WORK-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE SRG-STATUS TO WS-WORK-STATUS.
            PERFORM DESCRIBE-STATUS-PARA.
            MOVE SRG-BCODE TO WS-NOW-BCODE.
            MOVE WS-BRANCH-NAME TO WS-NOW-BNAME.
            MOVE SRG-PCODE TO WS-NOW-PCODE.
            MOVE WS-STATUS-DESC TO WS-NOW-STATUS.
            MOVE SRG-DATE TO WS-NOW-DATE.
            MOVE WS-NOW-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "SERIAL " WS-INQ-SERIAL " PRODUCT " SRG-PCODE
                " - " WS-STATUS-DESC " BRANCH " SRG-BCODE
                " SINCE " SRG-DATE.

       SCAN-HISTORY-PARA.
      *    THE HISTORY IS APPENDED IN RUN ORDER, SO FILE ORDER IS
      *    THE UNIT'S LIFE IN ORDER.
            MOVE 'N' TO WS-HIS-EOF.
            OPEN INPUT SERIAL-HISTORY.
            IF WS-SHS-STATUS NOT = '00'
                DISPLAY "SERIAL HISTORY NOT AVAILABLE - STATUS "
                    WS-SHS-STATUS
                MOVE 'Y' TO WS-HIS-EOF
            END-IF.
            PERFORM UNTIL WS-HIS-EOF = 'Y'
                READ SERIAL-HISTORY
                    AT END MOVE 'Y' TO WS-HIS-EOF
                    NOT AT END
                        IF SHS-SERIAL = WS-INQ-SERIAL AND
                            (WS-INQ-ANY-PCODE = 'Y' OR
                             SHS-PCODE = WS-INQ-PCODE)
                            PERFORM WRITE-HISTORY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SHS-STATUS = '00' OR WS-SHS-STATUS = '10'
                CLOSE SERIAL-HISTORY
            END-IF.

       WRITE-HISTORY-PARA.
            ADD 1 TO WS-HIS-FOUND.
            MOVE SHS-BCODE TO WS-WORK-BCODE.
            PERFORM FIND-BRANCH-NAME.
            MOVE SHS-STATUS TO WS-WORK-STATUS.
            PERFORM DESCRIBE-STATUS-PARA.
            MOVE SHS-DATE TO WS-HL-DATE.
            MOVE SHS-BCODE TO WS-HL-BCODE.
            MOVE WS-BRANCH-NAME TO WS-HL-BNAME.
            MOVE SHS-PCODE TO WS-HL-PCODE.
            MOVE SHS-OPTION TO WS-HL-OPTION.
            MOVE WS-STATUS-DESC TO WS-HL-STATUS.
            IF SHS-OPTION = 4 OR SHS-OPTION = 6
                MOVE SHS-TOBR TO WS-HL-TOBR
            ELSE
                MOVE ZERO TO WS-HL-TOBR
            END-IF.
            MOVE SHS-REF TO WS-HL-REF.
            MOVE WS-HIS-LINE TO REPORT-LINE.
            WRITE REPORT-LINE.

       DESCRIBE-STATUS-PARA.
            EVALUATE WS-WORK-STATUS
                WHEN 'S'
                    MOVE "IN STOCK" TO WS-STATUS-DESC
                WHEN 'T'
                    MOVE "IN TRANSIT" TO WS-STATUS-DESC
                WHEN 'Q'
                    MOVE "QUARANTINED" TO WS-STATUS-DESC
                WHEN 'I'
                    MOVE "ISSUED" TO WS-STATUS-DESC
                WHEN 'X'
                    MOVE "SCRAPPED" TO WS-STATUS-DESC
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-STATUS-DESC
            END-EVALUATE.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-WORK-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
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
                        IF BM-BRANCH-STAT NOT = 'I'
                            PERFORM ADD-BRANCH-ENTRY
                        END-IF
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

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\SerialRegister.txt'
                TO WS-SERIAL-REGISTER-PATH
            ACCEPT WS-SERIAL-REGISTER-PATH
                FROM ENVIRONMENT 'SERIAL_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialHistory.txt'
                TO WS-SERIAL-HISTORY-PATH
            ACCEPT WS-SERIAL-HISTORY-PATH
                FROM ENVIRONMENT 'SERIAL_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\SerialInquiry.txt'
                TO WS-REPORT-FILE-PATH
            ACCEPT WS-REPORT-FILE-PATH
                FROM ENVIRONMENT 'SERIAL_INQUIRY_REPORT'
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

       END PROGRAM SERIALINQ.
