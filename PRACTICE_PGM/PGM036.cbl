      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- supervisor sign-off and
      *                release of the held bank credit file, in the
      *                style of HELDREVIEW. Signs the supervisor on
      *                through the shared SIGNON subprogram, then walks
      *                the lines PAYVARCHK left pending on
      *                PayVarianceFlags.txt: Approve pays the line
      *                with the bank file, Manual pulls the employee
      *                off the bank file for a manual payment, Skip
      *                leaves it pending. Any other employee on the
      *                held file can be pulled to manual payment by
      *                EMP-NO after the flagged lines. Once nothing is
      *                pending, BankPayFile.txt is written from
      *                BankPayHeld.txt without the pulled employees
      *                (trailer count and total rebuilt to match),
      *                the pulled lines go to ManualPayments.txt, and
      *                the queue's control record is marked released
      *                so the same pay date cannot be released twice.
      *                Every decision and the release are logged to
      *                PayReleaseLog.txt with who and when. A queue
      *                built for a different pay date from the held
      *                file is refused, as is a missing queue -- the
      *                variance check must be run first. A 'V'
      *                view-only sign-on may look but not decide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT VARFLAG-FILE ASSIGN TO DYNAMIC WS-VARFLAG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VFL-STATUS.

            SELECT BANK-HELD-FILE ASSIGN TO DYNAMIC WS-BANK-HELD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BNK-STATUS.

            SELECT BANK-PAY-FILE ASSIGN TO DYNAMIC WS-BANK-PAY-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MANUAL-PAY-FILE ASSIGN TO DYNAMIC WS-MANUAL-PAY-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAN-STATUS.

            SELECT RELEASE-LOG ASSIGN TO DYNAMIC WS-RELEASE-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VARFLAG-FILE.
       01 VARFLAG-REC.
           05 VFL-TYPE PIC X(1).
           05 VFL-PAY-DATE PIC 9(8).
           05 VFL-EMP-NO PIC X(5).
           05 VFL-NAME PIC X(20).
           05 VFL-NET PIC 9(7)V99.
           05 VFL-PREV PIC 9(7)V99.
           05 VFL-AVG PIC 9(7)V99.
           05 VFL-FLAGS PIC X(5).
           05 VFL-DECISION PIC X(1).
           05 VFL-USER-ID PIC X(10).

       FD BANK-HELD-FILE.
       01 BANK-HELD-REC.
           05 BKH-TYPE PIC X(1).
           05 BKH-BODY PIC X(49).
       01 BANK-HELD-HEADER.
           05 FILLER PIC X(1).
           05 BKH-DATE PIC 9(8).
           05 FILLER PIC X(41).
       01 BANK-HELD-DETAIL.
           05 FILLER PIC X(1).
           05 BKH-BANK PIC X(4).
           05 BKH-ACCOUNT PIC X(10).
           05 BKH-EMP-NO PIC X(5).
           05 BKH-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(19).

       FD BANK-PAY-FILE.
       01 BANK-PAY-LINE PIC X(50).

       FD MANUAL-PAY-FILE.
       01 MANUAL-PAY-REC.
           05 MNP-PAY-DATE PIC 9(8).
           05 MNP-EMP-NO PIC X(5).
           05 MNP-BANK PIC X(4).
           05 MNP-ACCOUNT PIC X(10).
           05 MNP-AMOUNT PIC 9(9)V99.
           05 MNP-FLAGS PIC X(5).
           05 MNP-USER-ID PIC X(10).

       FD RELEASE-LOG.
       01 RELEASE-LOG-REC.
           05 RLG-DATE PIC 9(8).
           05 RLG-TIME PIC 9(8).
           05 RLG-USER-ID PIC X(10).
           05 RLG-PAY-DATE PIC 9(8).
           05 RLG-EMP-NO PIC X(5).
           05 RLG-ACTION PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-VFL-STATUS PIC X(2).
       01 WS-BNK-STATUS PIC X(2).
       01 WS-MAN-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-ANSWER PIC X(1).
       01 WS-PULL-EMP-NO PIC X(5).

       01 WS-HELD-DATE PIC 9(8) VALUE ZERO.
       01 WS-RELEASED PIC X(1) VALUE 'N'.

      * THE SIGN-OFF QUEUE, HELD WHOLE SO DECISIONS CAN BE WRITTEN
      * BACK OVER IT. ENTRY 1 IS THE CONTROL RECORD.
       01 WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY OCCURS 500 TIMES.
               10 WS-FLG-REC PIC X(77).
       01 WS-FLAG-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-FLAG-COUNT PIC 9(3) VALUE 500.
       01 WS-FLG-IDX PIC 9(3).
       01 WS-FLG-HIT PIC 9(3).

       77 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MANUAL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PULLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PULLED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NET-EDIT PIC Z(6)9.99.
       01 WS-PREV-EDIT PIC Z(6)9.99.
       01 WS-AVG-EDIT PIC Z(6)9.99.

       01 WS-BPF-TRAILER.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-BPT-COUNT PIC 9(5).
           05 WS-BPT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-VARFLAG-PATH PIC X(60).
       01 WS-BANK-HELD-PATH PIC X(60).
       01 WS-BANK-PAY-PATH PIC X(60).
       01 WS-MANUAL-PAY-PATH PIC X(60).
       01 WS-RELEASE-LOG-PATH PIC X(60).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM --
      * THE DECISIONS MUST CARRY A VALIDATED OPERATOR ID.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN (BANK FILE RELEASED),
      * 4 WARNING (LINES STILL PENDING, VIEW-ONLY, OR ALREADY
      * RELEASED), 8 NO QUEUE OR QUEUE AND HELD FILE DISAGREE,
      * 12 SIGN-ON FAILED, 16 THE QUEUE OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            CALL 'SIGNON' USING WS-SIGNON.
            IF WS-SO-RESULT NOT = '0'
                DISPLAY "SIGN-ON FAILED - RELEASE NOT STARTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-QUEUE-PARA THRU LOAD-QUEUE-EXIT.
            IF WS-RETURN-CODE >= 8
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RELEASED = 'Y'
                DISPLAY "PAY DATE " WS-HELD-DATE
                    " ALREADY RELEASED - NO FURTHER CHANGES"
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND RELEASE-LOG.
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT RELEASE-LOG
            END-IF.
            PERFORM VARYING WS-FLG-IDX FROM 2 BY 1
                UNTIL WS-FLG-IDX > WS-FLAG-COUNT
                PERFORM REVIEW-ONE-PARA
            END-PERFORM.
            IF WS-SO-PERM NOT = 'V'
                PERFORM PULL-EMPLOYEE-PARA
            END-IF.
            IF WS-PENDING-COUNT = ZERO AND WS-SO-PERM NOT = 'V'
                PERFORM RELEASE-PARA
            ELSE
                DISPLAY WS-PENDING-COUNT " LINES STILL PENDING - "
                    "BANK FILE STAYS HELD"
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            CLOSE RELEASE-LOG.
            PERFORM REWRITE-QUEUE-PARA.
            DISPLAY WS-APPROVED-COUNT " APPROVED, "
                WS-MANUAL-COUNT " TO MANUAL PAYMENT, "
                WS-PENDING-COUNT " PENDING".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       LOAD-QUEUE-PARA.
      *     THE QUEUE MUST BE THE ONE BUILT FROM THE FILE NOW HELD --
      *     A STALE QUEUE WOULD SIGN OFF LINES NOBODY HAS LOOKED AT.
            OPEN INPUT BANK-HELD-FILE.
            IF WS-BNK-STATUS NOT = '00'
                DISPLAY "NO HELD BANK FILE - STATUS " WS-BNK-STATUS
                    " - NOTHING TO RELEASE"
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-QUEUE-EXIT
            END-IF.
            READ BANK-HELD-FILE
                AT END MOVE SPACES TO BANK-HELD-REC
            END-READ.
            CLOSE BANK-HELD-FILE.
            IF BKH-TYPE NOT = 'H' OR BKH-DATE IS NOT NUMERIC
                DISPLAY "HELD BANK FILE HAS NO HEADER - NOTHING TO "
                    "RELEASE"
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-QUEUE-EXIT
            END-IF.
            MOVE BKH-DATE TO WS-HELD-DATE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT VARFLAG-FILE.
            IF WS-VFL-STATUS NOT = '00'
                DISPLAY "NO VARIANCE CHECK ON FILE - RUN PAYVARCHK "
                    "BEFORE RELEASING"
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-QUEUE-EXIT
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ VARFLAG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-QUEUE-PARA
                END-READ
            END-PERFORM.
            CLOSE VARFLAG-FILE.
            IF WS-FLAG-COUNT = ZERO
                MOVE SPACES TO VARFLAG-REC
            ELSE
                MOVE WS-FLG-REC(1) TO VARFLAG-REC
            END-IF.
            IF VFL-TYPE NOT = 'C' OR VFL-PAY-DATE NOT = WS-HELD-DATE
                DISPLAY "VARIANCE CHECK IS NOT FOR THE HELD PAY DATE "
                    WS-HELD-DATE " - RUN PAYVARCHK AGAIN"
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-QUEUE-EXIT
            END-IF.
            IF VFL-DECISION = 'R'
                MOVE 'Y' TO WS-RELEASED
            END-IF.
       LOAD-QUEUE-EXIT.
            EXIT.

       POST-QUEUE-PARA.
            IF WS-FLAG-COUNT >= MAX-FLAG-COUNT
                DISPLAY "SIGN-OFF QUEUE EXCEEDS CAPACITY OF "
                    MAX-FLAG-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-FLAG-COUNT.
            MOVE VARFLAG-REC TO WS-FLG-REC(WS-FLAG-COUNT).

       REVIEW-ONE-PARA.
            MOVE WS-FLG-REC(WS-FLG-IDX) TO VARFLAG-REC.
            IF VFL-DECISION = SPACE
                DISPLAY "-------------------------------------------"
                MOVE VFL-NET TO WS-NET-EDIT
                MOVE VFL-PREV TO WS-PREV-EDIT
                MOVE VFL-AVG TO WS-AVG-EDIT
                DISPLAY "FLAGGED " VFL-FLAGS ": " VFL-EMP-NO " "
                    VFL-NAME " NET " WS-NET-EDIT
                DISPLAY "    LAST SLIP " WS-PREV-EDIT
                    "  AVERAGE " WS-AVG-EDIT
                IF WS-SO-PERM = 'V'
                    DISPLAY "VIEW-ONLY SIGN-ON - LINE LEFT PENDING"
                    ADD 1 TO WS-PENDING-COUNT
                ELSE
                    DISPLAY "APPROVE / MANUAL PAYMENT / SKIP (A/M/S)"
                    ACCEPT WS-ANSWER
                    IF WS-ANSWER = 'A' OR WS-ANSWER = 'M'
                        PERFORM DECIDE-PARA
                    ELSE
                        ADD 1 TO WS-PENDING-COUNT
                    END-IF
                END-IF
            END-IF.

       DECIDE-PARA.
            MOVE WS-ANSWER TO VFL-DECISION.
            MOVE WS-SO-USER-ID TO VFL-USER-ID.
            MOVE VARFLAG-REC TO WS-FLG-REC(WS-FLG-IDX).
            IF WS-ANSWER = 'A'
                ADD 1 TO WS-APPROVED-COUNT
                DISPLAY "APPROVED - PAID WITH THE BANK FILE"
            ELSE
                ADD 1 TO WS-MANUAL-COUNT
                DISPLAY "PULLED TO MANUAL PAYMENT"
            END-IF.
            MOVE VFL-EMP-NO TO RLG-EMP-NO.
            MOVE WS-ANSWER TO RLG-ACTION.
            PERFORM LOG-DECISION-PARA.

       PULL-EMPLOYEE-PARA.
      *     AN EMPLOYEE THE CHECK DID NOT FLAG CAN STILL BE PULLED --
      *     THE PULL IS ADDED TO THE QUEUE AS AN UNFLAGGED 'M' LINE.
            MOVE 'X' TO WS-PULL-EMP-NO.
            PERFORM UNTIL WS-PULL-EMP-NO = SPACES
                DISPLAY "EMP NO TO PULL TO MANUAL PAYMENT "
                    "(BLANK WHEN DONE)"
                MOVE SPACES TO WS-PULL-EMP-NO
                ACCEPT WS-PULL-EMP-NO
                IF WS-PULL-EMP-NO NOT = SPACES
                    PERFORM PULL-ONE-PARA
                END-IF
            END-PERFORM.

       PULL-ONE-PARA.
            MOVE ZERO TO WS-FLG-HIT.
            PERFORM VARYING WS-FLG-IDX FROM 2 BY 1
                UNTIL WS-FLG-IDX > WS-FLAG-COUNT
                MOVE WS-FLG-REC(WS-FLG-IDX) TO VARFLAG-REC
                IF VFL-EMP-NO = WS-PULL-EMP-NO
                    MOVE WS-FLG-IDX TO WS-FLG-HIT
                    MOVE WS-FLAG-COUNT TO WS-FLG-IDX
                END-IF
            END-PERFORM.
            IF WS-FLG-HIT > ZERO
                MOVE WS-FLG-REC(WS-FLG-HIT) TO VARFLAG-REC
                IF VFL-DECISION = 'M'
                    DISPLAY WS-PULL-EMP-NO
                        " IS ALREADY FOR MANUAL PAYMENT"
                ELSE
                    IF VFL-DECISION = SPACE
                        SUBTRACT 1 FROM WS-PENDING-COUNT
                    ELSE
                        SUBTRACT 1 FROM WS-APPROVED-COUNT
                    END-IF
                    MOVE WS-FLG-HIT TO WS-FLG-IDX
                    MOVE 'M' TO WS-ANSWER
                    PERFORM DECIDE-PARA
                END-IF
            ELSE
                PERFORM PULL-UNFLAGGED-PARA
            END-IF.

       PULL-UNFLAGGED-PARA.
            MOVE 'N' TO WS-EOF.
            MOVE SPACES TO VARFLAG-REC.
            OPEN INPUT BANK-HELD-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-HELD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF BKH-TYPE = 'D' AND
                            BKH-EMP-NO = WS-PULL-EMP-NO
                            MOVE 'F' TO VFL-TYPE
                            MOVE 'Y' TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-HELD-FILE.
            IF VFL-TYPE NOT = 'F'
                DISPLAY WS-PULL-EMP-NO " IS NOT ON THE HELD BANK FILE"
            ELSE
                IF WS-FLAG-COUNT >= MAX-FLAG-COUNT
                    DISPLAY "SIGN-OFF QUEUE FULL - " WS-PULL-EMP-NO
                        " NOT PULLED"
                ELSE
                    MOVE WS-HELD-DATE TO VFL-PAY-DATE
                    MOVE WS-PULL-EMP-NO TO VFL-EMP-NO
                    MOVE BKH-AMOUNT TO VFL-NET
                    MOVE ZERO TO VFL-PREV VFL-AVG
                    ADD 1 TO WS-FLAG-COUNT
                    MOVE WS-FLAG-COUNT TO WS-FLG-IDX
                    MOVE 'M' TO WS-ANSWER
                    PERFORM DECIDE-PARA
                END-IF
            END-IF.

       RELEASE-PARA.
      *     THE RELEASED FILE IS THE HELD ONE LESS EVERY EMPLOYEE
      *     PULLED TO MANUAL PAYMENT, WITH THE TRAILER REBUILT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BANK-HELD-FILE.
            OPEN OUTPUT BANK-PAY-FILE.
            OPEN EXTEND MANUAL-PAY-FILE.
            IF WS-MAN-STATUS NOT = '00'
                OPEN OUTPUT MANUAL-PAY-FILE
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-HELD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM RELEASE-ONE-PARA
                END-READ
            END-PERFORM.
            MOVE WS-PAID-COUNT TO WS-BPT-COUNT.
            MOVE WS-PAID-TOTAL TO WS-BPT-TOTAL.
            MOVE WS-BPF-TRAILER TO BANK-PAY-LINE.
            WRITE BANK-PAY-LINE.
            CLOSE BANK-HELD-FILE BANK-PAY-FILE MANUAL-PAY-FILE.
            MOVE WS-FLG-REC(1) TO VARFLAG-REC.
            MOVE 'R' TO VFL-DECISION.
            MOVE WS-SO-USER-ID TO VFL-USER-ID.
            MOVE VARFLAG-REC TO WS-FLG-REC(1).
            MOVE SPACES TO RLG-EMP-NO.
            MOVE 'R' TO RLG-ACTION.
            PERFORM LOG-DECISION-PARA.
            DISPLAY "BANK FILE RELEASED FOR PAY DATE " WS-HELD-DATE
                " - " WS-PAID-COUNT " CREDITS, " WS-PULLED-COUNT
                " TO MANUAL PAYMENT".

       RELEASE-ONE-PARA.
            EVALUATE BKH-TYPE
                WHEN 'H'
                    MOVE BANK-HELD-REC TO BANK-PAY-LINE
                    WRITE BANK-PAY-LINE
                WHEN 'D'
                    MOVE ZERO TO WS-FLG-HIT
                    PERFORM VARYING WS-FLG-IDX FROM 2 BY 1
                        UNTIL WS-FLG-IDX > WS-FLAG-COUNT
                        MOVE WS-FLG-REC(WS-FLG-IDX) TO VARFLAG-REC
                        IF VFL-EMP-NO = BKH-EMP-NO AND
                            VFL-DECISION = 'M'
                            MOVE WS-FLG-IDX TO WS-FLG-HIT
                            MOVE WS-FLAG-COUNT TO WS-FLG-IDX
                        END-IF
                    END-PERFORM
                    IF WS-FLG-HIT > ZERO
                        MOVE WS-HELD-DATE TO MNP-PAY-DATE
                        MOVE BKH-EMP-NO TO MNP-EMP-NO
                        MOVE BKH-BANK TO MNP-BANK
                        MOVE BKH-ACCOUNT TO MNP-ACCOUNT
                        MOVE BKH-AMOUNT TO MNP-AMOUNT
                        MOVE VFL-FLAGS TO MNP-FLAGS
                        MOVE VFL-USER-ID TO MNP-USER-ID
                        WRITE MANUAL-PAY-REC
                        ADD 1 TO WS-PULLED-COUNT
                        ADD BKH-AMOUNT TO WS-PULLED-TOTAL
                    ELSE
                        MOVE BANK-HELD-REC TO BANK-PAY-LINE
                        WRITE BANK-PAY-LINE
                        ADD 1 TO WS-PAID-COUNT
                        ADD BKH-AMOUNT TO WS-PAID-TOTAL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       LOG-DECISION-PARA.
            ACCEPT RLG-DATE FROM DATE YYYYMMDD.
            ACCEPT RLG-TIME FROM TIME.
            MOVE WS-SO-USER-ID TO RLG-USER-ID.
            MOVE WS-HELD-DATE TO RLG-PAY-DATE.
            WRITE RELEASE-LOG-REC.

       REWRITE-QUEUE-PARA.
      *     DECISIONS GO BACK OVER THE QUEUE SO A LATER SESSION ONLY
      *     SEES WHAT IS STILL PENDING.
            OPEN OUTPUT VARFLAG-FILE.
            PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                UNTIL WS-FLG-IDX > WS-FLAG-COUNT
                MOVE WS-FLG-REC(WS-FLG-IDX) TO VARFLAG-REC
                WRITE VARFLAG-REC
            END-PERFORM.
            CLOSE VARFLAG-FILE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PayVarianceFlags.txt'
                TO WS-VARFLAG-PATH
            ACCEPT WS-VARFLAG-PATH
                FROM ENVIRONMENT 'PAY_VARIANCE_FLAGS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankPayHeld.txt'
                TO WS-BANK-HELD-PATH
            ACCEPT WS-BANK-HELD-PATH FROM ENVIRONMENT 'BANK_PAY_HELD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankPayFile.txt'
                TO WS-BANK-PAY-PATH
            ACCEPT WS-BANK-PAY-PATH FROM ENVIRONMENT 'BANK_PAY_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\ManualPayments.txt'
                TO WS-MANUAL-PAY-PATH
            ACCEPT WS-MANUAL-PAY-PATH
                FROM ENVIRONMENT 'MANUAL_PAYMENTS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayReleaseLog.txt'
                TO WS-RELEASE-LOG-PATH
            ACCEPT WS-RELEASE-LOG-PATH
                FROM ENVIRONMENT 'PAY_RELEASE_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PAYRELEASE.
