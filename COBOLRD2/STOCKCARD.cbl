      *                branch/product and the walk ends when the key
      *                changes, so the hour-long grep is a second-long
      *                keyed read.
      * 10/15/2026 SWL Each line now shows whether it was reversed,
      *                or is itself a reversal: the movement detail
      *                COBOLRD2 keeps under the same key as the history
      *                line (MovementDetail.dat, MOVEDTL layout) is
      *                read for every printed line, and its link names
      *                the reversal (REVERSED BY date ref) or the
      *                movement backed out (REVERSES date ref). No
      *                detail file just means no link column.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow; STOCKCARD_PRODUCT is now six
      *                digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCARD.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BH-STATUS.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MD-STATUS.
           SELECT NEWBALANCE ASSIGN TO DYNAMIC WS-NEWBALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
                                    BHX-OPTION-NAME BY BH-OPTION
                                    BHX-REASON-NAME BY BH-REASON.

       FD MOVEMENT-DETAIL.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY MOVEMENT-DETAIL-REC
                                   MVD-KEY-NAME BY MD-KEY
                                   MVD-BCODE-NAME BY MD-BCODE
                                   MVD-PCODE-NAME BY MD-PCODE
                                   MVD-DATE-NAME BY MD-DATE
                                   MVD-REF-NAME BY MD-REF
                                   MVD-OPTION-NAME BY MD-OPTION
                                   MVD-QTY-NAME BY MD-QTY
                                   MVD-BEFORE-NAME BY MD-BEFORE
                                   MVD-AFTER-NAME BY MD-AFTER
                                   MVD-OTHBR-NAME BY MD-OTHBR
                                   MVD-SHIPDATE-NAME BY MD-SHIPDATE
                                   MVD-PONUM-NAME BY MD-PONUM
                                   MVD-REASON-NAME BY MD-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD NEWBALANCE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY NEWBALANCE-FILE
                                    BPQ-BCODE-NAME BY NEW-BCODE
       WORKING-STORAGE SECTION.
       01 WS-BH-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-MD-STATUS PIC X(2).
       01 WS-MD-OPEN PIC X(1) VALUE 'N'.
       01 WS-BH-EOF PIC A(1) VALUE 'N'.
       01 WS-NEW-EOF PIC A(1) VALUE 'N'.

       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-NEWBALANCE-PATH PIC X(60).
       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-REPORT-FILE-PATH PIC X(60).

       01 WS-P-BRANCH-X PIC X(3).
       01 WS-P-PRODUCT-X PIC X(6).
       01 WS-P-FROM-X PIC X(8).
       01 WS-P-TO-X PIC X(8).
       01 WS-P-BRANCH PIC 9(3).
       01 WS-P-PRODUCT PIC 9(6).
       01 WS-P-FROM PIC 9(8).
       01 WS-P-TO PIC 9(8).

           05 FILLER PIC X(18) VALUE "STOCK CARD BRANCH ".
           05 WS-TTL-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-TTL-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TTL-FROM PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-TTL-TO PIC 9(8).
           05 FILLER PIC X(44) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER PIC X(100) VALUE
           "DATE      OPT REASON  REFERENCE  MOVEMENT  BALANCE  LINK".
       01 WS-DETAIL-LINE.
           05 WS-DET-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DET-MOVE PIC +ZZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DET-BAL PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-LINK PIC X(36).
           05 FILLER PIC X(9) VALUE SPACES.

      * STANDARD RETURN-CODE SCHEME -- 0 STATEMENT PRINTED, 4 NO
      * HISTORY IN THE RANGE, 12 BAD OR MISSING PARAMETERS.
                    INVALID KEY MOVE 'Y' TO WS-BH-EOF
                END-START
            END-IF.
            MOVE 'N' TO WS-MD-OPEN.
            OPEN INPUT MOVEMENT-DETAIL.
            IF WS-MD-STATUS = '00'
                MOVE 'Y' TO WS-MD-OPEN
            END-IF.
            PERFORM UNTIL WS-BH-EOF = 'Y'
                READ BALHISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-BH-EOF
                OR WS-BH-STATUS = '23' OR WS-BH-STATUS = '46'
                CLOSE BALHISTORY
            END-IF.
            IF WS-MD-OPEN = 'Y'
                CLOSE MOVEMENT-DETAIL
            END-IF.

       POST-ONE-PARA.
            IF BH-RUNDATE < WS-P-FROM
                    END-IF
                    MOVE WS-MOVEMENT TO WS-DET-MOVE
                    MOVE WS-RUNNING-BAL TO WS-DET-BAL
                    PERFORM FIND-LINK-PARA
                    MOVE WS-DETAIL-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
            END-IF.

       FIND-LINK-PARA.
      *     THE DETAIL SITS UNDER THE HISTORY LINE'S OWN KEY. A
      *     REVERSAL'S LINK NAMES WHAT IT BACKED OUT; AN ORIGINAL'S
      *     NAMES THE REVERSAL THAT BACKED IT OUT.
            MOVE SPACES TO WS-DET-LINK.
            IF WS-MD-OPEN = 'Y'
                MOVE BH-KEY TO MD-KEY
                READ MOVEMENT-DETAIL
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MD-LINK-REF IS NUMERIC AND
                            MD-LINK-REF NOT = ZERO
                            IF MD-OPTION = 0
                                STRING 'REVERSES ' DELIMITED BY SIZE
                                    MD-LINK-DATE DELIMITED BY SIZE
                                    ' ' DELIMITED BY SIZE
                                    MD-LINK-REF DELIMITED BY SIZE
                                    INTO WS-DET-LINK
                                END-STRING
                            ELSE
                                STRING 'REVERSED BY '
                                    DELIMITED BY SIZE
                                    MD-LINK-DATE DELIMITED BY SIZE
                                    ' ' DELIMITED BY SIZE
                                    MD-LINK-REF DELIMITED BY SIZE
                                    INTO WS-DET-LINK
                                END-STRING
                            END-IF
                        END-IF
                END-READ
            END-IF.

       WRITE-OPENING-PARA.
            MOVE SPACES TO REPORT-LINE.
            IF WS-OPENING-SET = 'Y'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\MovementDetail.dat'
                TO WS-MOVEMENT-DETAIL-PATH
            ACCEPT WS-MOVEMENT-DETAIL-PATH
                FROM ENVIRONMENT 'MOVEMENT_DETAIL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\NewBalance.txt'
                TO WS-NEWBALANCE-PATH
            ACCEPT WS-NEWBALANCE-PATH FROM ENVIRONMENT 'NEWBALANCE_FILE'
