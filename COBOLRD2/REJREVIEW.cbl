      *                25-byte TDYTRAN layout and a correction now
      *                also keys the lot/batch number, so a corrected
      *                lot-tracked movement keeps its lot.
      * 10/15/2026 SWL Buffers widened again for the 35-byte TDYTRAN
      *                layout (unit code and lot expiry date). A
      *                correction keys the expiry date alongside the
      *                lot so a corrected receipt keeps its shelf
      *                life; the unit code is written blank because
      *                the keyed quantity is already in eaches.
      * 10/15/2026 SWL Product code widened to six digits: the keyed
      *                product code on a correction is six digits, and
      *                the 39-byte parked-record buffers now hold the
      *                39-byte TDYTRAN record exactly.
      * 10/15/2026 SWL A correction is now also appended to
      *                KeyedTran.txt (KEYEDTRAN layout) as a
      *                transaction keyed by the reviewing user, so
      *                SODCHECK can tell when the same user releases
      *                it again after the pre-edit holds it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECTREVIEW.
           WS-DISPOSITION-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
           SELECT KEYED-LOG ASSIGN TO DYNAMIC WS-KEYED-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REJ-FILE.
       01 REJ-REC PIC X(39).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(39).

       FD RESUBMIT-FILE.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY RESUBMIT-REC
                                   TDN-QTY-NAME BY RSB-QTY
                                   TDN-TOBR-NAME BY RSB-TOBR
                                   TDN-REASON-NAME BY RSB-REASON
                                   TDN-LOT-NAME BY RSB-LOT
                                   TDN-UNIT-NAME BY RSB-UNIT
                                   TDN-EXPIRY-NAME BY RSB-EXPIRY.

       FD DISPOSITION-LOG.
       01 DISPOSITION-LOG-REC.
           05 DSP-TIME PIC 9(8).
           05 DSP-USER-ID PIC X(10).
           05 DSP-SOURCE PIC X(8).
           05 DSP-ORIGINAL PIC X(39).
           05 DSP-ACTION PIC X(1).
           05 DSP-CODE PIC X(3).

       FD KEYED-LOG.
           COPY KEYEDTRAN REPLACING KYT-REC-NAME BY KEYED-LOG-REC
                                     KYT-DATE-NAME BY KYT-DATE
                                     KYT-TIME-NAME BY KYT-TIME
                                     KYT-USER-ID-NAME BY KYT-USER-ID
                                     KYT-PROGRAM-NAME BY KYT-PROGRAM
                                     KYT-TRAN-NAME BY KYT-TRAN.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC 9(1) VALUE ZERO.
           88 WS-EXIT-CHOICE VALUE 9.
       01 WS-REJ-STATUS PIC X(2).
       01 WS-RSB-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-KYT-STATUS PIC X(2).
       01 WS-SOURCE PIC X(8).
       01 WS-ANSWER PIC X(1).
       01 WS-ABANDON-CODE PIC X(3).
       01 WS-DISPOSED-COUNT PIC 9(5).

       01 WS-IN-BCODE PIC X(3).
       01 WS-IN-PCODE PIC X(6).
       01 WS-IN-OPTION PIC X(1).
       01 WS-IN-QTY PIC X(7).
       01 WS-IN-TOBR PIC X(3).
       01 WS-IN-REASON PIC X(3).
       01 WS-IN-LOT PIC X(6).
       01 WS-IN-EXPIRY PIC X(8).

       01 WS-REJ-PATH PIC X(60).
       01 WS-TEMP-PATH PIC X(60).
       01 WS-RESUBMIT-PATH PIC X(60).
       01 WS-DISPOSITION-LOG-PATH PIC X(60).
       01 WS-KEYED-LOG-PATH PIC X(60).
       01 WS-TRANREJECT-PATH PIC X(60).
       01 WS-BALERR-PATH PIC X(60).
       01 WS-INVBRANCH-PATH PIC X(60).
            END-PERFORM.
            IF WS-REJ-STATUS = '00' OR WS-REJ-STATUS = '10'
                CLOSE REJ-FILE TEMP-FILE RESUBMIT-FILE DISPOSITION-LOG
                    KEYED-LOG
                PERFORM REWRITE-LIVE-PARA
                DISPLAY WS-DISPOSED-COUNT " DISPOSED, "
                    WS-KEPT-COUNT " STILL PARKED"
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT DISPOSITION-LOG
            END-IF.
            OPEN EXTEND KEYED-LOG.
            IF WS-KYT-STATUS NOT = '00'
                OPEN OUTPUT KEYED-LOG
            END-IF.

       REVIEW-ONE-PARA.
            DISPLAY "-------------------------------------------------".
            ACCEPT WS-IN-REASON.
            DISPLAY "ENTER LOT NUMBER (BLANK UNLESS LOT-TRACKED)".
            ACCEPT WS-IN-LOT.
            DISPLAY "ENTER LOT EXPIRY YYYYMMDD (BLANK IF NONE)".
            ACCEPT WS-IN-EXPIRY.
            IF WS-IN-BCODE IS NUMERIC AND WS-IN-PCODE IS NUMERIC AND
                WS-IN-OPTION IS NUMERIC AND WS-IN-QTY IS NUMERIC
                MOVE WS-IN-BCODE TO RSB-BCODE
                END-IF
                MOVE WS-IN-REASON TO RSB-REASON
                MOVE WS-IN-LOT TO RSB-LOT
                MOVE SPACES TO RSB-UNIT
                IF WS-IN-EXPIRY IS NUMERIC
                    MOVE WS-IN-EXPIRY TO RSB-EXPIRY
                ELSE
                    MOVE ZERO TO RSB-EXPIRY
                END-IF
                WRITE RESUBMIT-REC
                ADD 1 TO WS-DISPOSED-COUNT
                MOVE 'C' TO DSP-ACTION
                MOVE SPACES TO DSP-CODE
                PERFORM LOG-DISPOSITION-PARA
                MOVE DSP-DATE TO KYT-DATE
                MOVE DSP-TIME TO KYT-TIME
                MOVE WS-USER-ID TO KYT-USER-ID
                MOVE 'REJREVIEW' TO KYT-PROGRAM
                MOVE RESUBMIT-REC TO KYT-TRAN
                WRITE KEYED-LOG-REC
                DISPLAY "WRITTEN TO RESUBMIT FILE"
            ELSE
                DISPLAY "CORRECTION NOT NUMERIC - RECORD LEFT PARKED"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\KeyedTran.txt'
                TO WS-KEYED-LOG-PATH
            ACCEPT WS-KEYED-LOG-PATH FROM ENVIRONMENT 'KEYED_TRAN'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\RejReview.tmp'
                TO WS-TEMP-PATH
            ACCEPT WS-TEMP-PATH FROM ENVIRONMENT 'REJREVIEW_TEMP'
