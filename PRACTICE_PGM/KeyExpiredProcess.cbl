      *                KT-TOTAL at 9(10), so the first run after
      *                cutover has no prior-run base to variance
      *                against.
      * 10/15/2026 SWL The key file is no longer maintained by hand:
      *                LOTKEYGEN builds it each night from the lot
      *                balances, one record per lot with its expiry
      *                date and, new at columns 21-26, its lot number.
      *                An expired line's write-off transaction now
      *                carries that lot so the roll-forward clears the
      *                lot and it is not offered for write-off again;
      *                the unit code is written blank and the expiry
      *                zero. A key file without lot numbers still
      *                reads, and its write-offs go out unlotted.
      * 10/15/2026 SWL Product code widened from PIC 9(2) to PIC 9(6) in
      *                the shared record layouts; the working copies of
      *                it here follow, as does the product code on
      *                KeyTotalsHistory.txt (convert with PCODECONV
      *                FLAT, code at column 013).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyExpiredProcess.
                                    BPQ-PCODE-NAME BY PRODUCT-CODE
                                    BPQ-QTY-NAME BY QUANTITY.
      * SECOND VIEW OF THE SAME RECORD -- THE KEY FILE NOW CARRIES AN
      * EXPIRY DATE AND THE LOT NUMBER AFTER THE SHARED BRANCH/
      * PRODUCT/QUANTITY FIELDS.
       01 KEYFILE-DATED-REC.
           05 FILLER PIC X(12).
           05 KEY-EXPIRY-DATE PIC 9(8).
           05 KEY-LOT PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).
                                   TDN-QTY-NAME BY WOF-QTY
                                   TDN-TOBR-NAME BY WOF-TOBR
                                   TDN-REASON-NAME BY WOF-REASON
                                   TDN-LOT-NAME BY WOF-LOT
                                   TDN-UNIT-NAME BY WOF-UNIT
                                   TDN-EXPIRY-NAME BY WOF-EXPIRY.

       FD NEWBALANCE.
           COPY BRPRDQTY REPLACING BPQ-REC-NAME BY NEWBALANCE-FILE
           05 KT-DATE PIC 9(8).
           05 KT-TYPE PIC X(1).
           05 KT-BCODE PIC 9(3).
           05 KT-PCODE PIC 9(6).
           05 KT-TOTAL PIC 9(10).

       WORKING-STORAGE SECTION.

       01 WS-OLDKEY.
           05 WS-TEMP-BCODE PIC 9(3) VALUE ZERO.
           05 WS-TEMP-PCODE PIC 9(6) VALUE ZERO.
           05 WS-TEMP-QTY PIC 9(7) VALUE ZERO.
       01 WS-TEMP PIC 9(3) VALUE ZERO.

           05 WS-PRIOR-ENTRY OCCURS 300 TIMES.
               10 WS-PT-TYPE PIC X(1).
               10 WS-PT-BCODE PIC 9(3).
               10 WS-PT-PCODE PIC 9(6).
               10 WS-PT-TOTAL PIC 9(10).
       01 WS-PRIOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PT-IDX PIC 9(3).
       01 WS-TOT-EOF PIC A(1).
       01 WS-VT-TYPE PIC X(1).
       01 WS-VT-BCODE PIC 9(3).
       01 WS-VT-PCODE PIC 9(6).
       01 WS-VT-TOTAL PIC 9(10).
       01 WS-VT-PRIOR PIC 9(10).
       01 WS-VT-DIFF PIC S9(11).
       01 WS-NBAL-TABLE.
           05 WS-NBAL-ENTRY OCCURS 2000 TIMES.
               10 WS-NB-BCODE PIC 9(3).
               10 WS-NB-PCODE PIC 9(6).
               10 WS-NB-QTY PIC 9(7).
       01 WS-NBAL-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-NBAL-COUNT PIC 9(4) VALUE 2000.
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
                MOVE WS-NB-QTY(WS-NB-HIT) TO WOF-QTY
                MOVE ZERO TO WOF-TOBR
                MOVE WS-EXPIRY-REASON TO WOF-REASON
                MOVE KEY-LOT TO WOF-LOT
                MOVE SPACES TO WOF-UNIT
                MOVE ZERO TO WOF-EXPIRY
                WRITE WRITEOFF-REC
                ADD 1 TO WS-WRITEOFF-COUNT
            END-IF.
