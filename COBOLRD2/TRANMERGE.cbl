      *                its unit code for TRANEDIT's conversion
      *                rather than having it stripped and the cased
      *                quantity applied as eaches.
      * 10/15/2026 SWL The shared TDYTRAN layout now carries the unit
      *                code itself plus the lot expiry date (35
      *                bytes), so the private 27-byte "full record"
      *                views are gone -- the merge moves the copybook
      *                record whole and the expiry rides through to
      *                TRANEDIT the same way the unit code does.
      * 10/15/2026 SWL Merged-record buffer widened to the 39-byte
      *                TDYTRAN layout carrying the six-digit product
      *                code; the merge sequence follows the wider key.
      * 10/15/2026 SWL An extract may now carry its own 'HDR'/'TRL'
      *                control records, as the batches keyed through
      *                TRANENTRY do: they are never counted,
      *                fingerprinted or released as data, and an extract
      *                whose header or trailer is missing, or whose
      *                trailer count/quantity hash does not foot to its
      *                data records, is refused whole with a report line
      *                and a 'C' alert (condition code 4). Extracts
      *                without control records are taken as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMERGE.
                                   TDN-QTY-NAME BY EXT-QTY
                                   TDN-TOBR-NAME BY EXT-TOBR
                                   TDN-REASON-NAME BY EXT-REASON
                                   TDN-LOT-NAME BY EXT-LOT
                                   TDN-UNIT-NAME BY EXT-UNIT
                                   TDN-EXPIRY-NAME BY EXT-EXPIRY.
      * THE UNIT CODE (BLANK = EACHES) AND THE LOT EXPIRY RIDE
      * THROUGH THE MERGE UNTOUCHED -- TRANEDIT CONVERTS THE ONE AND
      * VALIDATES THE OTHER.

       FD MERGED-FILE.
       01 MERGED-REC PIC X(39).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
                                   TDN-QTY-NAME BY WRK-QTY
                                   TDN-TOBR-NAME BY WRK-TOBR
                                   TDN-REASON-NAME BY WRK-REASON
                                   TDN-LOT-NAME BY WRK-LOT
                                   TDN-UNIT-NAME BY WRK-UNIT
                                   TDN-EXPIRY-NAME BY WRK-EXPIRY.

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS PIC X(2).
       01 WS-FRG-DUP PIC X(1).
       01 WS-FP-BCODE PIC 9(3).
       01 WS-FP-FIRST PIC X(1).

      * CONTROL RECORDS ON AN EXTRACT -- A BATCH KEYED THROUGH
      * TRANENTRY ARRIVES WRAPPED IN ITS OWN 'HDR'/'TRL' RECORDS. THEY
      * ARE NEVER COUNTED OR RELEASED AS DATA, AND THE TRAILER'S COUNT
      * AND QUANTITY HASH MUST AGREE WITH THE DATA RECORDS FOOTED, OR
      * THE EXTRACT IS REFUSED AS BROKEN. AN EXTRACT WITHOUT CONTROL
      * RECORDS IS TAKEN AS BEFORE.
       01 WS-EXT-CONTROL PIC X(39).
       01 WS-EXT-TRL REDEFINES WS-EXT-CONTROL.
           05 WS-EXT-TRL-TAG PIC X(3).
           05 WS-EXT-TRL-COUNT PIC 9(7).
           05 WS-EXT-TRL-HASH PIC 9(9).
           05 FILLER PIC X(20).
       01 WS-EXT-HDR-SEEN PIC X(1).
       01 WS-EXT-TRL-SEEN PIC X(1).
       01 WS-EXT-CTL-BAD PIC X(1).
       01 WS-BROKEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.

      * MISSING-FEED CHECK -- THE BRANCHES THAT ACTUALLY DELIVERED

       RELEASE-ONE-FILE.
            PERFORM FINGERPRINT-PARA.
            IF WS-EXT-CTL-BAD = 'Y'
                PERFORM REFUSE-BROKEN-PARA
            ELSE IF WS-FILE-COUNT = ZERO
                CONTINUE
            ELSE
                PERFORM CHECK-FINGERPRINT-PARA
                    PERFORM RELEASE-RECORDS-PARA
                    PERFORM RECORD-FINGERPRINT-PARA
                END-IF
            END-IF END-IF.

       FINGERPRINT-PARA.
      *     FIRST PASS OVER THE EXTRACT -- FOOT IT WITHOUT RELEASING
            MOVE ZERO TO WS-FILE-QTY.
            MOVE ZERO TO WS-FP-BCODE.
            MOVE 'Y' TO WS-FP-FIRST.
            MOVE 'N' TO WS-EXT-HDR-SEEN.
            MOVE 'N' TO WS-EXT-TRL-SEEN.
            MOVE 'N' TO WS-EXT-CTL-BAD.
            MOVE 'N' TO WS-EXT-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-STATUS NOT = '00'
                READ EXTRACT-FILE
                    AT END MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                        PERFORM FOOT-ONE-RECORD
                END-READ
            END-PERFORM.
            IF WS-EXT-STATUS = '00' OR WS-EXT-STATUS = '10'
                CLOSE EXTRACT-FILE
            END-IF.
            IF WS-EXT-HDR-SEEN = 'Y' OR WS-EXT-TRL-SEEN = 'Y'
                IF WS-EXT-HDR-SEEN = 'N' OR WS-EXT-TRL-SEEN = 'N'
                    MOVE 'Y' TO WS-EXT-CTL-BAD
                ELSE IF WS-EXT-TRL-COUNT NOT = WS-FILE-COUNT OR
                    WS-EXT-TRL-HASH NOT = WS-FILE-QTY
                    MOVE 'Y' TO WS-EXT-CTL-BAD
                END-IF END-IF
            END-IF.

       FOOT-ONE-RECORD.
            MOVE EXTRACT-REC TO WS-EXT-CONTROL.
            IF WS-EXT-TRL-TAG = 'HDR'
                MOVE 'Y' TO WS-EXT-HDR-SEEN
            ELSE IF WS-EXT-TRL-TAG = 'TRL'
                MOVE 'Y' TO WS-EXT-TRL-SEEN
                IF WS-EXT-TRL-COUNT NOT NUMERIC OR
                    WS-EXT-TRL-HASH NOT NUMERIC
                    MOVE 'Y' TO WS-EXT-CTL-BAD
                END-IF
            ELSE
                ADD 1 TO WS-FILE-COUNT
                IF WS-FP-FIRST = 'Y' AND
                    EXT-BCODE IS NUMERIC
                    MOVE EXT-BCODE TO WS-FP-BCODE
                    MOVE 'N' TO WS-FP-FIRST
                END-IF
                IF EXT-QTY IS NUMERIC
                    ADD EXT-QTY TO WS-FILE-QTY
                        ON SIZE ERROR CONTINUE
                    END-ADD
                END-IF
            END-IF END-IF.

       REFUSE-BROKEN-PARA.
      *     A MISSING HEADER OR TRAILER, OR A TRAILER THAT DOES NOT
      *     FOOT, MEANS THE BATCH WAS CUT SHORT OR EDITED AFTER IT WAS
      *     RELEASED -- NONE OF IT IS TAKEN.
            ADD 1 TO WS-BROKEN-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING '*** BROKEN EXTRACT REFUSED *** '
                DELIMITED BY SIZE
                WS-EXTRACT-PATH DELIMITED BY '  '
                ' - CONTROL RECORDS DO NOT FOOT' DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.
            MOVE 'C' TO WS-ALERT-SEVERITY.
            MOVE SPACES TO WS-ALERT-TEXT.
            STRING 'BROKEN EXTRACT REFUSED - BRANCH '
                DELIMITED BY SIZE
                WS-FP-BCODE DELIMITED BY SIZE
                ' COUNT ' DELIMITED BY SIZE
                WS-FILE-COUNT DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            END-STRING.
            CALL 'ALERTLOG' USING WS-ALERT.

       CHECK-FINGERPRINT-PARA.
            MOVE 'N' TO WS-FRG-DUP.
                READ EXTRACT-FILE
                    AT END MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                        MOVE EXTRACT-REC TO WS-EXT-CONTROL
                        IF WS-EXT-TRL-TAG NOT = 'HDR' AND
                            WS-EXT-TRL-TAG NOT = 'TRL'
                            MOVE EXTRACT-REC TO WORK-REC
                            RELEASE WORK-REC
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EXT-STATUS = '00' OR WS-EXT-STATUS = '10'
                RETURN WORK-FILE
                    AT END MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                        MOVE WORK-REC TO MERGED-REC
                        WRITE MERGED-REC
                        ADD 1 TO WS-OUT-COUNT
                        IF WRK-QTY IS NUMERIC
