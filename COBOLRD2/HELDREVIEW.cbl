      *                with who, when, the original record, and the
      *                action. A 'V' view-only sign-on may look but
      *                not decide.
      * 10/15/2026 SWL Held-record buffers widened to the 35-byte
      *                TDYTRAN layout (unit code and lot expiry) so
      *                an approved receipt keeps its expiry date.
      * 10/15/2026 SWL Held-record buffers widened to the 39-byte
      *                TDYTRAN layout carrying the six-digit product
      *                code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDREVIEW.
       DATA DIVISION.
       FILE SECTION.
       FD HELD-FILE.
       01 HELD-REC PIC X(39).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(39).

       FD APPROVED-FILE.
           COPY TDYTRAN REPLACING TDN-REC-NAME BY APPROVED-REC
                                   TDN-QTY-NAME BY APP-QTY
                                   TDN-TOBR-NAME BY APP-TOBR
                                   TDN-REASON-NAME BY APP-REASON
                                   TDN-LOT-NAME BY APP-LOT
                                   TDN-UNIT-NAME BY APP-UNIT
                                   TDN-EXPIRY-NAME BY APP-EXPIRY.

       FD DECISION-LOG.
       01 DECISION-LOG-REC.
           05 DCN-DATE PIC 9(8).
           05 DCN-TIME PIC 9(8).
           05 DCN-USER-ID PIC X(10).
           05 DCN-ORIGINAL PIC X(39).
           05 DCN-ACTION PIC X(1).
           05 DCN-CODE PIC X(3).

