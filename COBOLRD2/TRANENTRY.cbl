      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: BRANCH CLERK TRANSACTION ENTRY SESSION
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- branch movements only ever
      *                reached us as extract files that nobody checked
      *                until TRANEDIT ran at night, so a mistyped
      *                product or an unknown reason cost the branch a
      *                day. The clerk now signs on through the shared
      *                SIGNON subprogram (a 'V' view-only sign-on is
      *                refused), names the branch the batch is for,
      *                and keys issues (1), receipts (2), transfers
      *                out (4) and reason-coded adjustments (5) one by
      *                one. Each entry is checked on the spot the same
      *                way the pre-edit will check it -- branch,
      *                product (an old two-digit code is mapped
      *                through PCODEXREF, a superseded code followed
      *                through SUPERSEDE), reason (ReasonCode.txt),
      *                unit of measure (UomMaster.txt), stocking
      *                profile (StockProfile.txt) and to-branch --
      *                with the product's current on-hand from the
      *                balance master shown before the clerk accepts
      *                it. Accepted entries are held in storage in
      *                product order; the batch can be listed and an
      *                entry deleted before it goes. Closing the batch
      *                shows its control total (entry count and
      *                quantity total as keyed), which the clerk must
      *                match from the batch slip before it is
      *                released: the batch is then written in the
      *                shared TDYTRAN layout wrapped in the 'HDR'
      *                (business date) and 'TRL' (count + quantity
      *                hash) control records the pre-edit demands, to
      *                its own ClerkBatch file, and the file is added
      *                to BranchExtractList.txt so TRANMERGE takes it
      *                into that night's feed like any branch extract.
      *                RETURN-CODE 12 sign-on failed or view-only, 4
      *                the session ended with unreleased entries
      *                abandoned or a released batch could not be
      *                added to the extract list, 16 a master is
      *                larger than its table.
      * 10/15/2026 SWL A released batch now also appends each entry,
      *                with the signed-on user id and the time of
      *                release, to KeyedTran.txt (KEYEDTRAN layout),
      *                so SODCHECK can tell when the same user later
      *                releases a held or rejected transaction they
      *                keyed. A log that cannot be opened is said on
      *                the screen and does not undo the release.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANENTRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BATCH-FILE ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAT-STATUS.
           SELECT EXTRACT-LIST ASSIGN TO DYNAMIC WS-EXTRACT-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LST-STATUS.
           SELECT KEYED-LOG ASSIGN TO DYNAMIC WS-KEYED-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYT-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REASON-MASTER ASSIGN TO DYNAMIC
           WS-REASON-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSN-STATUS.
           SELECT UOM-MASTER ASSIGN TO DYNAMIC WS-UOM-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UOM-STATUS.
           SELECT PROFILE-MASTER ASSIGN TO DYNAMIC
           WS-PROFILE-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPF-STATUS.
           SELECT BALMASTER ASSIGN TO DYNAMIC WS-BALMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-KEY
           ALTERNATE RECORD KEY IS BAL-PCODE WITH DUPLICATES
           FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-FILE.
      * WIDE ENOUGH FOR THE 'HDR'/'TRL' CONTROL RECORDS AS WELL AS
      * THE 39-BYTE TDYTRAN DATA RECORD.
       01 BATCH-REC PIC X(39).

       FD EXTRACT-LIST.
       01 EXTRACT-LIST-REC PIC X(60).

       FD KEYED-LOG.
           COPY KEYEDTRAN REPLACING KYT-REC-NAME BY KEYED-LOG-REC
                                     KYT-DATE-NAME BY KYT-DATE
                                     KYT-TIME-NAME BY KYT-TIME
                                     KYT-USER-ID-NAME BY KYT-USER-ID
                                     KYT-PROGRAM-NAME BY KYT-PROGRAM
                                     KYT-TRAN-NAME BY KYT-TRAN.

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

       FD REASON-MASTER.
           COPY REASONMST REPLACING RSN-REC-NAME BY REASON-MASTER-REC
                                     RSN-CODE-NAME BY RM-REASON-CODE
                                     RSN-DESC-NAME BY RM-REASON-DESC.

       FD UOM-MASTER.
           COPY UOMMST REPLACING UOM-REC-NAME BY UOM-MASTER-REC
                                  UOM-PCODE-NAME BY UM-PRODUCT-CODE
                                  UOM-UNIT-NAME BY UM-UNIT-CODE
                                  UOM-FACTOR-NAME BY UM-EACH-FACTOR.

       FD PROFILE-MASTER.
           COPY STOCKPROF REPLACING SPF-REC-NAME BY PROFILE-MASTER-REC
                                     SPF-BCODE-NAME BY SPF-BCODE
                                     SPF-PCODE-NAME BY SPF-PCODE
                                     SPF-MIN-NAME BY SPF-MIN
                                     SPF-MAX-NAME BY SPF-MAX
                                     SPF-STOCKED-NAME BY SPF-STOCKED.

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

       WORKING-STORAGE SECTION.
       01 WS-BAT-STATUS PIC X(2).
       01 WS-LST-STATUS PIC X(2).
       01 WS-KYT-STATUS PIC X(2).
       01 WS-RSN-STATUS PIC X(2).
       01 WS-UOM-STATUS PIC X(2).
       01 WS-SPF-STATUS PIC X(2).
       01 WS-BAL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-RUN-TIME PIC 9(8).

       01 WS-BATCH-DIR PIC X(40).
       01 WS-BATCH-PATH PIC X(60).
       01 WS-EXTRACT-LIST-PATH PIC X(60).
       01 WS-KEYED-LOG-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-PRODUCT-MASTER-PATH PIC X(60).
       01 WS-REASON-MASTER-PATH PIC X(60).
       01 WS-UOM-MASTER-PATH PIC X(60).
       01 WS-PROFILE-MASTER-PATH PIC X(60).
       01 WS-BALMASTER-PATH PIC X(60).

       01 WS-AGAIN PIC A(3) VALUE 'YES'.
       01 WS-MENU-CHOICE PIC X(1).
       01 WS-IN-BCODE-X PIC X(3).
       01 WS-IN-BCODE PIC 9(3).
       01 WS-IN-PCODE-X PIC X(6).
       01 WS-IN-PCODE PIC 9(6).
       01 WS-IN-OPTION PIC X(1).
       01 WS-IN-QTY PIC 9(7).
       01 WS-IN-TOBR PIC 9(3).
       01 WS-IN-REASON PIC X(3).
       01 WS-IN-UNIT PIC X(2).
       01 WS-IN-LOT PIC X(6).
       01 WS-IN-EXPIRY-X PIC X(8).
       01 WS-IN-EXPIRY PIC 9(8).
       01 WS-IN-EXPIRY-PARTS REDEFINES WS-IN-EXPIRY.
           05 WS-IN-EXP-YYYY PIC 9(4).
           05 WS-IN-EXP-MM PIC 9(2).
           05 WS-IN-EXP-DD PIC 9(2).
       01 WS-IN-LINE PIC 9(3).
       01 WS-IN-COUNT PIC 9(7).
       01 WS-IN-HASH PIC 9(9).
       01 WS-CONFIRM PIC X(1).
       01 WS-ENTRY-OK PIC X(1).
       01 WS-OPTION-TEXT PIC X(12).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * THE BRANCH THIS SESSION'S BATCHES ARE FOR -- AN EXTRACT IS
      * ONE BRANCH'S DAY, AND TRANMERGE FINGERPRINTS IT BY THE BRANCH
      * OF ITS FIRST RECORD.
       01 WS-BATCH-BCODE PIC 9(3).
       01 WS-BATCH-BNAME PIC X(20).

      * THE BATCH BEING KEYED, ONE ENTRY PER TDYTRAN RECORD IN THE
      * SHARED LAYOUT AND KEPT IN PRODUCT ORDER BY SORTED INSERTION,
      * SO IT GOES OUT IN THE BRANCH/PRODUCT SEQUENCE THE PRE-EDIT
      * CHECKS. THE UNIT CODE IS KEPT AS KEYED -- TRANEDIT CONVERTS
      * IT -- AND THE CONTROL TOTAL IS FOOTED ON THE KEYED QUANTITY,
      * WHICH IS WHAT THE PRE-EDIT CHECKS THE TRAILER AGAINST.
       01 WS-BATCH-TABLE.
           05 WS-BT-ENTRY OCCURS 500 TIMES.
               10 WS-BT-BCODE PIC 9(3).
               10 WS-BT-PCODE PIC 9(6).
               10 WS-BT-OPTION PIC 9.
               10 WS-BT-QTY PIC 9(7).
               10 WS-BT-TOBR PIC 9(3).
               10 WS-BT-REASON PIC X(3).
               10 WS-BT-LOT PIC X(6).
               10 WS-BT-UNIT PIC X(2).
               10 WS-BT-EXPIRY PIC 9(8).
       01 WS-BATCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-BATCH-COUNT PIC 9(3) VALUE 500.
       01 WS-BT-IDX PIC 9(3).
       01 WS-BT-MOVE PIC 9(3).
       01 WS-BT-SUB PIC 9(3).
       01 WS-BATCH-HASH PIC 9(9) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NEW-ENTRY.
           05 WS-NE-BCODE PIC 9(3).
           05 WS-NE-PCODE PIC 9(6).
           05 WS-NE-OPTION PIC 9.
           05 WS-NE-QTY PIC 9(7).
           05 WS-NE-TOBR PIC 9(3).
           05 WS-NE-REASON PIC X(3).
           05 WS-NE-LOT PIC X(6).
           05 WS-NE-UNIT PIC X(2).
           05 WS-NE-EXPIRY PIC 9(8).
       01 WS-DUP-FOUND PIC X(1).

       01 WS-HDR-REC.
           05 FILLER PIC X(3) VALUE 'HDR'.
           05 WS-HDR-DATE PIC 9(8).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-TRL-REC.
           05 FILLER PIC X(3) VALUE 'TRL'.
           05 WS-TRL-COUNT PIC 9(7).
           05 WS-TRL-HASH PIC 9(9).
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-ON-HAND PIC 9(7).

      * OLD-TO-NEW PRODUCT CODE MAPPING DURING THE TRANSITION TO
      * SIX-DIGIT CODES, THROUGH THE SHARED PCODEXREF LOOKUP.
       01 WS-PCODE-XREF.
           05 WS-PXR-DATE PIC 9(8).
           05 WS-PXR-PCODE PIC 9(6).
           05 WS-PXR-NEW-PCODE PIC 9(6).
           05 WS-PXR-RESULT PIC X(1).

      * A SUPERSEDED CODE IS TAKEN ON ITS LIVE REPLACEMENT, THROUGH
      * THE SHARED SUPERSEDE LOOKUP, SO THE CLERK SEES THE PRODUCT
      * AND BALANCE THE MOVEMENT WILL ACTUALLY HIT.
       01 WS-SUPERSEDE-REQUEST.
           05 WS-SUP-DATE PIC 9(8).
           05 WS-SUP-PCODE PIC 9(6).
           05 WS-SUP-NEW-PCODE PIC 9(6).
           05 WS-SUP-RESULT PIC X(1).

      * LOOKUP TABLES KEPT IN CODE ORDER BY SORTED INSERTION AND
      * SEARCHED WITH A BINARY SEARCH, THE SAME AS BALINQUIRY.
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
       01 WS-BRANCH-FOUND PIC X(1).

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
       01 WS-PRODUCT-FOUND PIC X(1).

       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 WS-RSN-CODE PIC X(3).
               10 WS-RSN-DESC PIC X(20).
       01 WS-REASON-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-REASON-COUNT PIC 9(2) VALUE 50.
       01 WS-RSN-IDX PIC 9(2).
       01 WS-RSN-HIT PIC 9(2).
       01 WS-RSNMST-EOF PIC A(1) VALUE 'N'.

       01 WS-UOM-TABLE.
           05 WS-UOM-ENTRY OCCURS 200 TIMES.
               10 WS-UOM-PCODE PIC 9(6).
               10 WS-UOM-UNIT PIC X(2).
               10 WS-UOM-FACTOR PIC 9(5).
       01 WS-UOM-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-UOM-COUNT PIC 9(3) VALUE 200.
       01 WS-UOM-IDX PIC 9(3).
       01 WS-UOM-HIT PIC 9(3).
       01 WS-UOMMST-EOF PIC A(1) VALUE 'N'.
       01 WS-UOM-RESULT PIC 9(9).

      * ONLY THE BRANCH/PRODUCT PAIRS THE STOCKING PROFILE FLAGS 'N'
      * ARE KEPT, AS IN THE PRE-EDIT; A PAIR NOT IN THE TABLE IS
      * ASSUMED STOCKED.
       01 WS-NOSTOCK-TABLE.
           05 WS-NOSTOCK-ENTRY OCCURS 2000 TIMES.
               10 WS-NS-BCODE PIC 9(3).
               10 WS-NS-PCODE PIC 9(6).
       01 WS-NOSTOCK-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-NOSTOCK-COUNT PIC 9(4) VALUE 2000.
       01 WS-NS-IDX PIC 9(4).
       01 WS-NOSTOCK-HIT PIC X(1).
       01 WS-SPFMST-EOF PIC A(1) VALUE 'N'.

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
            CALL 'SIGNON' USING WS-SIGNON.
            IF WS-SO-RESULT NOT = '0'
                DISPLAY "SIGN-ON FAILED - TRANSACTION ENTRY NOT STARTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-SO-PERM = 'V'
                DISPLAY "VIEW-ONLY SIGN-ON - TRANSACTION ENTRY NEEDS "
                    "UPDATE PERMISSION"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REASON-MASTER.
            PERFORM LOAD-UOM-MASTER.
            PERFORM LOAD-PROFILE-MASTER.
            MOVE 'N' TO WS-BRANCH-FOUND.
            PERFORM UNTIL WS-BRANCH-FOUND = 'Y'
                DISPLAY "ENTER BRANCH CODE FOR THIS BATCH"
                PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT
            END-PERFORM.
            MOVE WS-IN-BCODE TO WS-BATCH-BCODE.
            MOVE WS-BRANCH-NAME TO WS-BATCH-BNAME.
            PERFORM MENU-PARA UNTIL WS-AGAIN NOT = 'YES'.
            STOP RUN.

       MENU-PARA.
            DISPLAY "TRANSACTION ENTRY - BRANCH " WS-BATCH-BCODE " "
                WS-BATCH-BNAME " - BUSINESS DATE " WS-RUN-DATE.
            DISPLAY "  BATCH HOLDS " WS-BATCH-COUNT " ENTRIES".
            DISPLAY "  1 KEY AN ENTRY".
            DISPLAY "  2 LIST THE BATCH".
            DISPLAY "  3 DELETE AN ENTRY".
            DISPLAY "  4 CLOSE AND RELEASE THE BATCH".
            DISPLAY "  9 EXIT".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN '1'
                    PERFORM KEY-ENTRY-PARA THRU KEY-ENTRY-EXIT
                WHEN '2'
                    PERFORM LIST-BATCH-PARA
                WHEN '3'
                    PERFORM DELETE-ENTRY-PARA THRU DELETE-ENTRY-EXIT
                WHEN '4'
                    PERFORM CLOSE-BATCH-PARA THRU CLOSE-BATCH-EXIT
                WHEN '9'
                    PERFORM EXIT-SESSION-PARA
                WHEN OTHER
                    DISPLAY "INVALID CHOICE - ENTER 1, 2, 3, 4 OR 9"
            END-EVALUATE.

       KEY-ENTRY-PARA.
            IF WS-BATCH-COUNT >= MAX-BATCH-COUNT
                DISPLAY "BATCH IS FULL AT " MAX-BATCH-COUNT
                    " ENTRIES - CLOSE AND RELEASE IT FIRST"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            MOVE WS-BATCH-BCODE TO WS-NE-BCODE.
            MOVE ZERO TO WS-NE-TOBR.
            MOVE SPACES TO WS-NE-REASON.
            MOVE SPACES TO WS-NE-LOT.
            MOVE SPACES TO WS-NE-UNIT.
            MOVE ZERO TO WS-NE-EXPIRY.
            DISPLAY "ENTER OPTION - 1 ISSUE, 2 RECEIPT, 4 TRANSFER "
                "OUT, 5 ADJUSTMENT".
            ACCEPT WS-IN-OPTION.
            IF WS-IN-OPTION NOT = '1' AND WS-IN-OPTION NOT = '2' AND
                WS-IN-OPTION NOT = '4' AND WS-IN-OPTION NOT = '5'
                DISPLAY "INVALID OPTION - ENTER 1, 2, 4 OR 5"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            MOVE WS-IN-OPTION TO WS-NE-OPTION.
            PERFORM SET-OPTION-TEXT.
            DISPLAY "ENTER PRODUCT CODE".
            ACCEPT WS-IN-PCODE-X.
            IF WS-IN-PCODE-X IS NOT NUMERIC
                DISPLAY "INVALID PRODUCT - ENTER A 6-DIGIT CODE"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            MOVE WS-IN-PCODE-X TO WS-IN-PCODE.
            PERFORM MAP-PRODUCT-PARA THRU MAP-PRODUCT-EXIT.
            IF WS-ENTRY-OK NOT = 'Y'
                GO TO KEY-ENTRY-EXIT
            END-IF.
            PERFORM FIND-PRODUCT-DESC.
            IF WS-PRODUCT-FOUND NOT = 'Y'
                DISPLAY "PRODUCT " WS-IN-PCODE " NOT ON THE PRODUCT "
                    "MASTER OR INACTIVE"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            MOVE WS-IN-PCODE TO WS-NE-PCODE.
            IF WS-NE-OPTION = 2
                PERFORM CHECK-NOSTOCK-PARA
                IF WS-NOSTOCK-HIT = 'Y'
                    DISPLAY "BRANCH " WS-BATCH-BCODE " DOES NOT STOCK "
                        "PRODUCT " WS-IN-PCODE " - RECEIPT REFUSED"
                    GO TO KEY-ENTRY-EXIT
                END-IF
            END-IF.
            MOVE WS-BATCH-BCODE TO BAL-BCODE.
            MOVE WS-IN-PCODE TO BAL-PCODE.
            PERFORM FIND-ON-HAND-PARA.
            DISPLAY "  " WS-IN-PCODE "  " WS-PRODUCT-DESC
                "  ON HAND " WS-ON-HAND.
            IF WS-NE-OPTION = 5
                DISPLAY "ENTER COUNTED QUANTITY (THE NEW BALANCE)"
            ELSE
                DISPLAY "ENTER QUANTITY"
            END-IF.
            ACCEPT WS-IN-QTY.
      *     AN ADJUSTMENT SETS THE BALANCE, SO ZERO IS A REAL COUNT;
      *     EVERY OTHER MOVEMENT MUST MOVE SOMETHING.
            IF WS-IN-QTY = ZERO AND WS-NE-OPTION NOT = 5
                DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            MOVE WS-IN-QTY TO WS-NE-QTY.
            IF WS-NE-OPTION NOT = 5
                PERFORM ACCEPT-UNIT-PARA THRU ACCEPT-UNIT-EXIT
                IF WS-ENTRY-OK NOT = 'Y'
                    GO TO KEY-ENTRY-EXIT
                END-IF
            END-IF.
            IF WS-NE-OPTION = 4
                DISPLAY "ENTER RECEIVING BRANCH CODE"
                PERFORM ACCEPT-BRANCH-PARA THRU ACCEPT-BRANCH-EXIT
                IF WS-BRANCH-FOUND NOT = 'Y'
                    GO TO KEY-ENTRY-EXIT
                END-IF
                IF WS-IN-BCODE = WS-BATCH-BCODE
                    DISPLAY "A BRANCH CANNOT TRANSFER TO ITSELF"
                    GO TO KEY-ENTRY-EXIT
                END-IF
                MOVE WS-IN-BCODE TO WS-NE-TOBR
                DISPLAY "  TO " WS-IN-BCODE " " WS-BRANCH-NAME
            END-IF.
            IF WS-NE-OPTION = 5
                PERFORM ACCEPT-REASON-PARA THRU ACCEPT-REASON-EXIT
                IF WS-ENTRY-OK NOT = 'Y'
                    GO TO KEY-ENTRY-EXIT
                END-IF
            END-IF.
            IF WS-NE-OPTION = 1 OR WS-NE-OPTION = 2
                PERFORM ACCEPT-LOT-PARA THRU ACCEPT-LOT-EXIT
                IF WS-ENTRY-OK NOT = 'Y'
                    GO TO KEY-ENTRY-EXIT
                END-IF
            END-IF.
            PERFORM CHECK-DUPLICATE-PARA.
            IF WS-DUP-FOUND = 'Y'
                DISPLAY "SAME AS AN ENTRY ALREADY IN THE BATCH - THE "
                    "NIGHT RUN WOULD DROP IT; KEY ONE ENTRY FOR THE "
                    "TOTAL QUANTITY"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            DISPLAY "-------------------------------------------------".
            DISPLAY "  " WS-OPTION-TEXT " " WS-NE-QTY " "
                WS-NE-UNIT " OF " WS-NE-PCODE " " WS-PRODUCT-DESC.
            IF WS-NE-OPTION = 1 AND WS-UOM-RESULT > WS-ON-HAND
                DISPLAY "  WARNING - MORE THAN THE " WS-ON-HAND
                    " ON HAND AT LAST NIGHT'S RUN"
            END-IF.
            IF WS-NE-OPTION = 4 AND WS-UOM-RESULT > WS-ON-HAND
                DISPLAY "  WARNING - MORE THAN THE " WS-ON-HAND
                    " ON HAND AT LAST NIGHT'S RUN"
            END-IF.
            DISPLAY "ACCEPT THIS ENTRY (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "ENTRY NOT TAKEN"
                GO TO KEY-ENTRY-EXIT
            END-IF.
            PERFORM ADD-BATCH-ENTRY.
            DISPLAY "ENTRY TAKEN - BATCH HOLDS " WS-BATCH-COUNT
                " ENTRIES".
       KEY-ENTRY-EXIT.
            EXIT.

       MAP-PRODUCT-PARA.
      *     A TWO-DIGIT CODE IS A RETIRED CODE STILL ON THE BRANCH'S
      *     PAPERWORK DURING THE TRANSITION, AND A SUPERSEDED CODE HAS
      *     A LIVE REPLACEMENT. EITHER WAY THE ENTRY IS TAKEN ON THE
      *     CODE THE PRE-EDIT WOULD MOVE IT TO, SO THE CLERK SEES THE
      *     BALANCE THE MOVEMENT WILL HIT.
            MOVE 'N' TO WS-ENTRY-OK.
            MOVE WS-RUN-DATE TO WS-PXR-DATE.
            MOVE WS-IN-PCODE TO WS-PXR-PCODE.
            CALL 'PCODEXREF' USING WS-PCODE-XREF.
            IF WS-PXR-RESULT = '1'
                DISPLAY "OLD PRODUCT CODE " WS-IN-PCODE
                    " - NOW PRODUCT " WS-PXR-NEW-PCODE
                MOVE WS-PXR-NEW-PCODE TO WS-IN-PCODE
            ELSE IF WS-PXR-RESULT = '7'
                DISPLAY "OLD PRODUCT CODE " WS-IN-PCODE
                    " - TRANSITION ENDED, KEY THE NEW CODE"
                GO TO MAP-PRODUCT-EXIT
            ELSE IF WS-PXR-RESULT = '8' OR WS-PXR-RESULT = '9'
                DISPLAY "OLD PRODUCT CODE " WS-IN-PCODE
                    " NOT ON THE CROSS-REFERENCE"
                GO TO MAP-PRODUCT-EXIT
            END-IF END-IF END-IF.
            MOVE WS-RUN-DATE TO WS-SUP-DATE.
            MOVE WS-IN-PCODE TO WS-SUP-PCODE.
            CALL 'SUPERSEDE' USING WS-SUPERSEDE-REQUEST.
            IF WS-SUP-RESULT = '1'
                DISPLAY "PRODUCT " WS-IN-PCODE " REPLACED BY "
                    WS-SUP-NEW-PCODE " - ENTRY TAKEN ON "
                    WS-SUP-NEW-PCODE
                MOVE WS-SUP-NEW-PCODE TO WS-IN-PCODE
            END-IF.
            MOVE 'Y' TO WS-ENTRY-OK.
       MAP-PRODUCT-EXIT.
            EXIT.

       ACCEPT-UNIT-PARA.
      *     BLANK OR 'EA' IS EACHES; ANY OTHER UNIT MUST HAVE A ROW
      *     FOR THIS PRODUCT ON THE CONVERSION MASTER, AND THE
      *     QUANTITY IN EACHES MUST STILL FIT THE FEED FIELD.
            MOVE 'N' TO WS-ENTRY-OK.
            MOVE WS-NE-QTY TO WS-UOM-RESULT.
            DISPLAY "ENTER UNIT CODE (BLANK OR EA = EACHES)".
            MOVE SPACES TO WS-IN-UNIT.
            ACCEPT WS-IN-UNIT.
            IF WS-IN-UNIT = SPACES OR WS-IN-UNIT = 'EA'
                MOVE 'Y' TO WS-ENTRY-OK
                GO TO ACCEPT-UNIT-EXIT
            END-IF.
            MOVE ZERO TO WS-UOM-HIT.
            PERFORM VARYING WS-UOM-IDX FROM 1 BY 1
                UNTIL WS-UOM-IDX > WS-UOM-COUNT OR WS-UOM-HIT > ZERO
                IF WS-UOM-PCODE(WS-UOM-IDX) = WS-NE-PCODE AND
                    WS-UOM-UNIT(WS-UOM-IDX) = WS-IN-UNIT
                    MOVE WS-UOM-IDX TO WS-UOM-HIT
                END-IF
            END-PERFORM.
            IF WS-UOM-HIT = ZERO
                DISPLAY "UNIT " WS-IN-UNIT " NOT ON THE UNIT MASTER "
                    "FOR PRODUCT " WS-NE-PCODE
                GO TO ACCEPT-UNIT-EXIT
            END-IF.
            COMPUTE WS-UOM-RESULT = WS-NE-QTY *
                WS-UOM-FACTOR(WS-UOM-HIT).
            IF WS-UOM-RESULT > 9999999
                DISPLAY "QUANTITY IN EACHES " WS-UOM-RESULT
                    " IS OVER THE FIELD WIDTH - SPLIT THE ENTRY"
                GO TO ACCEPT-UNIT-EXIT
            END-IF.
            MOVE WS-IN-UNIT TO WS-NE-UNIT.
            DISPLAY "  " WS-NE-QTY " " WS-IN-UNIT " = "
                WS-UOM-RESULT " EACHES".
            MOVE 'Y' TO WS-ENTRY-OK.
       ACCEPT-UNIT-EXIT.
            EXIT.

       ACCEPT-REASON-PARA.
            MOVE 'N' TO WS-ENTRY-OK.
            DISPLAY "ENTER ADJUSTMENT REASON CODE".
            MOVE SPACES TO WS-IN-REASON.
            ACCEPT WS-IN-REASON.
            MOVE ZERO TO WS-RSN-HIT.
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > WS-REASON-COUNT OR WS-RSN-HIT > ZERO
                IF WS-RSN-CODE(WS-RSN-IDX) = WS-IN-REASON
                    MOVE WS-RSN-IDX TO WS-RSN-HIT
                END-IF
            END-PERFORM.
            IF WS-RSN-HIT = ZERO
                DISPLAY "REASON " WS-IN-REASON " NOT ON THE REASON "
                    "MASTER"
                GO TO ACCEPT-REASON-EXIT
            END-IF.
            MOVE WS-IN-REASON TO WS-NE-REASON.
            DISPLAY "  REASON " WS-IN-REASON " "
                WS-RSN-DESC(WS-RSN-HIT).
            MOVE 'Y' TO WS-ENTRY-OK.
       ACCEPT-REASON-EXIT.
            EXIT.

       ACCEPT-LOT-PARA.
      *     THE LOT IS OPTIONAL. ONLY A LOT RECEIPT CAN CARRY AN
      *     EXPIRY, CHECKED FOR SHAPE THE SAME WAY THE PRE-EDIT DOES
      *     (MONTH 01-12, DAY 01-31); BLANK OR ZERO IS NO EXPIRY.
            MOVE 'N' TO WS-ENTRY-OK.
            DISPLAY "ENTER LOT NUMBER (BLANK = NOT LOT-TRACKED)".
            MOVE SPACES TO WS-IN-LOT.
            ACCEPT WS-IN-LOT.
            MOVE WS-IN-LOT TO WS-NE-LOT.
            IF WS-NE-OPTION = 2 AND WS-IN-LOT NOT = SPACES
                DISPLAY "ENTER EXPIRY DATE YYYYMMDD (BLANK = NONE)"
                MOVE SPACES TO WS-IN-EXPIRY-X
                ACCEPT WS-IN-EXPIRY-X
                IF WS-IN-EXPIRY-X NOT = SPACES
                    IF WS-IN-EXPIRY-X IS NOT NUMERIC
                        DISPLAY "INVALID EXPIRY DATE - ENTER YYYYMMDD"
                        GO TO ACCEPT-LOT-EXIT
                    END-IF
                    MOVE WS-IN-EXPIRY-X TO WS-IN-EXPIRY
                    IF WS-IN-EXPIRY NOT = ZERO
                        IF WS-IN-EXP-MM < 1 OR WS-IN-EXP-MM > 12 OR
                            WS-IN-EXP-DD < 1 OR WS-IN-EXP-DD > 31
                            DISPLAY "INVALID EXPIRY DATE - ENTER "
                                "YYYYMMDD"
                            GO TO ACCEPT-LOT-EXIT
                        END-IF
                    END-IF
                    MOVE WS-IN-EXPIRY TO WS-NE-EXPIRY
                END-IF
            END-IF.
            MOVE 'Y' TO WS-ENTRY-OK.
       ACCEPT-LOT-EXIT.
            EXIT.

       CHECK-DUPLICATE-PARA.
      *     THE PRE-EDIT DROPS AN EXACT DUPLICATE OF THE PRECEDING
      *     RECORD, AND THE BATCH GOES OUT IN PRODUCT ORDER, SO TWO
      *     IDENTICAL ENTRIES WOULD LOSE ONE AT NIGHT.
            MOVE 'N' TO WS-DUP-FOUND.
            PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                UNTIL WS-BT-IDX > WS-BATCH-COUNT OR WS-DUP-FOUND = 'Y'
                IF WS-BT-ENTRY(WS-BT-IDX) = WS-NEW-ENTRY
                    MOVE 'Y' TO WS-DUP-FOUND
                END-IF
            END-PERFORM.

       ADD-BATCH-ENTRY.
      *     SORTED INSERTION ON PRODUCT CODE; AN ENTRY FOR A PRODUCT
      *     ALREADY IN THE BATCH GOES AFTER THE EARLIER ONES.
            MOVE WS-BATCH-COUNT TO WS-BT-MOVE.
            ADD 1 TO WS-BATCH-COUNT.
            PERFORM UNTIL WS-BT-MOVE < 1 OR
                WS-BT-PCODE(WS-BT-MOVE) NOT > WS-NE-PCODE
                COMPUTE WS-BT-SUB = WS-BT-MOVE + 1
                MOVE WS-BT-ENTRY(WS-BT-MOVE) TO WS-BT-ENTRY(WS-BT-SUB)
                SUBTRACT 1 FROM WS-BT-MOVE
            END-PERFORM.
            COMPUTE WS-BT-SUB = WS-BT-MOVE + 1.
            MOVE WS-NEW-ENTRY TO WS-BT-ENTRY(WS-BT-SUB).
            ADD WS-NE-QTY TO WS-BATCH-HASH.

       LIST-BATCH-PARA.
            DISPLAY "BATCH FOR BRANCH " WS-BATCH-BCODE " "
                WS-BATCH-BNAME.
            IF WS-BATCH-COUNT = ZERO
                DISPLAY "  NO ENTRIES"
            ELSE
                DISPLAY "  LN  OPTION       PRODUCT DESCRIPTION"
                    "           QUANTITY UN TO  RSN LOT    EXPIRY"
                PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                    UNTIL WS-BT-IDX > WS-BATCH-COUNT
                    MOVE WS-BT-OPTION(WS-BT-IDX) TO WS-IN-OPTION
                    PERFORM SET-OPTION-TEXT
                    MOVE WS-BT-PCODE(WS-BT-IDX) TO WS-IN-PCODE
                    PERFORM FIND-PRODUCT-DESC
                    DISPLAY "  " WS-BT-IDX " " WS-OPTION-TEXT " "
                        WS-BT-PCODE(WS-BT-IDX) " "
                        WS-PRODUCT-DESC " "
                        WS-BT-QTY(WS-BT-IDX) " "
                        WS-BT-UNIT(WS-BT-IDX) " "
                        WS-BT-TOBR(WS-BT-IDX) " "
                        WS-BT-REASON(WS-BT-IDX) " "
                        WS-BT-LOT(WS-BT-IDX) " "
                        WS-BT-EXPIRY(WS-BT-IDX)
                END-PERFORM
                DISPLAY "  " WS-BATCH-COUNT " ENTRIES, QUANTITY "
                    "TOTAL " WS-BATCH-HASH
            END-IF.

       DELETE-ENTRY-PARA.
            IF WS-BATCH-COUNT = ZERO
                DISPLAY "THE BATCH IS EMPTY"
                GO TO DELETE-ENTRY-EXIT
            END-IF.
            DISPLAY "ENTER LINE NUMBER TO DELETE (SEE THE LIST)".
            ACCEPT WS-IN-LINE.
            IF WS-IN-LINE < 1 OR WS-IN-LINE > WS-BATCH-COUNT
                DISPLAY "NO LINE " WS-IN-LINE " IN THE BATCH"
                GO TO DELETE-ENTRY-EXIT
            END-IF.
            MOVE WS-BT-OPTION(WS-IN-LINE) TO WS-IN-OPTION.
            PERFORM SET-OPTION-TEXT.
            DISPLAY "DELETE " WS-OPTION-TEXT " "
                WS-BT-QTY(WS-IN-LINE) " OF " WS-BT-PCODE(WS-IN-LINE)
                " (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "LINE " WS-IN-LINE " KEPT"
                GO TO DELETE-ENTRY-EXIT
            END-IF.
            SUBTRACT WS-BT-QTY(WS-IN-LINE) FROM WS-BATCH-HASH.
            PERFORM VARYING WS-BT-IDX FROM WS-IN-LINE BY 1
                UNTIL WS-BT-IDX >= WS-BATCH-COUNT
                COMPUTE WS-BT-SUB = WS-BT-IDX + 1
                MOVE WS-BT-ENTRY(WS-BT-SUB) TO WS-BT-ENTRY(WS-BT-IDX)
            END-PERFORM.
            SUBTRACT 1 FROM WS-BATCH-COUNT.
            DISPLAY "LINE " WS-IN-LINE " DELETED - BATCH HOLDS "
                WS-BATCH-COUNT " ENTRIES".
       DELETE-ENTRY-EXIT.
            EXIT.

       CLOSE-BATCH-PARA.
      *     THE CLERK FOOTS THE BATCH SLIP INDEPENDENTLY; ONLY WHEN
      *     BOTH THE ENTRY COUNT AND THE QUANTITY TOTAL AGREE WITH
      *     WHAT WAS KEYED IS THE BATCH RELEASED. A MISMATCH MEANS AN
      *     ENTRY WAS MISSED, KEYED TWICE OR MISKEYED -- LIST THE
      *     BATCH, CORRECT IT AND CLOSE AGAIN.
            IF WS-BATCH-COUNT = ZERO
                DISPLAY "THE BATCH IS EMPTY - NOTHING TO RELEASE"
                GO TO CLOSE-BATCH-EXIT
            END-IF.
            DISPLAY "ENTER THE NUMBER OF ENTRIES ON THE BATCH SLIP".
            ACCEPT WS-IN-COUNT.
            DISPLAY "ENTER THE QUANTITY TOTAL ON THE BATCH SLIP".
            ACCEPT WS-IN-HASH.
            IF WS-IN-COUNT NOT = WS-BATCH-COUNT OR
                WS-IN-HASH NOT = WS-BATCH-HASH
                DISPLAY "CONTROL TOTAL DOES NOT AGREE - BATCH NOT "
                    "RELEASED"
                DISPLAY "  KEYED   " WS-BATCH-COUNT " ENTRIES, "
                    "QUANTITY " WS-BATCH-HASH
                DISPLAY "  SLIP    " WS-IN-COUNT " ENTRIES, "
                    "QUANTITY " WS-IN-HASH
                GO TO CLOSE-BATCH-EXIT
            END-IF.
            DISPLAY "CONTROL TOTAL AGREES - " WS-BATCH-COUNT
                " ENTRIES, QUANTITY " WS-BATCH-HASH.
            DISPLAY "RELEASE THE BATCH TO TONIGHT'S RUN (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "BATCH NOT RELEASED"
                GO TO CLOSE-BATCH-EXIT
            END-IF.
            PERFORM SET-BATCH-PATH.
            OPEN OUTPUT BATCH-FILE.
            IF WS-BAT-STATUS NOT = '00'
                DISPLAY "BATCH FILE NOT AVAILABLE - STATUS "
                    WS-BAT-STATUS " - BATCH NOT RELEASED"
                GO TO CLOSE-BATCH-EXIT
            END-IF.
            MOVE WS-RUN-DATE TO WS-HDR-DATE.
            MOVE WS-HDR-REC TO BATCH-REC.
            WRITE BATCH-REC.
            PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                UNTIL WS-BT-IDX > WS-BATCH-COUNT
                MOVE WS-BT-ENTRY(WS-BT-IDX) TO BATCH-REC
                WRITE BATCH-REC
            END-PERFORM.
            MOVE WS-BATCH-COUNT TO WS-TRL-COUNT.
            MOVE WS-BATCH-HASH TO WS-TRL-HASH.
            MOVE WS-TRL-REC TO BATCH-REC.
            WRITE BATCH-REC.
            CLOSE BATCH-FILE.
      *     THE FILE IS COMPLETE ON DISK BEFORE IT IS NAMED ON THE
      *     EXTRACT LIST, SO THE MERGE CAN NEVER PICK UP HALF A BATCH.
            OPEN EXTEND EXTRACT-LIST.
            IF WS-LST-STATUS = '35'
                OPEN OUTPUT EXTRACT-LIST
            END-IF.
            IF WS-LST-STATUS NOT = '00'
                DISPLAY "BATCH WRITTEN TO " WS-BATCH-PATH
                DISPLAY "BUT THE EXTRACT LIST IS NOT AVAILABLE - "
                    "STATUS " WS-LST-STATUS " - TELL OPERATIONS"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE WS-BATCH-PATH TO EXTRACT-LIST-REC
                WRITE EXTRACT-LIST-REC
                CLOSE EXTRACT-LIST
                DISPLAY "BATCH RELEASED BY " WS-SO-USER-ID " - "
                    WS-BATCH-COUNT " ENTRIES TO " WS-BATCH-PATH
            END-IF.
            PERFORM LOG-KEYED-PARA.
            ADD 1 TO WS-RELEASED-COUNT.
            MOVE ZERO TO WS-BATCH-COUNT.
            MOVE ZERO TO WS-BATCH-HASH.
       CLOSE-BATCH-EXIT.
            EXIT.

       LOG-KEYED-PARA.
      *     WHO KEYED EACH RELEASED ENTRY, FOR THE SEGREGATION-OF-
      *     DUTIES CHECK. THE RELEASE TIME IS THE ONE IN THE BATCH
      *     FILE NAME.
            OPEN EXTEND KEYED-LOG.
            IF WS-KYT-STATUS = '35'
                OPEN OUTPUT KEYED-LOG
            END-IF.
            IF WS-KYT-STATUS NOT = '00'
                DISPLAY "KEYED-TRANSACTION LOG NOT AVAILABLE - STATUS "
                    WS-KYT-STATUS " - TELL OPERATIONS"
            ELSE
                PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                    UNTIL WS-BT-IDX > WS-BATCH-COUNT
                    MOVE WS-RUN-DATE TO KYT-DATE
                    MOVE WS-RUN-TIME TO KYT-TIME
                    MOVE WS-SO-USER-ID TO KYT-USER-ID
                    MOVE 'TRANENTRY' TO KYT-PROGRAM
                    MOVE WS-BT-ENTRY(WS-BT-IDX) TO KYT-TRAN
                    WRITE KEYED-LOG-REC
                END-PERFORM
                CLOSE KEYED-LOG
            END-IF.

       EXIT-SESSION-PARA.
            IF WS-BATCH-COUNT = ZERO
                MOVE 'NO' TO WS-AGAIN
            ELSE
                DISPLAY WS-BATCH-COUNT " ENTRIES NOT RELEASED - "
                    "ABANDON THEM (Y/N)"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = 'Y'
                    DISPLAY WS-BATCH-COUNT " ENTRIES ABANDONED"
                    MOVE 4 TO RETURN-CODE
                    MOVE 'NO' TO WS-AGAIN
                END-IF
            END-IF.

       SET-BATCH-PATH.
      *     ONE FILE PER RELEASED BATCH, NAMED FOR THE BRANCH,
      *     BUSINESS DATE AND TIME OF RELEASE SO TWO BATCHES NEVER
      *     OVERWRITE EACH OTHER.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE SPACES TO WS-BATCH-PATH.
            STRING WS-BATCH-DIR DELIMITED BY SPACE
                'ClerkBatch' DELIMITED BY SIZE
                WS-BATCH-BCODE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-RUN-TIME(1:6) DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-BATCH-PATH
            END-STRING.

       SET-OPTION-TEXT.
            EVALUATE WS-IN-OPTION
                WHEN '1'
                    MOVE 'ISSUE' TO WS-OPTION-TEXT
                WHEN '2'
                    MOVE 'RECEIPT' TO WS-OPTION-TEXT
                WHEN '4'
                    MOVE 'TRANSFER OUT' TO WS-OPTION-TEXT
                WHEN '5'
                    MOVE 'ADJUSTMENT' TO WS-OPTION-TEXT
                WHEN OTHER
                    MOVE 'UNKNOWN' TO WS-OPTION-TEXT
            END-EVALUATE.

       ACCEPT-BRANCH-PARA.
            MOVE 'N' TO WS-BRANCH-FOUND.
            ACCEPT WS-IN-BCODE-X.
            IF WS-IN-BCODE-X IS NOT NUMERIC
                DISPLAY "INVALID BRANCH - ENTER A 3-DIGIT CODE"
                GO TO ACCEPT-BRANCH-EXIT
            END-IF.
            MOVE WS-IN-BCODE-X TO WS-IN-BCODE.
            PERFORM FIND-BRANCH-NAME.
            IF WS-BRANCH-FOUND NOT = 'Y'
                DISPLAY "BRANCH " WS-IN-BCODE " NOT ON THE BRANCH "
                    "MASTER OR INACTIVE"
            END-IF.
       ACCEPT-BRANCH-EXIT.
            EXIT.

       FIND-ON-HAND-PARA.
      *     THE ON-HAND FROM THE BALANCE MASTER, AS AT THE LAST
      *     NIGHTLY RUN, FOR THE BRANCH/PRODUCT ALREADY MOVED TO THE
      *     RECORD KEY. NO MASTER ROW MEANS NOTHING ON HAND.
            MOVE ZERO TO WS-ON-HAND.
            OPEN INPUT BALMASTER.
            IF WS-BAL-STATUS NOT = '00'
                DISPLAY "BALANCE MASTER NOT AVAILABLE - STATUS "
                    WS-BAL-STATUS " - ON HAND SHOWN AS ZERO"
            ELSE
                READ BALMASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE BAL-QUANTITY TO WS-ON-HAND
                END-READ
                CLOSE BALMASTER
            END-IF.

       CHECK-NOSTOCK-PARA.
            MOVE 'N' TO WS-NOSTOCK-HIT.
            PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                UNTIL WS-NS-IDX > WS-NOSTOCK-COUNT
                    OR WS-NOSTOCK-HIT = 'Y'
                IF WS-NS-BCODE(WS-NS-IDX) = WS-BATCH-BCODE AND
                    WS-NS-PCODE(WS-NS-IDX) = WS-NE-PCODE
                    MOVE 'Y' TO WS-NOSTOCK-HIT
                END-IF
            END-PERFORM.

       FIND-BRANCH-NAME.
            MOVE SPACES TO WS-BRANCH-NAME.
            MOVE 'N' TO WS-BRANCH-FOUND.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-IN-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-BRANCH-NAME
                        MOVE 'Y' TO WS-BRANCH-FOUND
                END-SEARCH
            END-IF.

       FIND-PRODUCT-DESC.
            MOVE SPACES TO WS-PRODUCT-DESC.
            MOVE 'N' TO WS-PRODUCT-FOUND.
            IF WS-PRODUCT-COUNT > ZERO
                SEARCH ALL WS-PRODUCT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PR-CODE(WS-PR-INX) = WS-IN-PCODE
                        MOVE WS-PR-DESC(WS-PR-INX)
                            TO WS-PRODUCT-DESC
                        MOVE 'Y' TO WS-PRODUCT-FOUND
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

       LOAD-PRODUCT-MASTER.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            MOVE 'N' TO WS-PRMST-EOF.
            OPEN INPUT PRODUCT-MASTER.
            PERFORM UNTIL WS-PRMST-EOF = 'Y'
                READ PRODUCT-MASTER INTO PRODUCT-MASTER-REC
                    AT END MOVE 'Y' TO WS-PRMST-EOF
                    NOT AT END
                        IF PM-PRODUCT-STAT NOT = 'I'
                            PERFORM ADD-PRODUCT-ENTRY
                        END-IF
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

       LOAD-REASON-MASTER.
            MOVE ZERO TO WS-REASON-COUNT.
            MOVE 'N' TO WS-RSNMST-EOF.
            OPEN INPUT REASON-MASTER.
            IF WS-RSN-STATUS NOT = '00'
                DISPLAY "REASON MASTER NOT AVAILABLE - STATUS "
                    WS-RSN-STATUS " - ADJUSTMENTS CANNOT BE KEYED"
                MOVE 'Y' TO WS-RSNMST-EOF
            END-IF.
            PERFORM UNTIL WS-RSNMST-EOF = 'Y'
                READ REASON-MASTER
                    AT END MOVE 'Y' TO WS-RSNMST-EOF
                    NOT AT END
                        IF WS-REASON-COUNT >= MAX-REASON-COUNT
                            DISPLAY "REASON MASTER EXCEEDS TABLE "
                                "CAPACITY OF " MAX-REASON-COUNT
                                " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-REASON-COUNT
                        MOVE RM-REASON-CODE
                            TO WS-RSN-CODE(WS-REASON-COUNT)
                        MOVE RM-REASON-DESC
                            TO WS-RSN-DESC(WS-REASON-COUNT)
                END-READ
            END-PERFORM.
            IF WS-RSN-STATUS = '00' OR WS-RSN-STATUS = '10'
                CLOSE REASON-MASTER
            END-IF.

       LOAD-UOM-MASTER.
      *     NO UNIT MASTER MEANS ONLY EACHES CAN BE KEYED.
            MOVE ZERO TO WS-UOM-COUNT.
            MOVE 'N' TO WS-UOMMST-EOF.
            OPEN INPUT UOM-MASTER.
            IF WS-UOM-STATUS NOT = '00'
                MOVE 'Y' TO WS-UOMMST-EOF
            END-IF.
            PERFORM UNTIL WS-UOMMST-EOF = 'Y'
                READ UOM-MASTER
                    AT END MOVE 'Y' TO WS-UOMMST-EOF
                    NOT AT END
                        IF WS-UOM-COUNT >= MAX-UOM-COUNT
                            DISPLAY "UNIT MASTER EXCEEDS TABLE "
                                "CAPACITY OF " MAX-UOM-COUNT
                                " - RUN STOPPED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF UM-PRODUCT-CODE IS NUMERIC AND
                            UM-EACH-FACTOR IS NUMERIC
                            ADD 1 TO WS-UOM-COUNT
                            MOVE UM-PRODUCT-CODE
                                TO WS-UOM-PCODE(WS-UOM-COUNT)
                            MOVE UM-UNIT-CODE
                                TO WS-UOM-UNIT(WS-UOM-COUNT)
                            MOVE UM-EACH-FACTOR
                                TO WS-UOM-FACTOR(WS-UOM-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-UOM-STATUS = '00' OR WS-UOM-STATUS = '10'
                CLOSE UOM-MASTER
            END-IF.

       LOAD-PROFILE-MASTER.
      *     NO PROFILE MEANS EVERY LINE IS STOCKED EVERYWHERE.
            MOVE ZERO TO WS-NOSTOCK-COUNT.
            MOVE 'N' TO WS-SPFMST-EOF.
            OPEN INPUT PROFILE-MASTER.
            IF WS-SPF-STATUS NOT = '00'
                MOVE 'Y' TO WS-SPFMST-EOF
            END-IF.
            PERFORM UNTIL WS-SPFMST-EOF = 'Y'
                READ PROFILE-MASTER
                    AT END MOVE 'Y' TO WS-SPFMST-EOF
                    NOT AT END
                        IF SPF-STOCKED = 'N' AND
                            SPF-BCODE IS NUMERIC AND
                            SPF-PCODE IS NUMERIC
                            IF WS-NOSTOCK-COUNT >= MAX-NOSTOCK-COUNT
                                DISPLAY "STOCKING PROFILE EXCEEDS "
                                    "TABLE CAPACITY OF "
                                    MAX-NOSTOCK-COUNT " - RUN STOPPED"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-NOSTOCK-COUNT
                            MOVE SPF-BCODE
                                TO WS-NS-BCODE(WS-NOSTOCK-COUNT)
                            MOVE SPF-PCODE
                                TO WS-NS-PCODE(WS-NOSTOCK-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SPF-STATUS = '00' OR WS-SPF-STATUS = '10'
                CLOSE PROFILE-MASTER
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\' TO WS-BATCH-DIR
            ACCEPT WS-BATCH-DIR FROM ENVIRONMENT 'CLERK_BATCH_DIR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BranchExtractList.txt'
                TO WS-EXTRACT-LIST-PATH
            ACCEPT WS-EXTRACT-LIST-PATH
                FROM ENVIRONMENT 'BRANCH_EXTRACT_LIST'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\KeyedTran.txt'
                TO WS-KEYED-LOG-PATH
            ACCEPT WS-KEYED-LOG-PATH FROM ENVIRONMENT 'KEYED_TRAN'
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
            MOVE 'D:\cOBOLTRAINING\ReasonCode.txt'
                TO WS-REASON-MASTER-PATH
            ACCEPT WS-REASON-MASTER-PATH
                FROM ENVIRONMENT 'REASON_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\UomMaster.txt'
                TO WS-UOM-MASTER-PATH
            ACCEPT WS-UOM-MASTER-PATH FROM ENVIRONMENT 'UOM_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\StockProfile.txt'
                TO WS-PROFILE-MASTER-PATH
            ACCEPT WS-PROFILE-MASTER-PATH
                FROM ENVIRONMENT 'STOCK_PROFILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BalanceMaster.dat'
                TO WS-BALMASTER-PATH
            ACCEPT WS-BALMASTER-PATH FROM ENVIRONMENT 'BALANCE_MASTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM TRANENTRY.
