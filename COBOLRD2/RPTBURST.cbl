      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: NIGHTLY REPORT BURSTING AND DISTRIBUTION INDEX
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- replaces printing every
      *                nightly report and hand-sorting the pages into
      *                branch and department pigeonholes. Each row of
      *                ReportDistribution.txt (RPTDIST layout) names
      *                a report, a recipient and how the report
      *                breaks; a branch- or region-keyed report is
      *                split at its break lines into one file per
      *                branch or per region manager (the branch's
      *                region taken from BranchMaster.txt), headed by
      *                the report's own page headings, and purchasing
      *                and finance receive the report whole. Files are
      *                named BURST_PREFIX + report + "." + recipient +
      *                BURST_SUFFIX (recipient Bnnn, Rnn, PURCH or
      *                FIN). DistributionIndex.txt lists every file
      *                produced, its recipient, lines, pages (at
      *                REPORT_PAGE_LINES a page, default 60) and
      *                whether it was empty; an expected report that
      *                was never produced is flagged MISSING there.
      *                RETURN-CODE 0 all distributed, 4 an expected
      *                report was missing or a distribution row was
      *                unusable, 12 no distribution master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DIST-MASTER ASSIGN TO DYNAMIC WS-DIST-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RDM-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
           SELECT REPORT-IN ASSIGN TO DYNAMIC WS-REPORT-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RIN-STATUS.
           SELECT BURST-OUT ASSIGN TO DYNAMIC WS-BURST-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOT-STATUS.
           SELECT DIST-INDEX ASSIGN TO DYNAMIC WS-DIST-INDEX-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BURST-WORK ASSIGN TO 'BURSTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-MASTER.
           COPY RPTDIST REPLACING RDM-REC-NAME BY DIST-MASTER-REC
                                   RDM-REPORT-NAME BY RDM-REPORT
                                   RDM-RECIPIENT-NAME BY RDM-RECIPIENT
                                   RDM-EXPECTED-NAME BY RDM-EXPECTED
                                   RDM-KEY-TYPE-NAME BY RDM-KEY-TYPE
                                   RDM-KEY-POS-NAME BY RDM-KEY-POS
                                   RDM-BREAK-POS-NAME BY RDM-BREAK-POS
                                   RDM-BREAK-TEXT-NAME
                                       BY RDM-BREAK-TEXT
                                   RDM-END-POS-NAME BY RDM-END-POS
                                   RDM-END-TEXT-NAME BY RDM-END-TEXT
                                   RDM-PATH-NAME BY RDM-PATH.

       FD BRANCH-MASTER.
           COPY BRANCHMST REPLACING BRM-REC-NAME BY BRANCH-MASTER-REC
                                     BRM-BCODE-NAME BY BM-BRANCH-CODE
                                     BRM-BNAME-NAME BY BM-BRANCH-NAME
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT
                                     BRM-REGION-NAME
                                         BY BM-BRANCH-REGION.

       FD REPORT-IN.
       01 REPORT-IN-LINE PIC X(200).

       FD BURST-OUT.
       01 BURST-OUT-LINE PIC X(200).

       FD DIST-INDEX.
       01 DIST-INDEX-LINE PIC X(132).

      * ONE SORT RECORD PER REPORT LINE BOUND FOR A BRANCH OR REGION,
      * KEYED BY RECIPIENT AND THEN BY ITS PLACE IN THE REPORT.
       SD BURST-WORK.
       01 BURST-WORK-REC.
           05 BW-RECIPIENT PIC X(5).
           05 BW-SEQ PIC 9(7).
           05 BW-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RDM-STATUS PIC X(2).
       01 WS-BRM-STATUS PIC X(2).
       01 WS-RIN-STATUS PIC X(2).
       01 WS-BOT-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-WRK-EOF PIC A(1).

       01 WS-DIST-MASTER-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-REPORT-IN-PATH PIC X(60).
       01 WS-BURST-OUT-PATH PIC X(60).
       01 WS-DIST-INDEX-PATH PIC X(60).
       01 WS-BURST-PREFIX PIC X(40).
       01 WS-BURST-SUFFIX PIC X(8).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-PAGE-LINES PIC 9(3) VALUE 60.
       01 WS-PAGE-LINES-X PIC X(3).

      * THE DISTRIBUTION MASTER, HELD IN FILE ORDER.
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
               10 WS-DT-REPORT PIC X(8).
               10 WS-DT-RECIPIENT PIC X(1).
               10 WS-DT-EXPECTED PIC X(1).
               10 WS-DT-KEY-TYPE PIC X(1).
               10 WS-DT-KEY-POS PIC 9(3).
               10 WS-DT-BREAK-POS PIC 9(3).
               10 WS-DT-BREAK-TEXT PIC X(12).
               10 WS-DT-END-POS PIC 9(3).
               10 WS-DT-END-TEXT PIC X(12).
               10 WS-DT-PATH PIC X(60).
       01 WS-DIST-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-DIST-COUNT PIC 9(3) VALUE 200.
       01 WS-DT-IDX PIC 9(3).
       01 WS-DIST-OK PIC X(1).

      * BRANCH-TO-REGION LOOKUP FOR THE REGION MANAGERS' FILES.
       01 WS-BRANCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-BRANCH-COUNT
               ASCENDING KEY IS WS-BR-CODE
               INDEXED BY WS-BR-INX.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-REGION PIC 9(2).
       77 MAX-BRANCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-BR-MOVE PIC 9(4).
       01 WS-BR-SUB PIC 9(4).
       01 WS-BRMST-EOF PIC A(1) VALUE 'N'.

      * THE CURRENT ROW'S BREAK RULES, WITH THE SIGNIFICANT LENGTH OF
      * EACH LITERAL (TRAILING SPACES ARE NOT PART OF THE MATCH).
       01 WS-KEY-POS PIC 9(3).
       01 WS-KEY-LEN PIC 9(1).
       01 WS-BREAK-POS PIC 9(3).
       01 WS-BREAK-LEN PIC 9(2).
       01 WS-END-POS PIC 9(3).
       01 WS-END-LEN PIC 9(2).
       01 WS-TEXT-WORK PIC X(12).
       01 WS-TEXT-LEN PIC 9(2).
       01 WS-KEY-X PIC X(3).
       01 WS-KEY-BCODE PIC 9(3).
       01 WS-KEY-RCODE PIC 9(2).
       01 WS-LINE-STATE PIC X(1).
           88 WS-IN-HEADINGS VALUE 'H'.
           88 WS-IN-SECTIONS VALUE 'S'.
           88 WS-IN-TOTALS VALUE 'T'.
       01 WS-CUR-RECIPIENT PIC X(5).
       01 WS-IS-BREAK PIC X(1).
       01 WS-LINE-SEQ PIC 9(7).

      * THE REPORT'S PAGE HEADINGS, REPEATED AT THE TOP OF EVERY
      * RECIPIENT'S FILE.
       01 WS-HEAD-TABLE.
           05 WS-HEAD-T PIC X(200) OCCURS 20 TIMES.
       01 WS-HEAD-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-HEAD-COUNT PIC 9(2) VALUE 20.
       01 WS-HEAD-IDX PIC 9(2).

      * THE FILE BEING WRITTEN AND ITS FIGURES FOR THE INDEX.
       01 WS-OUT-OPEN PIC X(1) VALUE 'N'.
       01 WS-NAME-FILE PIC X(1).
       01 WS-OUT-RECIPIENT PIC X(5).
       01 WS-OUT-LINES PIC 9(7).
       01 WS-OUT-PAGES PIC 9(5).
       01 WS-FILES-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-SECTIONS-WRITTEN PIC 9(4).
       01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EMPTY-COUNT PIC 9(3) VALUE ZERO.

       01 WS-INDEX-LINE.
           05 WS-IX-REPORT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IX-RECIPIENT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IX-FILE PIC X(60).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IX-LINES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IX-PAGES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IX-EMPTY PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IX-STATUS PIC X(20).

       01 WS-INDEX-HEAD.
           05 FILLER PIC X(9) VALUE 'REPORT'.
           05 FILLER PIC X(21) VALUE 'RECIPIENT'.
           05 FILLER PIC X(61) VALUE 'FILE'.
           05 FILLER PIC X(8) VALUE '  LINES'.
           05 FILLER PIC X(6) VALUE 'PAGES'.
           05 FILLER PIC X(8) VALUE '  EMPTY'.
           05 FILLER PIC X(19) VALUE 'STATUS'.

      * STANDARD RETURN-CODE SCHEME -- 0 EVERY REPORT DISTRIBUTED,
      * 4 AN EXPECTED REPORT WAS NOT PRODUCED OR A DISTRIBUTION ROW
      * COULD NOT BE USED (BOTH SAID ON THE INDEX OR THE CONSOLE),
      * 12 THE DISTRIBUTION MASTER COULD NOT BE READ.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            PERFORM GET-PARMS-PARA.
            PERFORM LOAD-DIST-MASTER.
            IF WS-RETURN-CODE = 12
                DISPLAY "REPORT DISTRIBUTION MASTER NOT AVAILABLE - "
                    "NOTHING DISTRIBUTED"
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BRANCH-MASTER.
            OPEN OUTPUT DIST-INDEX.
            MOVE SPACES TO DIST-INDEX-LINE.
            STRING 'NIGHTLY REPORT DISTRIBUTION INDEX - BUSINESS DATE '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO DIST-INDEX-LINE
            END-STRING.
            WRITE DIST-INDEX-LINE.
            MOVE SPACES TO DIST-INDEX-LINE.
            WRITE DIST-INDEX-LINE.
            WRITE DIST-INDEX-LINE FROM WS-INDEX-HEAD.
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DIST-COUNT
                PERFORM DISTRIBUTE-ONE-PARA
            END-PERFORM.
            MOVE SPACES TO DIST-INDEX-LINE.
            WRITE DIST-INDEX-LINE.
            MOVE SPACES TO DIST-INDEX-LINE.
            STRING 'FILES PRODUCED ' DELIMITED BY SIZE
                WS-FILES-WRITTEN DELIMITED BY SIZE
                '  EMPTY ' DELIMITED BY SIZE
                WS-EMPTY-COUNT DELIMITED BY SIZE
                '  EXPECTED REPORTS MISSING ' DELIMITED BY SIZE
                WS-MISSING-COUNT DELIMITED BY SIZE
                INTO DIST-INDEX-LINE
            END-STRING.
            WRITE DIST-INDEX-LINE.
            CLOSE DIST-INDEX.
            DISPLAY "REPORT DISTRIBUTION COMPLETE - " WS-FILES-WRITTEN
                " FILES, " WS-MISSING-COUNT " EXPECTED REPORTS MISSING".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SPLIT-REPORT SECTION.
       SPLIT-REPORT-PARA.
      *     HEADINGS ARE HELD BACK FOR EVERY RECIPIENT, SECTION LINES
      *     GO TO THE SORT UNDER THEIR RECIPIENT, AND THE CLOSING
      *     CHAIN-WIDE TOTALS GO TO NOBODY.
            MOVE ZERO TO WS-HEAD-COUNT.
            MOVE ZERO TO WS-LINE-SEQ.
            MOVE 'H' TO WS-LINE-STATE.
            MOVE SPACES TO WS-CUR-RECIPIENT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REPORT-IN.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPORT-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM CLASSIFY-LINE-PARA
                            THRU CLASSIFY-LINE-EXIT
                END-READ
            END-PERFORM.
            CLOSE REPORT-IN.
            GO TO SPLIT-REPORT-EXIT.

       CLASSIFY-LINE-PARA.
            IF WS-IN-TOTALS
                GO TO CLASSIFY-LINE-EXIT
            END-IF.
            IF WS-END-LEN > ZERO AND WS-IN-SECTIONS
                IF REPORT-IN-LINE(WS-END-POS:WS-END-LEN)
                    = WS-DT-END-TEXT(WS-DT-IDX)(1:WS-END-LEN)
                    MOVE 'T' TO WS-LINE-STATE
                    GO TO CLASSIFY-LINE-EXIT
                END-IF
            END-IF.
            MOVE 'N' TO WS-IS-BREAK.
            MOVE SPACES TO WS-KEY-X.
            MOVE REPORT-IN-LINE(WS-KEY-POS:WS-KEY-LEN)
                TO WS-KEY-X(1:WS-KEY-LEN).
            IF WS-KEY-X(1:WS-KEY-LEN) IS NUMERIC
                IF WS-BREAK-LEN = ZERO
                    MOVE 'Y' TO WS-IS-BREAK
                ELSE IF REPORT-IN-LINE(WS-BREAK-POS:WS-BREAK-LEN)
                        = WS-DT-BREAK-TEXT(WS-DT-IDX)(1:WS-BREAK-LEN)
                    MOVE 'Y' TO WS-IS-BREAK
                END-IF END-IF
            END-IF.
            IF WS-IS-BREAK = 'Y'
                PERFORM SET-RECIPIENT-PARA
                MOVE 'S' TO WS-LINE-STATE
            END-IF.
            IF WS-IN-HEADINGS
                IF WS-HEAD-COUNT < MAX-HEAD-COUNT
                    ADD 1 TO WS-HEAD-COUNT
                    MOVE REPORT-IN-LINE TO WS-HEAD-T(WS-HEAD-COUNT)
                END-IF
            ELSE
                ADD 1 TO WS-LINE-SEQ
                MOVE WS-CUR-RECIPIENT TO BW-RECIPIENT
                MOVE WS-LINE-SEQ TO BW-SEQ
                MOVE REPORT-IN-LINE TO BW-LINE
                RELEASE BURST-WORK-REC
            END-IF.

       CLASSIFY-LINE-EXIT.
            EXIT.

       SET-RECIPIENT-PARA.
      *     A BRANCH KEY GOES TO ITS BRANCH, OR TO ITS REGION'S
      *     MANAGER (REGION 00 WHEN THE MASTER DOES NOT KNOW IT).
            IF WS-DT-KEY-TYPE(WS-DT-IDX) = 'B'
                MOVE WS-KEY-X TO WS-KEY-BCODE
                IF WS-DT-RECIPIENT(WS-DT-IDX) = 'B'
                    MOVE SPACES TO WS-CUR-RECIPIENT
                    STRING 'B' WS-KEY-X DELIMITED BY SIZE
                        INTO WS-CUR-RECIPIENT
                    END-STRING
                ELSE
                    MOVE ZERO TO WS-KEY-RCODE
                    IF WS-BRANCH-COUNT > ZERO
                        SEARCH ALL WS-BRANCH-ENTRY
                            AT END CONTINUE
                            WHEN WS-BR-CODE(WS-BR-INX) = WS-KEY-BCODE
                                MOVE WS-BR-REGION(WS-BR-INX)
                                    TO WS-KEY-RCODE
                        END-SEARCH
                    END-IF
                    MOVE SPACES TO WS-CUR-RECIPIENT
                    STRING 'R' WS-KEY-RCODE DELIMITED BY SIZE
                        INTO WS-CUR-RECIPIENT
                    END-STRING
                END-IF
            ELSE
                MOVE SPACES TO WS-CUR-RECIPIENT
                STRING 'R' WS-KEY-X(1:2) DELIMITED BY SIZE
                    INTO WS-CUR-RECIPIENT
                END-STRING
            END-IF.

       SPLIT-REPORT-EXIT.
            EXIT.

       WRITE-SECTIONS SECTION.
       WRITE-SECTIONS-PARA.
      *     ONE FILE PER RECIPIENT -- A CHANGE OF RECIPIENT CLOSES THE
      *     LAST FILE (AND INDEXES IT) AND OPENS THE NEXT.
            MOVE 'N' TO WS-OUT-OPEN.
            MOVE ZERO TO WS-SECTIONS-WRITTEN.
            MOVE 'N' TO WS-WRK-EOF.
            PERFORM UNTIL WS-WRK-EOF = 'Y'
                RETURN BURST-WORK
                    AT END MOVE 'Y' TO WS-WRK-EOF
                    NOT AT END
                        IF WS-OUT-OPEN = 'Y' AND
                            BW-RECIPIENT NOT = WS-OUT-RECIPIENT
                            PERFORM CLOSE-OUT-PARA
                        END-IF
                        IF WS-OUT-OPEN = 'N'
                            MOVE BW-RECIPIENT TO WS-OUT-RECIPIENT
                            PERFORM OPEN-OUT-PARA
                            PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                                UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
                                WRITE BURST-OUT-LINE
                                    FROM WS-HEAD-T(WS-HEAD-IDX)
                                ADD 1 TO WS-OUT-LINES
                            END-PERFORM
                        END-IF
                        WRITE BURST-OUT-LINE FROM BW-LINE
                        ADD 1 TO WS-OUT-LINES
                END-RETURN
            END-PERFORM.
            IF WS-OUT-OPEN = 'Y'
                PERFORM CLOSE-OUT-PARA
            END-IF.
            GO TO WRITE-SECTIONS-EXIT.

       WRITE-SECTIONS-EXIT.
            EXIT.

       TAIL SECTION.
       DISTRIBUTE-ONE-PARA.
      *     A MISSING REPORT IS ONLY A FAULT WHEN IT WAS EXPECTED --
      *     SOME REPORTS ARE NOT PRODUCED EVERY NIGHT.
            MOVE WS-DT-PATH(WS-DT-IDX) TO WS-REPORT-IN-PATH.
            OPEN INPUT REPORT-IN.
            IF WS-RIN-STATUS NOT = '00'
                PERFORM NOT-PRODUCED-PARA
            ELSE
                CLOSE REPORT-IN
                IF WS-DT-RECIPIENT(WS-DT-IDX) = 'B' OR
                    WS-DT-RECIPIENT(WS-DT-IDX) = 'R'
                    PERFORM BURST-REPORT-PARA
                ELSE
                    PERFORM COPY-WHOLE-PARA
                END-IF
            END-IF.

       NOT-PRODUCED-PARA.
            MOVE WS-DT-REPORT(WS-DT-IDX) TO WS-IX-REPORT.
            MOVE 'N' TO WS-NAME-FILE.
            PERFORM DESCRIBE-RECIPIENT-PARA.
            MOVE WS-DT-PATH(WS-DT-IDX) TO WS-IX-FILE.
            MOVE ZERO TO WS-IX-LINES.
            MOVE ZERO TO WS-IX-PAGES.
            MOVE SPACES TO WS-IX-EMPTY.
            IF WS-DT-EXPECTED(WS-DT-IDX) = 'Y'
                MOVE '*** MISSING ***' TO WS-IX-STATUS
                ADD 1 TO WS-MISSING-COUNT
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                MOVE 'NOT PRODUCED' TO WS-IX-STATUS
            END-IF.
            WRITE DIST-INDEX-LINE FROM WS-INDEX-LINE.

       BURST-REPORT-PARA.
            MOVE WS-DT-KEY-POS(WS-DT-IDX) TO WS-KEY-POS.
            MOVE WS-DT-BREAK-POS(WS-DT-IDX) TO WS-BREAK-POS.
            MOVE WS-DT-END-POS(WS-DT-IDX) TO WS-END-POS.
            MOVE 3 TO WS-KEY-LEN.
            IF WS-DT-KEY-TYPE(WS-DT-IDX) = 'R'
                MOVE 2 TO WS-KEY-LEN
            END-IF.
            MOVE WS-DT-BREAK-TEXT(WS-DT-IDX) TO WS-TEXT-WORK.
            PERFORM TEXT-LENGTH-PARA.
            MOVE WS-TEXT-LEN TO WS-BREAK-LEN.
            MOVE WS-DT-END-TEXT(WS-DT-IDX) TO WS-TEXT-WORK.
            PERFORM TEXT-LENGTH-PARA.
            MOVE WS-TEXT-LEN TO WS-END-LEN.
            SORT BURST-WORK
                ON ASCENDING KEY BW-RECIPIENT
                   ASCENDING KEY BW-SEQ
                INPUT PROCEDURE IS SPLIT-REPORT
                OUTPUT PROCEDURE IS WRITE-SECTIONS.
      *     A REPORT WITH NO SECTIONS (EMPTY, OR NOTHING BUT HEADINGS
      *     AND TOTALS) STILL GETS ITS INDEX LINE.
            IF WS-SECTIONS-WRITTEN = ZERO
                MOVE WS-DT-REPORT(WS-DT-IDX) TO WS-IX-REPORT
                MOVE 'N' TO WS-NAME-FILE
                PERFORM DESCRIBE-RECIPIENT-PARA
                MOVE '(NO SECTIONS - NOTHING TO SEND)' TO WS-IX-FILE
                MOVE ZERO TO WS-IX-LINES
                MOVE ZERO TO WS-IX-PAGES
                MOVE 'EMPTY' TO WS-IX-EMPTY
                MOVE SPACES TO WS-IX-STATUS
                ADD 1 TO WS-EMPTY-COUNT
                WRITE DIST-INDEX-LINE FROM WS-INDEX-LINE
            END-IF.

       COPY-WHOLE-PARA.
            EVALUATE WS-DT-RECIPIENT(WS-DT-IDX)
                WHEN 'P'
                    MOVE 'PURCH' TO WS-OUT-RECIPIENT
                WHEN OTHER
                    MOVE 'FIN' TO WS-OUT-RECIPIENT
            END-EVALUATE.
            PERFORM OPEN-OUT-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REPORT-IN.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPORT-IN
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        WRITE BURST-OUT-LINE FROM REPORT-IN-LINE
                        ADD 1 TO WS-OUT-LINES
                END-READ
            END-PERFORM.
            CLOSE REPORT-IN.
            PERFORM CLOSE-OUT-PARA.

       OPEN-OUT-PARA.
            MOVE SPACES TO WS-BURST-OUT-PATH.
            STRING WS-BURST-PREFIX DELIMITED BY SPACE
                WS-DT-REPORT(WS-DT-IDX) DELIMITED BY SPACE
                '.' DELIMITED BY SIZE
                WS-OUT-RECIPIENT DELIMITED BY SPACE
                WS-BURST-SUFFIX DELIMITED BY SPACE
                INTO WS-BURST-OUT-PATH
            END-STRING.
            OPEN OUTPUT BURST-OUT.
            MOVE 'Y' TO WS-OUT-OPEN.
            MOVE ZERO TO WS-OUT-LINES.

       CLOSE-OUT-PARA.
            CLOSE BURST-OUT.
            MOVE 'N' TO WS-OUT-OPEN.
            ADD 1 TO WS-FILES-WRITTEN.
            ADD 1 TO WS-SECTIONS-WRITTEN.
            MOVE WS-DT-REPORT(WS-DT-IDX) TO WS-IX-REPORT.
            MOVE 'Y' TO WS-NAME-FILE.
            PERFORM DESCRIBE-RECIPIENT-PARA.
            MOVE WS-BURST-OUT-PATH TO WS-IX-FILE.
            MOVE WS-OUT-LINES TO WS-IX-LINES.
            COMPUTE WS-OUT-PAGES =
                (WS-OUT-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES.
            MOVE WS-OUT-PAGES TO WS-IX-PAGES.
            MOVE SPACES TO WS-IX-STATUS.
            IF WS-OUT-LINES = ZERO
                MOVE 'EMPTY' TO WS-IX-EMPTY
                ADD 1 TO WS-EMPTY-COUNT
            ELSE
                MOVE SPACES TO WS-IX-EMPTY
            END-IF.
            WRITE DIST-INDEX-LINE FROM WS-INDEX-LINE.

       DESCRIBE-RECIPIENT-PARA.
      *     A FILE ALREADY WRITTEN NAMES ITS OWN BRANCH OR REGION; A
      *     ROW WITH NO FILE NAMES THE RECIPIENT GROUP.
            MOVE SPACES TO WS-IX-RECIPIENT.
            EVALUATE WS-DT-RECIPIENT(WS-DT-IDX)
                WHEN 'P'
                    MOVE 'PURCHASING' TO WS-IX-RECIPIENT
                WHEN 'F'
                    MOVE 'FINANCE' TO WS-IX-RECIPIENT
                WHEN 'B'
                    IF WS-NAME-FILE = 'Y'
                        STRING 'BRANCH ' WS-OUT-RECIPIENT(2:3)
                            DELIMITED BY SIZE
                            INTO WS-IX-RECIPIENT
                        END-STRING
                    ELSE
                        MOVE 'BRANCH MANAGERS' TO WS-IX-RECIPIENT
                    END-IF
                WHEN OTHER
                    IF WS-NAME-FILE = 'Y'
                        STRING 'REGION ' WS-OUT-RECIPIENT(2:2)
                            ' MANAGER' DELIMITED BY SIZE
                            INTO WS-IX-RECIPIENT
                        END-STRING
                    ELSE
                        MOVE 'REGION MANAGERS' TO WS-IX-RECIPIENT
                    END-IF
            END-EVALUATE.

       TEXT-LENGTH-PARA.
            MOVE 12 TO WS-TEXT-LEN.
            PERFORM UNTIL WS-TEXT-LEN = ZERO
                OR WS-TEXT-WORK(WS-TEXT-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-TEXT-LEN
            END-PERFORM.

       GET-PARMS-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            MOVE SPACES TO WS-PAGE-LINES-X.
            ACCEPT WS-PAGE-LINES-X FROM ENVIRONMENT 'REPORT_PAGE_LINES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-PAGE-LINES-X IS NUMERIC AND
                WS-PAGE-LINES-X NOT = '000'
                MOVE WS-PAGE-LINES-X TO WS-PAGE-LINES
            END-IF.

       LOAD-DIST-MASTER.
      *     A ROW THAT CANNOT BE FOLLOWED IS SKIPPED AND SAID ON THE
      *     CONSOLE; THE REST OF THE NIGHT'S DISTRIBUTION GOES AHEAD.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DIST-MASTER.
            IF WS-RDM-STATUS NOT = '00'
                MOVE 12 TO WS-RETURN-CODE
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DIST-MASTER
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM CHECK-DIST-ROW-PARA
                END-READ
            END-PERFORM.
            IF WS-RDM-STATUS = '00' OR WS-RDM-STATUS = '10'
                CLOSE DIST-MASTER
            END-IF.

       CHECK-DIST-ROW-PARA.
            MOVE 'Y' TO WS-DIST-OK.
            IF RDM-REPORT = SPACES OR RDM-PATH = SPACES
                MOVE 'N' TO WS-DIST-OK
            END-IF.
            IF RDM-RECIPIENT NOT = 'B' AND RDM-RECIPIENT NOT = 'R'
                AND RDM-RECIPIENT NOT = 'P' AND RDM-RECIPIENT NOT = 'F'
                MOVE 'N' TO WS-DIST-OK
            END-IF.
      *     A BRANCH MANAGER'S FILE NEEDS BRANCH-KEYED SECTIONS; A
      *     REGION MANAGER'S CAN COME FROM EITHER KEY.
            IF RDM-RECIPIENT = 'B' OR RDM-RECIPIENT = 'R'
                IF RDM-KEY-POS IS NOT NUMERIC OR RDM-KEY-POS = ZERO
                    MOVE 'N' TO WS-DIST-OK
                END-IF
                IF RDM-KEY-TYPE NOT = 'B' AND
                    (RDM-RECIPIENT = 'B' OR RDM-KEY-TYPE NOT = 'R')
                    MOVE 'N' TO WS-DIST-OK
                END-IF
                IF RDM-BREAK-TEXT NOT = SPACES AND
                    (RDM-BREAK-POS IS NOT NUMERIC OR
                     RDM-BREAK-POS = ZERO)
                    MOVE 'N' TO WS-DIST-OK
                END-IF
                IF RDM-END-TEXT NOT = SPACES AND
                    (RDM-END-POS IS NOT NUMERIC OR RDM-END-POS = ZERO)
                    MOVE 'N' TO WS-DIST-OK
                END-IF
            END-IF.
            IF WS-DIST-OK = 'Y' AND WS-DIST-COUNT >= MAX-DIST-COUNT
                DISPLAY "DISTRIBUTION TABLE FULL AT " MAX-DIST-COUNT
                    " ROWS - " RDM-REPORT " " RDM-RECIPIENT " SKIPPED"
                MOVE 'N' TO WS-DIST-OK
            ELSE IF WS-DIST-OK = 'N'
                DISPLAY "DISTRIBUTION ROW " RDM-REPORT " "
                    RDM-RECIPIENT " NOT USABLE - SKIPPED"
            END-IF END-IF.
            IF WS-DIST-OK = 'N'
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                ADD 1 TO WS-DIST-COUNT
                MOVE RDM-REPORT TO WS-DT-REPORT(WS-DIST-COUNT)
                MOVE RDM-RECIPIENT TO WS-DT-RECIPIENT(WS-DIST-COUNT)
                MOVE RDM-EXPECTED TO WS-DT-EXPECTED(WS-DIST-COUNT)
                MOVE RDM-KEY-TYPE TO WS-DT-KEY-TYPE(WS-DIST-COUNT)
                MOVE ZERO TO WS-DT-KEY-POS(WS-DIST-COUNT)
                MOVE ZERO TO WS-DT-BREAK-POS(WS-DIST-COUNT)
                MOVE ZERO TO WS-DT-END-POS(WS-DIST-COUNT)
                IF RDM-KEY-POS IS NUMERIC
                    MOVE RDM-KEY-POS TO WS-DT-KEY-POS(WS-DIST-COUNT)
                END-IF
                IF RDM-BREAK-POS IS NUMERIC
                    MOVE RDM-BREAK-POS
                        TO WS-DT-BREAK-POS(WS-DIST-COUNT)
                END-IF
                IF RDM-END-POS IS NUMERIC
                    MOVE RDM-END-POS TO WS-DT-END-POS(WS-DIST-COUNT)
                END-IF
                MOVE RDM-BREAK-TEXT
                    TO WS-DT-BREAK-TEXT(WS-DIST-COUNT)
                MOVE RDM-END-TEXT TO WS-DT-END-TEXT(WS-DIST-COUNT)
                MOVE RDM-PATH TO WS-DT-PATH(WS-DIST-COUNT)
            END-IF.

       LOAD-BRANCH-MASTER.
      *     SORTED INSERTION SO THE REGION LOOKUP CAN SEARCH ALL.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
            OPEN INPUT BRANCH-MASTER.
            IF WS-BRM-STATUS NOT = '00'
                DISPLAY "BRANCH MASTER NOT AVAILABLE - REGION "
                    "MANAGERS' FILES GO TO REGION 00"
                MOVE 'Y' TO WS-BRMST-EOF
            END-IF.
            PERFORM UNTIL WS-BRMST-EOF = 'Y'
                READ BRANCH-MASTER
                    AT END MOVE 'Y' TO WS-BRMST-EOF
                    NOT AT END
                        IF WS-BRANCH-COUNT < MAX-BRANCH-COUNT AND
                            BM-BRANCH-CODE IS NUMERIC
                            PERFORM INSERT-BRANCH-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-BRM-STATUS = '00' OR WS-BRM-STATUS = '10'
                CLOSE BRANCH-MASTER
            END-IF.

       INSERT-BRANCH-PARA.
            ADD 1 TO WS-BRANCH-COUNT.
            MOVE WS-BRANCH-COUNT TO WS-BR-SUB.
            PERFORM UNTIL WS-BR-SUB = 1
                OR WS-BR-CODE(WS-BR-SUB - 1) <= BM-BRANCH-CODE
                COMPUTE WS-BR-MOVE = WS-BR-SUB - 1
                MOVE WS-BRANCH-ENTRY(WS-BR-MOVE)
                    TO WS-BRANCH-ENTRY(WS-BR-SUB)
                MOVE WS-BR-MOVE TO WS-BR-SUB
            END-PERFORM.
            MOVE BM-BRANCH-CODE TO WS-BR-CODE(WS-BR-SUB).
            IF BM-BRANCH-REGION IS NUMERIC
                MOVE BM-BRANCH-REGION TO WS-BR-REGION(WS-BR-SUB)
            ELSE
                MOVE ZERO TO WS-BR-REGION(WS-BR-SUB)
            END-IF.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\ReportDistribution.txt'
                TO WS-DIST-MASTER-PATH
            ACCEPT WS-DIST-MASTER-PATH
                FROM ENVIRONMENT 'REPORT_DISTRIBUTION'
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
            MOVE 'D:\cOBOLTRAINING\DistributionIndex.txt'
                TO WS-DIST-INDEX-PATH
            ACCEPT WS-DIST-INDEX-PATH
                FROM ENVIRONMENT 'DISTRIBUTION_INDEX'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BURST.' TO WS-BURST-PREFIX
            ACCEPT WS-BURST-PREFIX FROM ENVIRONMENT 'BURST_PREFIX'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE '.txt' TO WS-BURST-SUFFIX
            ACCEPT WS-BURST-SUFFIX FROM ENVIRONMENT 'BURST_SUFFIX'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM RPTBURST.
