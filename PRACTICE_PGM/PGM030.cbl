      *                unmapped component goes out as a UNM line and
      *                RETURN-CODE 4; a register that does not
      *                balance ends 8; no usable payroll file ends 8.
      * 10/15/2026 SWL Every run now also appends one control record
      *                to PayJournalLog.txt (pay date, journal lines,
      *                gross debit total, tax withheld posted, and the
      *                liability credit total), so the monthly
      *                withholding return can prove its tax total
      *                against what was actually posted for the same
      *                pay dates. A rerun for a pay date appends a
      *                second record; the latest one is the posting.
      * 10/15/2026 SWL Employer on-costs. PAY-DATA's new employer-cost
      *                section is posted too: each contribution type
      *                is its own component (the type code from the
      *                employer contribution master, mapped on
      *                PayAccountMap.txt like any other -- debit the
      *                on-cost expense, credit the liability to the
      *                fund), so the branch cost center carries the
      *                full labour cost. Each such line balances on its
      *                own and stays out of the gross-against-
      *                liabilities check; the employer total is added
      *                to the TRL record and the journal log record.
      * 10/15/2026 SWL Labour distribution. Gross and each employer
      *                contribution now post to the branches in PAY-
      *                DATA's labour-distribution section, so a day
      *                worked at another branch is charged to that
      *                branch's cost center. Each contribution type is
      *                split in the same proportions as the employer
      *                total, and the home branch takes the rounding.
      *                Tax, deductions and net stay on the home branch
      *                that pays them. A payroll record written before
      *                the section existed posts wholly to PAY-BRANCH
      *                as before.
      * 10/15/2026 SWL Journal step of the payroll job stream. The
      *                extract now checks in with RUNCTL as PAYJRNL for
      *                the pay date with PAYVARCK as predecessor, so it
      *                refuses (RETURN-CODE 12) until the bank file has
      *                passed its variance check, and is marked complete
      *                when the journal balances (RETURN-CODE under 8).
      *                Writes its RUNSTATS record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYJOURNAL.
            SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT JOURNAL-LOG ASSIGN TO DYNAMIC WS-JOURNAL-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-DATA.
               10 PAY-DED-CODE PIC X(3).
               10 PAY-DED-AMT PIC 9(6)V99.
           05 NET-SALARY PIC 9(7)V99.
           05 PAY-ER-COST.
               10 ER-COST-TOTAL PIC 9(7)V99.
               10 PAY-ER-CONTRIB OCCURS 3 TIMES.
                   15 PAY-ER-CODE PIC X(3).
                   15 PAY-ER-AMT PIC 9(6)V99.
           05 PAY-LABOUR-DIST.
               10 PAY-DIST-COUNT PIC 9(1).
               10 PAY-DIST OCCURS 5 TIMES.
                   15 PAY-DIST-BRANCH PIC 9(3).
                   15 PAY-DIST-HOURS PIC 9(3).
                   15 PAY-DIST-GROSS PIC 9(7)V99.
                   15 PAY-DIST-OT PIC 9(7)V99.
                   15 PAY-DIST-ER PIC 9(7)V99.

       FD ACCOUNT-MAP.
       01 ACCOUNT-MAP-REC.
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(80).

       FD JOURNAL-LOG.
       01 JOURNAL-LOG-REC.
           05 PJL-PAY-DATE PIC 9(8).
           05 PJL-LINES PIC 9(7).
           05 PJL-GROSS PIC 9(13)V99.
           05 PJL-TAX PIC 9(13)V99.
           05 PJL-LIAB PIC 9(13)V99.
           05 PJL-ER PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01 WS-PAY-STATUS PIC X(2).
       01 WS-MAP-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-PAY-EOF PIC A(1).
       01 WS-MAP-EOF PIC A(1).

       01 WS-ACC-IDX PIC 9(3).
       01 WS-ACC-HIT PIC 9(3).
       01 WS-POST-COMP PIC X(3).
       01 WS-POST-BRANCH PIC 9(3).
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-DED-IDX PIC 9(1).
       01 WS-ER-IDX PIC 9(1).

      * THE EMPLOYEE'S LABOUR DISTRIBUTION -- ENTRY 1 IS THE HOME
      * BRANCH. A RECORD WITHOUT ONE IS ALL HOME.
       01 WS-DIST-COUNT PIC 9(1).
       01 WS-DST-IDX PIC 9(1).
       01 WS-TYPE-LAST PIC 9(1).
       01 WS-HOME-SHARE PIC S9(7)V99.
       01 WS-TYPE-SHARE PIC S9(7)V99.
       01 WS-ER-DIST-TABLE.
           05 WS-ER-DIST-ROW OCCURS 5 TIMES.
               10 WS-ER-DIST-DONE PIC S9(7)V99.

       77 WS-JRN-COUNT PIC 9(7) VALUE ZERO.
       77 WS-GROSS-TOTAL PIC 9(13)V99 VALUE ZERO.
       77 WS-LIAB-TOTAL PIC 9(13)V99 VALUE ZERO.
       77 WS-TAX-TOTAL PIC 9(13)V99 VALUE ZERO.
       77 WS-ER-TOTAL PIC 9(13)V99 VALUE ZERO.
       77 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-PAYROLL-DATA-PATH PIC X(60).
       01 WS-ACCOUNT-MAP-PATH PIC X(60).
       01 WS-JOURNAL-PATH PIC X(60).
       01 WS-JOURNAL-LOG-PATH PIC X(60).

       77 WS-PAY-READ PIC 9(7) VALUE ZERO.

       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'PAYJRNL'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

           COPY RUNSTATS REPLACING RST-REC-NAME BY WS-RUNSTATS
                                    RST-PROGRAM-NAME BY WS-RS-PROGRAM
                                    RST-DATE-NAME BY WS-RS-DATE
                                    RST-START-NAME BY WS-RS-START
                                    RST-END-NAME BY WS-RS-END
                                    RST-READ-NAME BY WS-RS-READ
                                    RST-WRITTEN-NAME BY WS-RS-WRITTEN
                                    RST-REJECTED-NAME
                                        BY WS-RS-REJECTED
                                    RST-RC-NAME BY WS-RS-RC.

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (AN
      * UNMAPPED COMPONENT WENT OUT AS A UNM LINE), 8 THE EXTRACT
      * DOES NOT BALANCE OR THERE WAS NO USABLE PAYROLL FILE, 12 RUN
      * CONTROL REFUSED THE RUN.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-RUN-DATE
            END-IF.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM RUNCTL-START-PARA.
            PERFORM LOAD-ACCOUNT-MAP.
            PERFORM SCAN-PAYROLL-PARA.
            IF WS-RETURN-CODE >= 8
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-JOURNAL-PARA.
            PERFORM WRITE-JOURNAL-LOG-PARA.
            IF WS-RETURN-CODE < 8
                MOVE 'END' TO WS-RUNCTL-FUNC
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       RUNCTL-START-PARA.
            MOVE 'START' TO WS-RUNCTL-FUNC.
            MOVE WS-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE 'PAYVARCK' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - PAYROLL JOURNAL ALREADY "
                    "COMPLETE FOR " WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - BANK VARIANCE CHECK NOT "
                    "COMPLETE FOR " WS-RUN-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-RUNSTATS-PARA.
            MOVE 'PAYJOURNAL' TO WS-RS-PROGRAM.
            MOVE WS-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-PAY-READ TO WS-RS-READ.
            MOVE WS-JRN-COUNT TO WS-RS-WRITTEN.
            MOVE WS-UNMAPPED-COUNT TO WS-RS-REJECTED.
            MOVE WS-RETURN-CODE TO WS-RS-RC.
            CALL 'RUNSTATS' USING WS-RUNSTATS.

       LOAD-ACCOUNT-MAP.
            MOVE ZERO TO WS-MAP-COUNT.
            MOVE 'N' TO WS-MAP-EOF.
            PERFORM UNTIL WS-PAY-EOF = 'Y'
                READ PAYROLL-DATA
                    AT END MOVE 'Y' TO WS-PAY-EOF
                    NOT AT END
                        ADD 1 TO WS-PAY-READ
                        PERFORM POST-EMPLOYEE-PARA
                END-READ
            END-PERFORM.
            IF WS-PAY-STATUS = '00' OR WS-PAY-STATUS = '10'
            END-IF.

       POST-EMPLOYEE-PARA.
      *     GROSS DEBITS THE WAGE COST OF EACH BRANCH WORKED AT; TAX,
      *     EACH DEDUCTION, AND NET ARE THE LIABILITY SIDE, ON THE
      *     HOME BRANCH. GROSS = TAX + DEDUCTIONS + NET BY
      *     CONSTRUCTION, SO THE EXTRACT BALANCES.
            MOVE 1 TO WS-DIST-COUNT.
            IF PAY-DIST-COUNT IS NUMERIC AND PAY-DIST-COUNT > ZERO
                MOVE PAY-DIST-COUNT TO WS-DIST-COUNT
                IF WS-DIST-COUNT > 5
                    MOVE 5 TO WS-DIST-COUNT
                END-IF
            END-IF.
            MOVE 'GRS' TO WS-POST-COMP.
            IF WS-DIST-COUNT = 1
                MOVE PAY-BRANCH TO WS-POST-BRANCH
                MOVE SALARY TO WS-POST-AMOUNT
                PERFORM ACCUMULATE-PARA
            ELSE
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-DIST-COUNT
                    MOVE PAY-DIST-BRANCH(WS-DST-IDX) TO WS-POST-BRANCH
                    MOVE PAY-DIST-GROSS(WS-DST-IDX) TO WS-POST-AMOUNT
                    PERFORM ACCUMULATE-PARA
                END-PERFORM
            END-IF.
            ADD SALARY TO WS-GROSS-TOTAL.
            MOVE PAY-BRANCH TO WS-POST-BRANCH.
            MOVE 'TAX' TO WS-POST-COMP.
            MOVE WITHHOLDING TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD WITHHOLDING TO WS-LIAB-TOTAL.
            ADD WITHHOLDING TO WS-TAX-TOTAL.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                UNTIL WS-DED-IDX > 5
                IF PAY-DED-CODE(WS-DED-IDX) NOT = SPACES AND
            MOVE NET-SALARY TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD NET-SALARY TO WS-LIAB-TOTAL.
      *     EMPLOYER CONTRIBUTIONS ARE COST ON TOP OF GROSS -- EACH
      *     LINE DEBITS THE ON-COST AND CREDITS THE FUND, SO IT
      *     BALANCES BY ITSELF AND IS TOTALLED SEPARATELY.
      *     WITH A LABOUR DISTRIBUTION EACH TYPE IS SPLIT IN THE
      *     PROPORTIONS OF THE BRANCHES' EMPLOYER SHARES -- THE LAST
      *     TYPE MAKES EACH AWAY BRANCH UP TO ITS SHARE EXACTLY, AND
      *     THE HOME BRANCH TAKES THE REST OF EACH TYPE.
            MOVE ZERO TO WS-TYPE-LAST.
            PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                UNTIL WS-ER-IDX > 3
                IF PAY-ER-CODE(WS-ER-IDX) NOT = SPACES AND
                    PAY-ER-AMT(WS-ER-IDX) IS NUMERIC AND
                    PAY-ER-AMT(WS-ER-IDX) > ZERO
                    MOVE WS-ER-IDX TO WS-TYPE-LAST
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > 5
                MOVE ZERO TO WS-ER-DIST-DONE(WS-DST-IDX)
            END-PERFORM.
            PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                UNTIL WS-ER-IDX > 3
                IF PAY-ER-CODE(WS-ER-IDX) NOT = SPACES AND
                    PAY-ER-AMT(WS-ER-IDX) IS NUMERIC AND
                    PAY-ER-AMT(WS-ER-IDX) > ZERO
                    MOVE PAY-ER-CODE(WS-ER-IDX) TO WS-POST-COMP
                    IF WS-DIST-COUNT = 1 OR ER-COST-TOTAL = ZERO
                        MOVE PAY-BRANCH TO WS-POST-BRANCH
                        MOVE PAY-ER-AMT(WS-ER-IDX) TO WS-POST-AMOUNT
                        PERFORM ACCUMULATE-PARA
                    ELSE
                        PERFORM POST-ER-SPLIT-PARA
                    END-IF
                    ADD PAY-ER-AMT(WS-ER-IDX) TO WS-ER-TOTAL
                END-IF
            END-PERFORM.

       POST-ER-SPLIT-PARA.
            MOVE PAY-ER-AMT(WS-ER-IDX) TO WS-HOME-SHARE.
            PERFORM VARYING WS-DST-IDX FROM 2 BY 1
                UNTIL WS-DST-IDX > WS-DIST-COUNT
                IF WS-ER-IDX = WS-TYPE-LAST
                    COMPUTE WS-TYPE-SHARE = PAY-DIST-ER(WS-DST-IDX)
                        - WS-ER-DIST-DONE(WS-DST-IDX)
                ELSE
                    COMPUTE WS-TYPE-SHARE ROUNDED =
                        PAY-ER-AMT(WS-ER-IDX)
                        * PAY-DIST-ER(WS-DST-IDX) / ER-COST-TOTAL
                END-IF
                IF WS-TYPE-SHARE < ZERO
                    MOVE ZERO TO WS-TYPE-SHARE
                END-IF
                IF WS-TYPE-SHARE > WS-HOME-SHARE
                    MOVE WS-HOME-SHARE TO WS-TYPE-SHARE
                END-IF
                ADD WS-TYPE-SHARE TO WS-ER-DIST-DONE(WS-DST-IDX)
                SUBTRACT WS-TYPE-SHARE FROM WS-HOME-SHARE
                MOVE PAY-DIST-BRANCH(WS-DST-IDX) TO WS-POST-BRANCH
                MOVE WS-TYPE-SHARE TO WS-POST-AMOUNT
                PERFORM ACCUMULATE-PARA
            END-PERFORM.
            MOVE PAY-BRANCH TO WS-POST-BRANCH.
            MOVE WS-HOME-SHARE TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.

       ACCUMULATE-PARA.
            IF WS-POST-AMOUNT = ZERO
                MOVE ZERO TO WS-ACC-HIT
                PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT
                    IF WS-ACC-BRANCH(WS-ACC-IDX) = WS-POST-BRANCH AND
                        WS-ACC-COMP(WS-ACC-IDX) = WS-POST-COMP
                        MOVE WS-ACC-IDX TO WS-ACC-HIT
                        MOVE WS-ACC-COUNT TO WS-ACC-IDX
                    IF WS-ACC-COUNT < 500
                        ADD 1 TO WS-ACC-COUNT
                        MOVE WS-ACC-COUNT TO WS-ACC-HIT
                        MOVE WS-POST-BRANCH
                            TO WS-ACC-BRANCH(WS-ACC-HIT)
                        MOVE WS-POST-COMP
                            TO WS-ACC-COMP(WS-ACC-HIT)
                        MOVE ZERO TO WS-ACC-AMOUNT(WS-ACC-HIT)
                    ELSE
                        DISPLAY "POSTING TABLE FULL - BRANCH "
                            WS-POST-BRANCH " COMPONENT " WS-POST-COMP
                            " LOST"
                    END-IF
                END-IF
                WS-GROSS-TOTAL DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-LIAB-TOTAL DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-ER-TOTAL DELIMITED BY SIZE
                INTO JOURNAL-REC
            END-STRING.
            WRITE JOURNAL-REC.
                WS-JRN-COUNT " LINES, " WS-UNMAPPED-COUNT
                " UNMAPPED".

       WRITE-JOURNAL-LOG-PARA.
      *     ONE CONTROL RECORD PER RUN, KEPT ACROSS RUNS FOR THE
      *     MONTHLY WITHHOLDING RETURN'S RECONCILIATION.
            OPEN EXTEND JOURNAL-LOG.
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT JOURNAL-LOG
            END-IF.
            MOVE WS-RUN-DATE TO PJL-PAY-DATE.
            MOVE WS-JRN-COUNT TO PJL-LINES.
            MOVE WS-GROSS-TOTAL TO PJL-GROSS.
            MOVE WS-TAX-TOTAL TO PJL-TAX.
            MOVE WS-LIAB-TOTAL TO PJL-LIAB.
            MOVE WS-ER-TOTAL TO PJL-ER.
            WRITE JOURNAL-LOG-REC.
            CLOSE JOURNAL-LOG.

       WRITE-ONE-LINE-PARA.
            MOVE ZERO TO WS-MAP-HIT.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayJournalLog.txt'
                TO WS-JOURNAL-LOG-PATH
            ACCEPT WS-JOURNAL-LOG-PATH
                FROM ENVIRONMENT 'PAY_JOURNAL_LOG'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM PAYJOURNAL.
