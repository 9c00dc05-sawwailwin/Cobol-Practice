      ******************************************************************
      * Author: SAW WAI LWIN
      * Date: 10/15/2026
      * Purpose: TRAINING PGM
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/15/2026 SWL Initial version -- off-cycle pay and payslip
      *                void, so an underpayment or a slip that went to
      *                the wrong employee is put right between paydays
      *                inside payroll instead of outside it.
      *                OffCycleParm.txt (OFFCYCLE_PARM) starts with an
      *                'H' header carrying the off-cycle pay date and
      *                the run reason, then one 'P' line per payment
      *                (EMP-NO, gross, hours, reason) and one 'V' line
      *                per slip to void (EMP-NO, the slip's pay date,
      *                reason); a line with no reason takes the run's.
      *                The operator signs on through SIGNON (view-only
      *                may not run it) and the employee master is
      *                claimed in FILELOCK for the run, so it cannot
      *                overlap the payroll run's YTD rewrite.
      *                A payment is refused if the employee is not on
      *                the master, the gross is not above zero, the
      *                date is a scheduled payday on PayCalendar.txt,
      *                or a live slip is already retained for the
      *                employee and date. Otherwise it is taxed the
      *                way the payroll run taxes (tax code, the table
      *                in force on the pay date, the employee's
      *                cycle) with no recurring deductions or employer
      *                contributions, and gets a normal payslip marked
      *                OFF-CYCLE (OffCyclePayslips.txt and the
      *                retained history), a credit on a separate bank
      *                file (OffCycleBankFile.txt -- no active bank
      *                details lists it for manual payment), its own
      *                journal (OffCycleJournal.txt, PAYJOURNAL
      *                layout) and a YTD update. A void reads the slip
      *                back from PayslipHistory.txt and appends a
      *                VOIDED slip for the same employee and date
      *                restating gross, taxable, withheld and net at
      *                nil, so the tax return and the variance check
      *                see the slip as gone; takes its gross,
      *                withholding, net and hours back off YTD (only
      *                while YTD is still in the slip's year); and
      *                writes the reversing journal (VoidJournal.txt,
      *                debit and credit swapped, deductions and
      *                employer contributions included). Every dated
      *                posting is carried into PayJournalLog.txt as a
      *                new latest record for its pay date. Each
      *                payment and void goes to AuditTrail.txt under
      *                the signed-on user, and OffCycleRegister.txt
      *                lists every request with its outcome.
      *                RETURN-CODE 0 clean, 4 warning (a request
      *                refused, a manual payment, a void not reversed
      *                on YTD or the journal log), 8 no parameter file
      *                or no valid header, 12 sign-on failed, view-only
      *                sign-on or the employee master is locked, 16 a
      *                work table overflowed.
      * 10/15/2026 SWL A void reverses the slip where it was posted:
      *                gross to each COST AT branch of a split slip,
      *                employer contributions split the way the
      *                payroll journal splits them, and tax,
      *                deductions and net to the home branch printed
      *                on the slip (the current branch only for a slip
      *                retained without one). The void slip repeats
      *                the split as VOID AT lines, and both slips now
      *                carry the home branch. An off-cycle payment is
      *                taxed at the margin -- the period is taxed with
      *                it added to the regular slip for the last
      *                scheduled payday of the employee's cycle, less
      *                what that slip withheld; with no such slip it
      *                is taxed alone without the allowance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRM-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
            WS-EMPLOYEE-MASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT EMPLOYEE-DATA ASSIGN TO DYNAMIC
            WS-EMPLOYEE-DATA-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMD-STATUS.

            SELECT PAY-CALENDAR ASSIGN TO DYNAMIC WS-PAY-CALENDAR-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

            SELECT TAX-TABLE-FILE ASSIGN TO DYNAMIC WS-TAX-TABLE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXT-STATUS.

            SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-TAX-CODE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXC-STATUS.

            SELECT BANK-DETAILS ASSIGN TO DYNAMIC
            WS-BANK-DETAILS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BNK-STATUS.

            SELECT ACCOUNT-MAP ASSIGN TO DYNAMIC WS-ACCOUNT-MAP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAP-STATUS.

            SELECT YTD-FILE ASSIGN TO DYNAMIC WS-YTD-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSH-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO DYNAMIC WS-PAYSLIP-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BANK-PAY-FILE ASSIGN TO DYNAMIC WS-BANK-PAY-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT JOURNAL-LOG ASSIGN TO DYNAMIC WS-JOURNAL-LOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUD-STATUS.

            SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-REC.
           05 OCP-TYPE PIC X(1).
           05 OCP-BODY PIC X(59).
       01 PARM-HEADER.
           05 FILLER PIC X(1).
           05 OCH-PAY-DATE PIC 9(8).
           05 OCH-REASON PIC X(30).
           05 FILLER PIC X(21).
       01 PARM-PAY.
           05 FILLER PIC X(1).
           05 OCP-EMP-NO PIC X(5).
           05 OCP-GROSS PIC 9(7)V99.
           05 OCP-HOURS PIC 9(3).
           05 OCP-REASON PIC X(30).
           05 FILLER PIC X(12).
       01 PARM-VOID.
           05 FILLER PIC X(1).
           05 OCV-EMP-NO PIC X(5).
           05 OCV-PAY-DATE PIC 9(8).
           05 OCV-REASON PIC X(30).
           05 FILLER PIC X(16).

       FD EMPLOYEE-MASTER.
           COPY EMPREC REPLACING EMR-REC-NAME BY MASTER-REC
                                  EMR-NO-NAME BY MST-NO
                                  EMR-NAME-NAME BY MST-NAME
                                  EMR-SAL-NAME BY MST-SAL
                                  EMR-STATUS-NAME BY MST-STATUS
                                  EMR-EFF-DATE-NAME BY MST-EFF-DATE
                                  EMR-END-DATE-NAME BY MST-END-DATE
                                  EMR-FREQ-NAME BY MST-FREQ.

       FD EMPLOYEE-DATA.
       01 EMP-DATA.
           05 E-NO PIC X(5).
           05 NAME PIC X(20).
           05 W-HOUR PIC 9(2).
           05 P-RATE PIC 9(4)V99.
           05 E-BRANCH PIC 9(3).

       FD PAY-CALENDAR.
       01 PAY-CALENDAR-REC.
           05 PCL-FREQ PIC X(1).
           05 PCL-START PIC 9(8).
           05 PCL-END PIC 9(8).
           05 PCL-PAYDATE PIC 9(8).

       FD TAX-TABLE-FILE.
       01 TAX-TABLE-REC.
           05 TXT-EFF-DATE PIC 9(8).
           05 TXT-TYPE PIC X(1).
           05 TXT-LOWER PIC 9(7)V99.
           05 TXT-ALLOWANCE REDEFINES TXT-LOWER PIC 9(7)V99.
           05 TXT-UPPER PIC 9(7)V99.
           05 TXT-RATE PIC 9(2)V99.

       FD TAX-CODE-FILE.
       01 TAX-CODE-REC.
           05 TXC-EMP-NO PIC X(5).
           05 TXC-CODE PIC X(1).
           05 TXC-RATE PIC 9(2)V99.

       FD BANK-DETAILS.
       01 BANK-DETAILS-REC.
           05 BNK-EMP-NO PIC X(5).
           05 BNK-BANK-CODE PIC X(4).
           05 BNK-ACCOUNT PIC X(10).
           05 BNK-ACTIVE PIC X(1).

       FD ACCOUNT-MAP.
       01 ACCOUNT-MAP-REC.
           05 PJM-COMP PIC X(3).
           05 PJM-DEBIT PIC X(6).
           05 PJM-CREDIT PIC X(6).

       FD YTD-FILE.
       01 YTD-REC.
           05 YTD-EMP-NO PIC X(5).
           05 YTD-YEAR PIC 9(4).
           05 YTD-HOURS PIC 9(7).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-WITHHOLD PIC 9(8)V99.
           05 YTD-NET PIC 9(9)V99.

       FD PAYSLIP-HISTORY.
       01 PSH-REC.
           05 PSH-EMP-NO PIC X(5).
           05 PSH-PAY-DATE PIC 9(8).
           05 PSH-LINE PIC X(60).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE PIC X(60).

       FD BANK-PAY-FILE.
       01 BANK-PAY-LINE PIC X(50).

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

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC X(2).
       01 WS-MST-STATUS PIC X(2).
       01 WS-EMD-STATUS PIC X(2).
       01 WS-CAL-STATUS PIC X(2).
       01 WS-TXT-STATUS PIC X(2).
       01 WS-TXC-STATUS PIC X(2).
       01 WS-BNK-STATUS PIC X(2).
       01 WS-MAP-STATUS PIC X(2).
       01 WS-YTD-STATUS PIC X(2).
       01 WS-PSH-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-AUD-STATUS PIC X(2).
       01 WS-EOF PIC A(1).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-X PIC X(8).
       01 WS-RUN-YEAR PIC 9(4).

      * THE HEADER -- THE DATE EVERY PAYMENT IN THE RUN IS MADE ON,
      * AND THE REASON A REQUEST LINE WITHOUT ITS OWN TAKES.
       01 WS-OFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-OFF-REASON PIC X(30) VALUE SPACES.
       01 WS-SCHEDULED-SW PIC X(1) VALUE 'N'.
           88 WS-SCHEDULED VALUE 'Y'.

      * ONE ENTRY PER PAYMENT OR VOID REQUESTED. A VOID'S SLIP IS
      * READ BACK FROM HISTORY INTO ITS ENTRY BEFORE ANYTHING IS
      * WRITTEN, WITH THE HOME BRANCH AND ANY COST AT LINES IT WAS
      * POSTED BY; A PAYMENT PICKS UP THE LATEST REGULAR SLIP BEFORE
      * IT, THE ONE ITS TAX IS WORKED ON TOP OF.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES.
               10 WS-RQ-TYPE PIC X(1).
                   88 WS-RQ-PAY VALUE 'P'.
                   88 WS-RQ-VOID VALUE 'V'.
               10 WS-RQ-EMP-NO PIC X(5).
               10 WS-RQ-DATE PIC 9(8).
               10 WS-RQ-GROSS-OK PIC X(1).
               10 WS-RQ-GROSS PIC 9(7)V99.
               10 WS-RQ-HOURS PIC 9(3).
               10 WS-RQ-REASON PIC X(30).
               10 WS-RQ-DUP PIC X(1).
               10 WS-RQ-FOUND PIC X(1).
               10 WS-RQ-VOIDED PIC X(1).
               10 WS-RQ-TAXABLE PIC 9(7)V99.
               10 WS-RQ-TAX PIC 9(7)V99.
               10 WS-RQ-TAX-CODE PIC X(1).
               10 WS-RQ-NET PIC 9(7)V99.
               10 WS-RQ-SLIP-HOURS PIC 9(4).
               10 WS-RQ-DED-COUNT PIC 9(1).
               10 WS-RQ-DED OCCURS 5 TIMES.
                   15 WS-RQ-DED-CODE PIC X(3).
                   15 WS-RQ-DED-AMT PIC 9(6)V99.
               10 WS-RQ-ER-COUNT PIC 9(1).
               10 WS-RQ-ER OCCURS 3 TIMES.
                   15 WS-RQ-ER-CODE PIC X(3).
                   15 WS-RQ-ER-AMT PIC 9(6)V99.
               10 WS-RQ-SLIP-BRANCH PIC 9(3).
               10 WS-RQ-DIST-COUNT PIC 9(1).
               10 WS-RQ-DIST OCCURS 5 TIMES.
                   15 WS-RQ-DIST-BRANCH PIC 9(3).
                   15 WS-RQ-DIST-GROSS PIC 9(7)V99.
                   15 WS-RQ-DIST-ER PIC 9(7)V99.
               10 WS-RQ-PER-DATE PIC 9(8).
               10 WS-RQ-PER-SW PIC X(1).
               10 WS-RQ-PER-GROSS PIC 9(7)V99.
               10 WS-RQ-PER-TAXABLE PIC 9(7)V99.
               10 WS-RQ-PER-TAX PIC 9(7)V99.
       01 WS-REQUEST-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-REQUEST-COUNT PIC 9(2) VALUE 50.
       01 WS-RQ-IDX PIC 9(2).
       01 WS-RQ-IDX-2 PIC 9(2).
       01 WS-PAY-REQ-COUNT PIC 9(2) VALUE ZERO.

      * EMPLOYEEDATA.TXT -- NAME, RATE AND HOME BRANCH.
       01 WS-EMPDATA-TABLE.
           05 WS-EMPDATA-ENTRY OCCURS 2000 TIMES.
               10 WS-EMD-E-NO PIC X(5).
               10 WS-EMD-NAME PIC X(20).
               10 WS-EMD-RATE PIC 9(4)V99.
               10 WS-EMD-BRANCH PIC 9(3).
       01 WS-EMPDATA-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-EMPDATA-COUNT PIC 9(4) VALUE 2000.
       01 WS-EMD-IDX PIC 9(4).
       01 WS-EMD-HIT PIC 9(4).

       01 WS-BANKDET-TABLE.
           05 WS-BANKDET-ENTRY OCCURS 2000 TIMES.
               10 WS-BNK-EMP-NO PIC X(5).
               10 WS-BNK-BANK-CODE PIC X(4).
               10 WS-BNK-ACCOUNT PIC X(10).
               10 WS-BNK-ACTIVE PIC X(1).
       01 WS-BANKDET-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-BANKDET-COUNT PIC 9(4) VALUE 2000.
       01 WS-BNK-IDX PIC 9(4).
       01 WS-BNK-HIT PIC 9(4).

      * TAX -- THE SAME TABLE, CODES AND CALCULATION THE PAYROLL RUN
      * USES, WITH THE OFF-CYCLE PAY DATE AS THE DATE IN FORCE.
       01 WS-TAXROW-TABLE.
           05 WS-TAXROW-ENTRY OCCURS 100 TIMES.
               10 WS-TXR-EFF-DATE PIC 9(8).
               10 WS-TXR-TYPE PIC X(1).
               10 WS-TXR-LOWER PIC 9(7)V99.
               10 WS-TXR-UPPER PIC 9(7)V99.
               10 WS-TXR-RATE PIC 9(2)V99.
       01 WS-TAXROW-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-TAXROW-COUNT PIC 9(3) VALUE 100.
       01 WS-TXR-IDX PIC 9(3).
       01 WS-TAX-EFF-DATE PIC 9(8).
       01 WS-TAX-BAND-COUNT PIC 9(3).
       01 WS-TAX-ALLOWANCE PIC 9(7)V99.
       01 WS-TAX-ANNUAL-GROSS PIC 9(9)V99.
       01 WS-TAX-TAXABLE PIC 9(9)V99.
       01 WS-TAX-SLICE PIC 9(9)V99.
       01 WS-TAX-ANNUAL PIC 9(9)V99.
       01 WS-TAX-PERIOD-GROSS PIC 9(8)V99.
       01 WS-TAX-ALLOW-SW PIC X(1).
           88 WS-TAX-ALLOW VALUE 'Y'.
       77 WS-TAX-RATE PIC V99 VALUE .20.

       01 WS-TAXCODE-TABLE.
           05 WS-TAXCODE-ENTRY OCCURS 2000 TIMES.
               10 WS-TXC-EMP-NO PIC X(5).
               10 WS-TXC-CODE PIC X(1).
               10 WS-TXC-RATE PIC 9(2)V99.
       01 WS-TAXCODE-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-TAXCODE-COUNT PIC 9(4) VALUE 2000.
       01 WS-TXC-IDX PIC 9(4).
       01 WS-TXC-HIT PIC 9(4).
       01 WS-EMP-TAX-CODE PIC X(1).

      * PAY FREQUENCIES -- THE PERIODS A YEAR THE BANDED TAX IS
      * ANNUALISED OVER. BLANK OR UNKNOWN IS WEEKLY.
       01 WS-FREQ-VALUES.
           05 FILLER PIC X(3) VALUE "W52".
           05 FILLER PIC X(3) VALUE "F26".
           05 FILLER PIC X(3) VALUE "M12".
       01 FILLER REDEFINES WS-FREQ-VALUES.
           05 WS-FRQ-ENTRY OCCURS 3 TIMES.
               10 WS-FRQ-CODE PIC X(1).
               10 WS-FRQ-PERIODS PIC 9(2).
       01 WS-FRQ-IDX PIC 9(1).
       01 WS-FRQ-HIT PIC 9(1).
       01 WS-EMP-FREQ PIC X(1).
      * THE LAST SCHEDULED PAYDAY BEFORE THE OFF-CYCLE DATE FOR EACH
      * CYCLE -- THE PERIOD AN OFF-CYCLE PAYMENT IS EXTRA PAY FOR.
       01 WS-FRQ-LAST-TABLE.
           05 WS-FRQ-LAST-PAYDATE PIC 9(8) OCCURS 3 TIMES.

       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 30 TIMES.
               10 WS-MAP-COMP PIC X(3).
               10 WS-MAP-DEBIT PIC X(6).
               10 WS-MAP-CREDIT PIC X(6).
       01 WS-MAP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-MAP-IDX PIC 9(2).
       01 WS-MAP-HIT PIC 9(2).

      * POSTINGS PER JOURNAL ('P' OFF-CYCLE, 'V' REVERSING), BRANCH
      * AND COMPONENT.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 300 TIMES.
               10 WS-ACC-KIND PIC X(1).
               10 WS-ACC-BRANCH PIC 9(3).
               10 WS-ACC-COMP PIC X(3).
               10 WS-ACC-AMOUNT PIC 9(11)V99.
       01 WS-ACC-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-ACC-COUNT PIC 9(3) VALUE 300.
       01 WS-ACC-IDX PIC 9(3).
       01 WS-ACC-HIT PIC 9(3).
       01 WS-POST-KIND PIC X(1).
       01 WS-POST-COMP PIC X(3).
       01 WS-POST-BRANCH PIC 9(3).
       01 WS-POST-AMOUNT PIC 9(9)V99.
       01 WS-POST-LINES PIC 9(3).
       01 WS-DED-IDX PIC 9(1).
       01 WS-ER-IDX PIC 9(1).

      * REVERSING A SPLIT SLIP -- THE PAYROLL JOURNAL'S OWN SPLIT OF
      * EACH EMPLOYER CONTRIBUTION TYPE OVER THE BRANCHES WORKED AT.
       01 WS-VOID-HOME PIC 9(3).
       01 WS-DST-IDX PIC 9(1).
       01 WS-DIST-GROSS-TOTAL PIC 9(8)V99.
       01 WS-TYPE-LAST PIC 9(1).
       01 WS-HOME-SHARE PIC 9(7)V99.
       01 WS-TYPE-SHARE PIC S9(7)V99.
       01 WS-ER-DIST-TABLE.
           05 WS-ER-DIST-DONE PIC 9(7)V99 OCCURS 5 TIMES.

      * JOURNAL TOTALS, OFF-CYCLE AND REVERSING.
       01 WS-JRN-KIND PIC X(1).
       01 WS-JRN-TITLE PIC X(20).
       77 WS-JRN-COUNT PIC 9(7) VALUE ZERO.
       77 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-JRN-TOTALS.
           05 WS-JT-GROSS PIC 9(13)V99 OCCURS 2 TIMES.
           05 WS-JT-LIAB PIC 9(13)V99 OCCURS 2 TIMES.
           05 WS-JT-ER PIC 9(13)V99 OCCURS 2 TIMES.
       01 WS-JT-SUB PIC 9(1).

      * EVERY PAY DATE THIS RUN POSTS TO, WITH WHAT IT ADDS TO (OR
      * TAKES OFF) THAT DATE'S LATEST JOURNAL LOG RECORD.
       01 WS-LOGDATE-TABLE.
           05 WS-LOGDATE-ENTRY OCCURS 60 TIMES.
               10 WS-LD-DATE PIC 9(8).
               10 WS-LD-HAS-PAY PIC X(1).
               10 WS-LD-LINES PIC S9(7).
               10 WS-LD-GROSS PIC S9(13)V99.
               10 WS-LD-TAX PIC S9(13)V99.
               10 WS-LD-LIAB PIC S9(13)V99.
               10 WS-LD-ER PIC S9(13)V99.
               10 WS-LD-BASE-FOUND PIC X(1).
               10 WS-LD-BASE PIC X(75).
       01 WS-LOGDATE-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-LOGDATE-COUNT PIC 9(2) VALUE 60.
       01 WS-LD-IDX PIC 9(2).
       01 WS-LD-HIT PIC 9(2).
       01 WS-FIND-DATE PIC 9(8).
       01 WS-LOG-WORK PIC S9(13)V99.
       01 WS-LOG-LINES-WORK PIC S9(7).

       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 2000 TIMES.
               10 WS-YTD-EMP-NO PIC X(5).
               10 WS-YTD-YEAR PIC 9(4).
               10 WS-YTD-HOURS PIC 9(7).
               10 WS-YTD-GROSS PIC 9(9)V99.
               10 WS-YTD-WITHHOLD PIC 9(8)V99.
               10 WS-YTD-NET PIC 9(9)V99.
       01 WS-YTD-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-YTD-COUNT PIC 9(4) VALUE 2000.
       01 WS-YTD-IDX PIC 9(4).
       01 WS-YTD-HIT PIC 9(4).
       01 WS-YTD-CHANGED PIC X(1) VALUE 'N'.

      * THE EMPLOYEE AND AMOUNTS OF THE REQUEST IN HAND.
       01 WS-E-NO PIC X(5).
       01 WS-NAME PIC X(20).
       01 WS-P-RATE PIC 9(4)V99.
       01 WS-BRANCH PIC 9(3).
       01 WS-SALARY PIC 9(7)V99.
       01 WS-TAXABLE-PAY PIC 9(7)V99.
       01 WS-WITHHOLDING PIC 9(7)V99.
       01 WS-NET-SALARY PIC 9(7)V99.
       01 WS-DED-TOTAL PIC 9(7)V99.
       01 WS-ER-TOTAL PIC 9(7)V99.
       01 WS-CHECK-TOTAL PIC 9(8)V99.
       01 WS-OUTCOME PIC X(30).
       01 WS-REFUSED-SW PIC X(1).
           88 WS-REFUSED VALUE 'Y'.

      * SLIP LINES ARE PRINTED EDITED, SO A VOID READS THEM BACK
      * THROUGH THE SAME PICTURES THE PAYROLL RUN PRINTED THEM WITH.
       01 WS-AMT-EDIT PIC Z(7)9.99.
       01 WS-AMT-EDIT-X REDEFINES WS-AMT-EDIT PIC X(11).
       01 WS-AMT-NUM PIC 9(7)V99.
       01 WS-DED-EDIT PIC Z(6)9.99.
       01 WS-DED-EDIT-X REDEFINES WS-DED-EDIT PIC X(10).
       01 WS-DED-NUM PIC 9(6)V99.
       01 WS-HRS-EDIT PIC ZZ9.
       01 WS-HRS-EDIT-X REDEFINES WS-HRS-EDIT PIC X(3).
       01 WS-HRS-NUM PIC 9(3).

      * PAYSLIP PRINT LINES -- THE PAYROLL RUN'S LAYOUTS, SO THE
      * REPRINT, THE TAX RETURN AND THE VARIANCE CHECK READ AN
      * OFF-CYCLE OR VOIDED SLIP LIKE ANY OTHER.
       01 WS-SLIP-RULE-LINE.
           05 FILLER PIC X(50) VALUE ALL "=".
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-SLIP-TITLE-LINE.
           05 FILLER PIC X(25) VALUE "             PAYSLIP".
           05 WS-SLIP-DATE PIC 9(8).
           05 WS-SLIP-FINAL PIC X(11).
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-SLIP-EMP-LINE.
           05 FILLER PIC X(9) VALUE "EMP NO  :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLIP-EMP-NO PIC X(5).
           05 FILLER PIC X(8) VALUE "  NAME :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLIP-NAME PIC X(20).
           05 FILLER PIC X(11) VALUE "  BRANCH : ".
           05 WS-SLIP-BRANCH PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-SLIP-REASON-LINE.
           05 FILLER PIC X(9) VALUE "REASON  :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLIP-REASON PIC X(30).
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-SLIP-HOURS-LINE.
           05 FILLER PIC X(9) VALUE "REG HRS :".
           05 WS-SLIP-REG-HOURS PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   OT HRS :".
           05 WS-SLIP-OT-HOURS PIC ZZ9.
           05 FILLER PIC X(12) VALUE "  HELD OT :".
           05 WS-SLIP-OT-HELD PIC ZZ9.
           05 FILLER PIC X(18) VALUE SPACES.
       01 WS-SLIP-RATE-LINE.
           05 FILLER PIC X(9) VALUE "RATE    :".
           05 WS-SLIP-RATE PIC Z(4)9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-SLIP-GROSS-LINE.
           05 FILLER PIC X(9) VALUE "GROSS   :".
           05 WS-SLIP-GROSS PIC Z(7)9.99.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-SLIP-TAXABLE-LINE.
           05 FILLER PIC X(9) VALUE "TAXABLE :".
           05 WS-SLIP-TAXABLE PIC Z(7)9.99.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-SLIP-TAX-LINE.
           05 FILLER PIC X(9) VALUE "WITHHELD:".
           05 WS-SLIP-TAX PIC Z(7)9.99.
           05 FILLER PIC X(11) VALUE "  TAX CODE ".
           05 WS-SLIP-TAX-CODE PIC X(1).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-SLIP-NET-LINE.
           05 FILLER PIC X(9) VALUE "NET PAY :".
           05 WS-SLIP-NET PIC Z(7)9.99.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-SLIP-YTD-LINE.
           05 FILLER PIC X(9) VALUE "YTD GROSS".
           05 FILLER PIC X(1) VALUE ":".
           05 WS-SLIP-YTD-GROSS PIC Z(8)9.99.
           05 FILLER PIC X(9) VALUE "  YTD NET".
           05 FILLER PIC X(1) VALUE ":".
           05 WS-SLIP-YTD-NET PIC Z(8)9.99.
           05 FILLER PIC X(16) VALUE SPACES.
      * A VOID RESTATES THE SLIP AT NIL BEHIND THESE TWO LINES --
      * THE GROSS AND THE EMPLOYER CONTRIBUTIONS IT TOOK BACK, FOR
      * THE READERS THAT ADD SLIPS UP RATHER THAN TAKE THE LATEST.
       01 WS-SLIP-VOID-LINE.
           05 FILLER PIC X(9) VALUE "VOIDED  :".
           05 WS-SLIP-VOID-GROSS PIC Z(7)9.99.
           05 FILLER PIC X(4) VALUE " ON ".
           05 WS-SLIP-VOID-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLIP-VOID-REASON PIC X(27).
       01 WS-SLIP-VOID-ER-LINE.
           05 FILLER PIC X(9) VALUE "VOID ER :".
           05 WS-SLIP-VOID-ER PIC Z(7)9.99.
           05 FILLER PIC X(40) VALUE SPACES.
      * A SPLIT SLIP'S COST AT LINES, RESTATED AS TAKEN BACK -- GROSS
      * AND EMPLOYER SHARE WHERE THE PAYROLL RUN'S COST LINES HAVE
      * THEM.
       01 WS-SLIP-VOID-AT-LINE.
           05 FILLER PIC X(9) VALUE "VOID AT :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SVA-BRANCH PIC 9(3).
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "  GROSS".
           05 WS-SVA-GROSS PIC Z(7)9.99.
           05 FILLER PIC X(4) VALUE "  ER".
           05 WS-SVA-ER PIC Z(7)9.99.
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-SLIP-PAD-IDX PIC 9(2).
       01 WS-SLIP-PAD-N PIC 9(2).
       77 SLIP-PAGE-DEPTH PIC 9(2) VALUE 29.
       01 WS-SLIP-KEY-DATE PIC 9(8).

       01 WS-BPF-HEADER.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-BPH-DATE PIC 9(8).
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-BPF-DETAIL.
           05 FILLER PIC X(1) VALUE 'D'.
           05 WS-BPD-BANK PIC X(4).
           05 WS-BPD-ACCOUNT PIC X(10).
           05 WS-BPD-EMP-NO PIC X(5).
           05 WS-BPD-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-BPF-TRAILER.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-BPT-COUNT PIC 9(5).
           05 WS-BPT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(31) VALUE SPACES.

       77 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BANK-PAID-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MANUAL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-VOID-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-BANK-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-MANUAL-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-VOID-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-AUD-AMT PIC 9(6).

      * REGISTER LINES.
       01 WS-REG-TITLE.
           05 FILLER PIC X(35)
               VALUE "OFF-CYCLE PAY REGISTER - PAY DATE ".
           05 WS-RGT-OFF-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "   RUN ON ".
           05 WS-RGT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "   BY ".
           05 WS-RGT-USER-ID PIC X(10).
           05 FILLER PIC X(55) VALUE SPACES.
       01 WS-REG-REASON.
           05 FILLER PIC X(12) VALUE "RUN REASON: ".
           05 WS-RGR-REASON PIC X(30).
           05 FILLER PIC X(90) VALUE SPACES.
       01 WS-REG-ITEM-HEAD.
           05 FILLER PIC X(5) VALUE "TYPE ".
           05 FILLER PIC X(7) VALUE "EMP NO ".
           05 FILLER PIC X(10) VALUE "PAY DATE  ".
           05 FILLER PIC X(13) VALUE "       GROSS ".
           05 FILLER PIC X(13) VALUE "         TAX ".
           05 FILLER PIC X(14) VALUE "         NET  ".
           05 FILLER PIC X(32) VALUE "REASON".
           05 FILLER PIC X(38) VALUE "OUTCOME".
       01 WS-REG-ITEM.
           05 WS-RGI-TYPE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-TAX PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RGI-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGI-OUTCOME PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.
       01 WS-REG-TOTAL.
           05 WS-RGS-LABEL PIC X(40).
           05 WS-RGS-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RGS-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(68) VALUE SPACES.

       01 WS-PARM-PATH PIC X(60).
       01 WS-EMPLOYEE-MASTER-PATH PIC X(60).
       01 WS-EMPLOYEE-DATA-PATH PIC X(60).
       01 WS-PAY-CALENDAR-PATH PIC X(60).
       01 WS-TAX-TABLE-PATH PIC X(60).
       01 WS-TAX-CODE-PATH PIC X(60).
       01 WS-BANK-DETAILS-PATH PIC X(60).
       01 WS-ACCOUNT-MAP-PATH PIC X(60).
       01 WS-YTD-FILE-PATH PIC X(60).
       01 WS-SLIP-HIST-PATH PIC X(60).
       01 WS-PAYSLIP-PATH PIC X(60).
       01 WS-BANK-PAY-PATH PIC X(60).
       01 WS-OFF-JOURNAL-PATH PIC X(60).
       01 WS-VOID-JOURNAL-PATH PIC X(60).
       01 WS-JOURNAL-PATH PIC X(60).
       01 WS-JOURNAL-LOG-PATH PIC X(60).
       01 WS-AUDIT-FILE-PATH PIC X(60).
       01 WS-REGISTER-PATH PIC X(60).

      * SIGN-ON REQUEST PASSED TO THE SHARED SIGNON SUBPROGRAM --
      * EVERY PAYMENT AND VOID IS AUDITED UNDER A VALIDATED ID.
       01 WS-SIGNON.
           05 WS-SO-USER-ID PIC X(10).
           05 WS-SO-PERM PIC X(1).
           05 WS-SO-RESULT PIC X(1).

      * FILE-LOCK REQUEST PASSED TO THE SHARED FILELOCK SUBPROGRAM.
       01 WS-FILELOCK.
           05 WS-FL-FUNC PIC X(5).
           05 WS-FL-RESOURCE PIC X(12).
           05 WS-FL-HOLDER PIC X(8) VALUE 'OFFCYCLE'.
           05 WS-FL-RESULT PIC X(1).

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (A REQUEST
      * REFUSED, A PAYMENT LEFT FOR MANUAL PAYMENT, A VOID NOT TAKEN
      * OFF YTD OR THE JOURNAL LOG), 8 NO PARAMETER FILE OR NO VALID
      * HEADER, 12 SIGN-ON FAILED OR VIEW-ONLY, OR THE EMPLOYEE
      * MASTER IS LOCKED, 16 A WORK TABLE OVERFLOWED.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

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
                DISPLAY "SIGN-ON FAILED - OFF-CYCLE RUN NOT STARTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-SO-PERM = 'V'
                DISPLAY "VIEW-ONLY SIGN-ON - OFF-CYCLE RUN NOT STARTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PARM-PARA THRU LOAD-PARM-EXIT.
            IF WS-RETURN-CODE >= 8
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
      *     CLAIM THE EMPLOYEE MASTER FOR THE RUN -- THE PAYROLL RUN
      *     HOLDS IT WHILE IT REWRITES YTD, SO THE TWO CANNOT OVERLAP.
            MOVE 'SET  ' TO WS-FL-FUNC.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                DISPLAY "EMPLOYEE MASTER IS LOCKED - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "EMPLOYEE MASTER UNUSABLE - STATUS "
                    WS-MST-STATUS
                PERFORM CLEAR-LOCK-PARA
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-EMPLOYEE-DATA-PARA.
            PERFORM LOAD-BANK-DETAILS-PARA.
            PERFORM LOAD-PAYCAL-PARA.
            PERFORM LOAD-TAX-TABLE-PARA.
            PERFORM LOAD-TAX-CODES-PARA.
            PERFORM LOAD-ACCOUNT-MAP-PARA.
            PERFORM LOAD-YTD-PARA.
            PERFORM SCAN-HISTORY-PARA.
            PERFORM OPEN-OUTPUT-PARA.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
                MOVE 'N' TO WS-REFUSED-SW
                IF WS-RQ-PAY(WS-RQ-IDX)
                    PERFORM PAY-ONE-PARA THRU PAY-ONE-EXIT
                ELSE
                    PERFORM VOID-ONE-PARA THRU VOID-ONE-EXIT
                END-IF
                PERFORM WRITE-REG-ITEM-PARA
            END-PERFORM.
            PERFORM CLOSE-OUTPUT-PARA.
            CLOSE EMPLOYEE-MASTER.
            IF WS-PAID-COUNT > ZERO
                MOVE 'P' TO WS-JRN-KIND
                MOVE WS-OFF-JOURNAL-PATH TO WS-JOURNAL-PATH
                MOVE '|OFF-CYCLE JOURNAL' TO WS-JRN-TITLE
                PERFORM WRITE-JOURNAL-PARA
            END-IF.
            IF WS-VOID-COUNT > ZERO
                MOVE 'V' TO WS-JRN-KIND
                MOVE WS-VOID-JOURNAL-PATH TO WS-JOURNAL-PATH
                MOVE '|REVERSING JOURNAL' TO WS-JRN-TITLE
                PERFORM WRITE-JOURNAL-PARA
            END-IF.
            IF WS-LOGDATE-COUNT > ZERO
                PERFORM UPDATE-JOURNAL-LOG-PARA
            END-IF.
            IF WS-YTD-CHANGED = 'Y'
                PERFORM SAVE-YTD-PARA
            END-IF.
            PERFORM WRITE-REG-TOTALS-PARA.
            CLOSE REGISTER-FILE.
            PERFORM CLEAR-LOCK-PARA.
            DISPLAY "OFF-CYCLE RUN FOR " WS-OFF-DATE " - "
                WS-PAID-COUNT " PAID, " WS-VOID-COUNT " VOIDED, "
                WS-REFUSED-COUNT " REFUSED".
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       CLEAR-LOCK-PARA.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.

       TABLE-FULL-PARA.
      *     NOTHING HAS BEEN WRITTEN YET -- GIVE THE LOCK BACK AND
      *     STOP.
            CLOSE EMPLOYEE-MASTER.
            PERFORM CLEAR-LOCK-PARA.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       LOAD-PARM-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PARM-FILE.
            IF WS-PRM-STATUS NOT = '00'
                DISPLAY "OFF-CYCLE PARAMETERS NOT AVAILABLE - STATUS "
                    WS-PRM-STATUS " - NOTHING DONE"
                MOVE 8 TO WS-RETURN-CODE
                GO TO LOAD-PARM-EXIT
            END-IF.
            READ PARM-FILE
                AT END MOVE 'Y' TO WS-EOF
            END-READ.
            IF WS-EOF = 'Y' OR OCP-TYPE NOT = 'H' OR
                OCH-PAY-DATE IS NOT NUMERIC OR OCH-PAY-DATE = ZERO
                DISPLAY "OFF-CYCLE PARAMETERS HAVE NO VALID HEADER - "
                    "NOTHING DONE"
                MOVE 8 TO WS-RETURN-CODE
                CLOSE PARM-FILE
                GO TO LOAD-PARM-EXIT
            END-IF.
            MOVE OCH-PAY-DATE TO WS-OFF-DATE.
            MOVE OCH-REASON TO WS-OFF-REASON.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PARM-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM ADD-REQUEST-PARA
                END-READ
            END-PERFORM.
            CLOSE PARM-FILE.
       LOAD-PARM-EXIT.
            EXIT.

       ADD-REQUEST-PARA.
            IF OCP-TYPE NOT = 'P' AND OCP-TYPE NOT = 'V'
                DISPLAY "OFF-CYCLE PARAMETER LINE IGNORED - " PARM-REC
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                IF WS-REQUEST-COUNT >= MAX-REQUEST-COUNT
                    DISPLAY "OFF-CYCLE REQUESTS EXCEED TABLE CAPACITY "
                        "OF " MAX-REQUEST-COUNT " - RUN STOPPED"
                    CLOSE PARM-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-REQUEST-COUNT
                MOVE WS-REQUEST-COUNT TO WS-RQ-IDX
                MOVE OCP-TYPE TO WS-RQ-TYPE(WS-RQ-IDX)
                MOVE 'N' TO WS-RQ-DUP(WS-RQ-IDX)
                MOVE 'N' TO WS-RQ-FOUND(WS-RQ-IDX)
                MOVE 'N' TO WS-RQ-VOIDED(WS-RQ-IDX)
                MOVE 'Y' TO WS-RQ-GROSS-OK(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-GROSS(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-HOURS(WS-RQ-IDX)
                MOVE SPACE TO WS-RQ-TAX-CODE(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-PER-DATE(WS-RQ-IDX)
                MOVE 'N' TO WS-RQ-PER-SW(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-PER-GROSS(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-PER-TAXABLE(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-PER-TAX(WS-RQ-IDX)
                PERFORM CLEAR-SLIP-FIELDS-PARA
                IF WS-RQ-PAY(WS-RQ-IDX)
                    ADD 1 TO WS-PAY-REQ-COUNT
                    MOVE OCP-EMP-NO TO WS-RQ-EMP-NO(WS-RQ-IDX)
                    MOVE WS-OFF-DATE TO WS-RQ-DATE(WS-RQ-IDX)
                    IF OCP-GROSS IS NUMERIC
                        MOVE OCP-GROSS TO WS-RQ-GROSS(WS-RQ-IDX)
                    ELSE
                        MOVE 'N' TO WS-RQ-GROSS-OK(WS-RQ-IDX)
                    END-IF
                    IF OCP-HOURS IS NUMERIC
                        MOVE OCP-HOURS TO WS-RQ-HOURS(WS-RQ-IDX)
                    END-IF
                    MOVE OCP-REASON TO WS-RQ-REASON(WS-RQ-IDX)
                ELSE
                    MOVE OCV-EMP-NO TO WS-RQ-EMP-NO(WS-RQ-IDX)
                    IF OCV-PAY-DATE IS NUMERIC
                        MOVE OCV-PAY-DATE TO WS-RQ-DATE(WS-RQ-IDX)
                    ELSE
                        MOVE ZERO TO WS-RQ-DATE(WS-RQ-IDX)
                    END-IF
                    MOVE OCV-REASON TO WS-RQ-REASON(WS-RQ-IDX)
                END-IF
                IF WS-RQ-REASON(WS-RQ-IDX) = SPACES
                    MOVE WS-OFF-REASON TO WS-RQ-REASON(WS-RQ-IDX)
                END-IF
      *         THE SAME EMPLOYEE AND DATE TWICE IN ONE RUN IS A
      *         KEYING SLIP -- THE FIRST STANDS.
                PERFORM VARYING WS-RQ-IDX-2 FROM 1 BY 1
                    UNTIL WS-RQ-IDX-2 >= WS-RQ-IDX
                    IF WS-RQ-EMP-NO(WS-RQ-IDX-2) =
                        WS-RQ-EMP-NO(WS-RQ-IDX) AND
                        WS-RQ-DATE(WS-RQ-IDX-2) = WS-RQ-DATE(WS-RQ-IDX)
                        MOVE 'Y' TO WS-RQ-DUP(WS-RQ-IDX)
                    END-IF
                END-PERFORM
            END-IF.

       CLEAR-SLIP-FIELDS-PARA.
            MOVE ZERO TO WS-RQ-TAXABLE(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-TAX(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-NET(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-SLIP-HOURS(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-DED-COUNT(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-ER-COUNT(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-SLIP-BRANCH(WS-RQ-IDX).
            MOVE ZERO TO WS-RQ-DIST-COUNT(WS-RQ-IDX).
            IF WS-RQ-VOID(WS-RQ-IDX)
                MOVE ZERO TO WS-RQ-GROSS(WS-RQ-IDX)
            END-IF.

       LOAD-EMPLOYEE-DATA-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EMPLOYEE-DATA.
            IF WS-EMD-STATUS NOT = '00'
                DISPLAY "EMPLOYEE DATA NOT AVAILABLE - STATUS "
                    WS-EMD-STATUS " - NAMES FROM THE MASTER, BRANCH 000"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ EMPLOYEE-DATA
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-EMPDATA-COUNT >= MAX-EMPDATA-COUNT
                            DISPLAY "EMPLOYEE DATA EXCEEDS TABLE "
                                "CAPACITY OF " MAX-EMPDATA-COUNT
                                " - RUN STOPPED"
                            CLOSE EMPLOYEE-DATA
                            PERFORM TABLE-FULL-PARA
                        END-IF
                        ADD 1 TO WS-EMPDATA-COUNT
                        MOVE E-NO TO WS-EMD-E-NO(WS-EMPDATA-COUNT)
                        MOVE NAME TO WS-EMD-NAME(WS-EMPDATA-COUNT)
                        MOVE ZERO TO WS-EMD-RATE(WS-EMPDATA-COUNT)
                        IF P-RATE IS NUMERIC
                            MOVE P-RATE
                                TO WS-EMD-RATE(WS-EMPDATA-COUNT)
                        END-IF
                        MOVE ZERO TO WS-EMD-BRANCH(WS-EMPDATA-COUNT)
                        IF E-BRANCH IS NUMERIC
                            MOVE E-BRANCH
                                TO WS-EMD-BRANCH(WS-EMPDATA-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-EMD-STATUS = '00' OR WS-EMD-STATUS = '10'
                CLOSE EMPLOYEE-DATA
            END-IF.

       LOAD-BANK-DETAILS-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BANK-DETAILS.
            IF WS-BNK-STATUS NOT = '00'
                DISPLAY "BANK DETAILS NOT AVAILABLE - STATUS "
                    WS-BNK-STATUS " - ALL PAYMENTS ARE MANUAL"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BANK-DETAILS
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-BANKDET-COUNT >= MAX-BANKDET-COUNT
                            DISPLAY "BANK DETAILS EXCEED TABLE "
                                "CAPACITY OF " MAX-BANKDET-COUNT
                                " - RUN STOPPED"
                            CLOSE BANK-DETAILS
                            PERFORM TABLE-FULL-PARA
                        END-IF
                        ADD 1 TO WS-BANKDET-COUNT
                        MOVE BNK-EMP-NO
                            TO WS-BNK-EMP-NO(WS-BANKDET-COUNT)
                        MOVE BNK-BANK-CODE
                            TO WS-BNK-BANK-CODE(WS-BANKDET-COUNT)
                        MOVE BNK-ACCOUNT
                            TO WS-BNK-ACCOUNT(WS-BANKDET-COUNT)
                        MOVE BNK-ACTIVE
                            TO WS-BNK-ACTIVE(WS-BANKDET-COUNT)
                END-READ
            END-PERFORM.
            IF WS-BNK-STATUS = '00' OR WS-BNK-STATUS = '10'
                CLOSE BANK-DETAILS
            END-IF.

       LOAD-PAYCAL-PARA.
      *     AN OFF-CYCLE PAYMENT MAY NOT FALL ON A SCHEDULED PAYDAY --
      *     THAT DAY'S SLIPS AND BANK FILE BELONG TO THE PAYROLL RUN.
      *     THE LAST PAYDAY BEFORE IT ON EACH CYCLE IS KEPT FOR THE
      *     TAX.
            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                UNTIL WS-FRQ-IDX > 3
                MOVE ZERO TO WS-FRQ-LAST-PAYDATE(WS-FRQ-IDX)
            END-PERFORM.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAY-CALENDAR.
            IF WS-CAL-STATUS NOT = '00'
                DISPLAY "PAY CALENDAR NOT AVAILABLE - STATUS "
                    WS-CAL-STATUS " - PAY DATE NOT CHECKED"
                IF WS-PAY-REQ-COUNT > ZERO AND WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAY-CALENDAR
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PCL-PAYDATE IS NUMERIC AND
                            PCL-PAYDATE = WS-OFF-DATE
                            MOVE 'Y' TO WS-SCHEDULED-SW
                        END-IF
                        IF PCL-PAYDATE IS NUMERIC AND
                            PCL-PAYDATE < WS-OFF-DATE
                            PERFORM POST-LAST-PAYDAY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
                CLOSE PAY-CALENDAR
            END-IF.

       POST-LAST-PAYDAY-PARA.
            MOVE PCL-FREQ TO WS-EMP-FREQ.
            PERFORM FIND-FREQ-PARA.
            IF PCL-PAYDATE > WS-FRQ-LAST-PAYDATE(WS-FRQ-HIT)
                MOVE PCL-PAYDATE TO WS-FRQ-LAST-PAYDATE(WS-FRQ-HIT)
            END-IF.

       LOAD-TAX-TABLE-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TAX-TABLE-FILE.
            IF WS-TXT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TAX-TABLE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM POST-TAX-ROW-PARA
                END-READ
            END-PERFORM.
            IF WS-TXT-STATUS = '00' OR WS-TXT-STATUS = '10'
                CLOSE TAX-TABLE-FILE
            END-IF.
      *     THE TABLE IN FORCE ON THE OFF-CYCLE PAY DATE.
            MOVE ZERO TO WS-TAX-EFF-DATE.
            PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                UNTIL WS-TXR-IDX > WS-TAXROW-COUNT
                IF WS-TXR-EFF-DATE(WS-TXR-IDX) NOT > WS-OFF-DATE
                    AND WS-TXR-EFF-DATE(WS-TXR-IDX) > WS-TAX-EFF-DATE
                    MOVE WS-TXR-EFF-DATE(WS-TXR-IDX) TO WS-TAX-EFF-DATE
                END-IF
            END-PERFORM.
            MOVE ZERO TO WS-TAX-BAND-COUNT.
            MOVE ZERO TO WS-TAX-ALLOWANCE.
            PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                UNTIL WS-TXR-IDX > WS-TAXROW-COUNT
                IF WS-TXR-EFF-DATE(WS-TXR-IDX) = WS-TAX-EFF-DATE
                    IF WS-TXR-TYPE(WS-TXR-IDX) = 'A'
                        MOVE WS-TXR-LOWER(WS-TXR-IDX)
                            TO WS-TAX-ALLOWANCE
                    ELSE
                        ADD 1 TO WS-TAX-BAND-COUNT
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-TAX-BAND-COUNT = ZERO AND WS-PAY-REQ-COUNT > ZERO
                DISPLAY "NO TAX TABLE IN EFFECT FOR "
                    WS-OFF-DATE " - FLAT RATE WITHHOLDING"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       POST-TAX-ROW-PARA.
      *     ONLY WELL-FORMED 'A' AND 'B' ROWS ARE KEPT.
            IF TXT-EFF-DATE IS NUMERIC AND
                (TXT-TYPE = 'A' OR TXT-TYPE = 'B') AND
                TXT-LOWER IS NUMERIC AND TXT-UPPER IS NUMERIC AND
                TXT-RATE IS NUMERIC
                IF WS-TAXROW-COUNT >= MAX-TAXROW-COUNT
                    DISPLAY "TAX TABLE EXCEEDS TABLE CAPACITY OF "
                        MAX-TAXROW-COUNT " - RUN STOPPED"
                    CLOSE TAX-TABLE-FILE
                    PERFORM TABLE-FULL-PARA
                END-IF
                ADD 1 TO WS-TAXROW-COUNT
                MOVE TXT-EFF-DATE TO WS-TXR-EFF-DATE(WS-TAXROW-COUNT)
                MOVE TXT-TYPE TO WS-TXR-TYPE(WS-TAXROW-COUNT)
                IF TXT-TYPE = 'A'
                    MOVE TXT-ALLOWANCE
                        TO WS-TXR-LOWER(WS-TAXROW-COUNT)
                ELSE
                    MOVE TXT-LOWER TO WS-TXR-LOWER(WS-TAXROW-COUNT)
                END-IF
                MOVE TXT-UPPER TO WS-TXR-UPPER(WS-TAXROW-COUNT)
                MOVE TXT-RATE TO WS-TXR-RATE(WS-TAXROW-COUNT)
            END-IF.

       LOAD-TAX-CODES-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TXC-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TAX-CODE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-TAXCODE-COUNT >= MAX-TAXCODE-COUNT
                            DISPLAY "TAX CODES EXCEED TABLE CAPACITY "
                                "OF " MAX-TAXCODE-COUNT
                                " - RUN STOPPED"
                            CLOSE TAX-CODE-FILE
                            PERFORM TABLE-FULL-PARA
                        END-IF
                        ADD 1 TO WS-TAXCODE-COUNT
                        MOVE TXC-EMP-NO
                            TO WS-TXC-EMP-NO(WS-TAXCODE-COUNT)
                        MOVE TXC-CODE TO WS-TXC-CODE(WS-TAXCODE-COUNT)
                        MOVE TXC-RATE TO WS-TXC-RATE(WS-TAXCODE-COUNT)
                END-READ
            END-PERFORM.
            IF WS-TXC-STATUS = '00' OR WS-TXC-STATUS = '10'
                CLOSE TAX-CODE-FILE
            END-IF.

       LOAD-ACCOUNT-MAP-PARA.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ACCOUNT-MAP.
            IF WS-MAP-STATUS NOT = '00'
                DISPLAY "ACCOUNT MAP NOT AVAILABLE - STATUS "
                    WS-MAP-STATUS " - EVERYTHING WILL BE UNMAPPED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y' OR WS-MAP-COUNT = 30
                READ ACCOUNT-MAP
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-MAP-COUNT
                        MOVE PJM-COMP TO WS-MAP-COMP(WS-MAP-COUNT)
                        MOVE PJM-DEBIT
                            TO WS-MAP-DEBIT(WS-MAP-COUNT)
                        MOVE PJM-CREDIT
                            TO WS-MAP-CREDIT(WS-MAP-COUNT)
                END-READ
            END-PERFORM.
            IF WS-MAP-STATUS = '00' OR WS-MAP-STATUS = '10'
                CLOSE ACCOUNT-MAP
            END-IF.

       LOAD-YTD-PARA.
      *     HELD WHOLE -- THE FILE IS WRITTEN BACK OVER ITSELF, SO A
      *     ROW THAT DID NOT FIT WOULD BE LOST.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ YTD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-YTD-COUNT >= MAX-YTD-COUNT
                            DISPLAY "YTD FILE EXCEEDS TABLE CAPACITY "
                                "OF " MAX-YTD-COUNT " - RUN STOPPED"
                            CLOSE YTD-FILE
                            PERFORM TABLE-FULL-PARA
                        END-IF
                        ADD 1 TO WS-YTD-COUNT
                        MOVE YTD-EMP-NO
                            TO WS-YTD-EMP-NO(WS-YTD-COUNT)
                        MOVE YTD-YEAR TO WS-YTD-YEAR(WS-YTD-COUNT)
                        MOVE YTD-HOURS TO WS-YTD-HOURS(WS-YTD-COUNT)
                        MOVE YTD-GROSS TO WS-YTD-GROSS(WS-YTD-COUNT)
                        MOVE YTD-WITHHOLD
                            TO WS-YTD-WITHHOLD(WS-YTD-COUNT)
                        MOVE YTD-NET TO WS-YTD-NET(WS-YTD-COUNT)
                END-READ
            END-PERFORM.
            IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
                CLOSE YTD-FILE
            END-IF.

       SCAN-HISTORY-PARA.
      *     ONE PASS OVER THE RETAINED SLIPS FOR EVERY REQUEST: A
      *     PAYMENT NEEDS TO KNOW WHETHER A LIVE SLIP IS ALREADY
      *     THERE AND WHAT THE REGULAR SLIP BEFORE IT PAID, A VOID
      *     NEEDS THE SLIP ITSELF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PAYSLIP-HISTORY.
            IF WS-PSH-STATUS NOT = '00'
                DISPLAY "PAYSLIP HISTORY NOT AVAILABLE - STATUS "
                    WS-PSH-STATUS " - NO SLIP CAN BE VOIDED"
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PAYSLIP-HISTORY
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                            UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
                            IF WS-RQ-EMP-NO(WS-RQ-IDX) = PSH-EMP-NO AND
                                WS-RQ-DATE(WS-RQ-IDX) = PSH-PAY-DATE
                                PERFORM POST-HISTORY-LINE-PARA
                            END-IF
                            IF WS-RQ-PAY(WS-RQ-IDX) AND
                                WS-RQ-EMP-NO(WS-RQ-IDX) = PSH-EMP-NO AND
                                PSH-PAY-DATE < WS-RQ-DATE(WS-RQ-IDX)
                                PERFORM POST-PERIOD-LINE-PARA
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-PSH-STATUS = '00' OR WS-PSH-STATUS = '10'
                CLOSE PAYSLIP-HISTORY
            END-IF.

       POST-HISTORY-LINE-PARA.
      *     EACH SLIP STARTS WITH ITS TITLE LINE. A VOIDED TITLE
      *     KILLS THE SLIP BEFORE IT; ANY OTHER TITLE STARTS A LIVE
      *     ONE (AN OFF-CYCLE REISSUE AFTER A VOID), AND THE VOID
      *     READS THE LATEST LIVE SLIP.
            MOVE 'Y' TO WS-RQ-FOUND(WS-RQ-IDX).
            IF PSH-LINE(1:25) = "             PAYSLIP"
                IF PSH-LINE(34:8) = "  VOIDED"
                    MOVE 'Y' TO WS-RQ-VOIDED(WS-RQ-IDX)
                ELSE
                    MOVE 'N' TO WS-RQ-VOIDED(WS-RQ-IDX)
                    PERFORM CLEAR-SLIP-FIELDS-PARA
                END-IF
            END-IF.
            IF WS-RQ-VOID(WS-RQ-IDX) AND WS-RQ-VOIDED(WS-RQ-IDX) = 'N'
                EVALUATE PSH-LINE(1:9)
                    WHEN "GROSS   :"
                        PERFORM DE-EDIT-AMT-PARA
                        MOVE WS-AMT-NUM TO WS-RQ-GROSS(WS-RQ-IDX)
                    WHEN "TAXABLE :"
                        PERFORM DE-EDIT-AMT-PARA
                        MOVE WS-AMT-NUM TO WS-RQ-TAXABLE(WS-RQ-IDX)
                    WHEN "WITHHELD:"
                        PERFORM DE-EDIT-AMT-PARA
                        MOVE WS-AMT-NUM TO WS-RQ-TAX(WS-RQ-IDX)
                        MOVE PSH-LINE(32:1)
                            TO WS-RQ-TAX-CODE(WS-RQ-IDX)
                    WHEN "NET PAY :"
                        PERFORM DE-EDIT-AMT-PARA
                        MOVE WS-AMT-NUM TO WS-RQ-NET(WS-RQ-IDX)
                    WHEN "REG HRS :"
                        MOVE PSH-LINE(10:3) TO WS-HRS-EDIT-X
                        PERFORM ADD-SLIP-HOURS-PARA
                        MOVE PSH-LINE(25:3) TO WS-HRS-EDIT-X
                        PERFORM ADD-SLIP-HOURS-PARA
                    WHEN "LEAVE   :"
                    WHEN "PUB HOL :"
                        MOVE PSH-LINE(10:3) TO WS-HRS-EDIT-X
                        PERFORM ADD-SLIP-HOURS-PARA
                    WHEN "EMP NO  :"
                        IF PSH-LINE(56:3) IS NUMERIC
                            MOVE PSH-LINE(56:3)
                                TO WS-RQ-SLIP-BRANCH(WS-RQ-IDX)
                        END-IF
                    WHEN "COST AT :"
                        PERFORM POST-COST-LINE-PARA
                    WHEN OTHER
                        PERFORM POST-DED-ER-LINE-PARA
                END-EVALUATE
            END-IF.

       POST-COST-LINE-PARA.
      *     ONE LINE PER BRANCH OF THE SLIP'S LABOUR DISTRIBUTION,
      *     THE HOME BRANCH FIRST.
            IF WS-RQ-DIST-COUNT(WS-RQ-IDX) < 5 AND
                PSH-LINE(11:3) IS NUMERIC
                ADD 1 TO WS-RQ-DIST-COUNT(WS-RQ-IDX)
                MOVE WS-RQ-DIST-COUNT(WS-RQ-IDX) TO WS-DST-IDX
                MOVE PSH-LINE(11:3)
                    TO WS-RQ-DIST-BRANCH(WS-RQ-IDX WS-DST-IDX)
                MOVE PSH-LINE(30:11) TO WS-AMT-EDIT-X
                MOVE WS-AMT-EDIT TO WS-AMT-NUM
                MOVE WS-AMT-NUM
                    TO WS-RQ-DIST-GROSS(WS-RQ-IDX WS-DST-IDX)
                MOVE PSH-LINE(45:11) TO WS-AMT-EDIT-X
                MOVE WS-AMT-EDIT TO WS-AMT-NUM
                MOVE WS-AMT-NUM TO WS-RQ-DIST-ER(WS-RQ-IDX WS-DST-IDX)
            END-IF.

       POST-PERIOD-LINE-PARA.
      *     THE LATEST REGULAR SLIP BEFORE AN OFF-CYCLE PAYMENT. A
      *     VOID OR A REISSUE FOR THE SAME DATE RESTATES IT, SO ITS
      *     LINES TAKE OVER; AN OFF-CYCLE SLIP IS NOBODY'S REGULAR
      *     PAY AND IS PASSED OVER.
            IF PSH-LINE(1:25) = "             PAYSLIP"
                MOVE 'N' TO WS-RQ-PER-SW(WS-RQ-IDX)
                IF PSH-LINE(34:11) NOT = "  OFF-CYCLE"
                    IF PSH-PAY-DATE > WS-RQ-PER-DATE(WS-RQ-IDX) AND
                        PSH-LINE(34:8) NOT = "  VOIDED"
                        MOVE PSH-PAY-DATE TO WS-RQ-PER-DATE(WS-RQ-IDX)
                    END-IF
                    IF PSH-PAY-DATE = WS-RQ-PER-DATE(WS-RQ-IDX)
                        MOVE 'Y' TO WS-RQ-PER-SW(WS-RQ-IDX)
                        MOVE ZERO TO WS-RQ-PER-GROSS(WS-RQ-IDX)
                        MOVE ZERO TO WS-RQ-PER-TAXABLE(WS-RQ-IDX)
                        MOVE ZERO TO WS-RQ-PER-TAX(WS-RQ-IDX)
                    END-IF
                END-IF
            ELSE
                IF WS-RQ-PER-SW(WS-RQ-IDX) = 'Y' AND
                    PSH-PAY-DATE = WS-RQ-PER-DATE(WS-RQ-IDX)
                    EVALUATE PSH-LINE(1:9)
                        WHEN "GROSS   :"
                            PERFORM DE-EDIT-AMT-PARA
                            MOVE WS-AMT-NUM
                                TO WS-RQ-PER-GROSS(WS-RQ-IDX)
                        WHEN "TAXABLE :"
                            PERFORM DE-EDIT-AMT-PARA
                            MOVE WS-AMT-NUM
                                TO WS-RQ-PER-TAXABLE(WS-RQ-IDX)
                        WHEN "WITHHELD:"
                            PERFORM DE-EDIT-AMT-PARA
                            MOVE WS-AMT-NUM
                                TO WS-RQ-PER-TAX(WS-RQ-IDX)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       POST-DED-ER-LINE-PARA.
            IF PSH-LINE(1:4) = "DED " AND
                WS-RQ-DED-COUNT(WS-RQ-IDX) < 5
                ADD 1 TO WS-RQ-DED-COUNT(WS-RQ-IDX)
                MOVE WS-RQ-DED-COUNT(WS-RQ-IDX) TO WS-DED-IDX
                MOVE PSH-LINE(5:3)
                    TO WS-RQ-DED-CODE(WS-RQ-IDX WS-DED-IDX)
                MOVE PSH-LINE(30:10) TO WS-DED-EDIT-X
                MOVE WS-DED-EDIT TO WS-DED-NUM
                MOVE WS-DED-NUM TO WS-RQ-DED-AMT(WS-RQ-IDX WS-DED-IDX)
            END-IF.
            IF PSH-LINE(1:4) = "ER  " AND
                PSH-LINE(40:14) = " EMPLOYER PAID" AND
                WS-RQ-ER-COUNT(WS-RQ-IDX) < 3
                ADD 1 TO WS-RQ-ER-COUNT(WS-RQ-IDX)
                MOVE WS-RQ-ER-COUNT(WS-RQ-IDX) TO WS-ER-IDX
                MOVE PSH-LINE(5:3)
                    TO WS-RQ-ER-CODE(WS-RQ-IDX WS-ER-IDX)
                MOVE PSH-LINE(30:10) TO WS-DED-EDIT-X
                MOVE WS-DED-EDIT TO WS-DED-NUM
                MOVE WS-DED-NUM TO WS-RQ-ER-AMT(WS-RQ-IDX WS-ER-IDX)
            END-IF.

       DE-EDIT-AMT-PARA.
            MOVE PSH-LINE(10:11) TO WS-AMT-EDIT-X.
            MOVE WS-AMT-EDIT TO WS-AMT-NUM.

       ADD-SLIP-HOURS-PARA.
            MOVE WS-HRS-EDIT TO WS-HRS-NUM.
            ADD WS-HRS-NUM TO WS-RQ-SLIP-HOURS(WS-RQ-IDX).

       OPEN-OUTPUT-PARA.
            OPEN OUTPUT REGISTER-FILE.
            MOVE WS-OFF-DATE TO WS-RGT-OFF-DATE.
            MOVE WS-RUN-DATE TO WS-RGT-RUN-DATE.
            MOVE WS-SO-USER-ID TO WS-RGT-USER-ID.
            MOVE WS-REG-TITLE TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE WS-OFF-REASON TO WS-RGR-REASON.
            MOVE WS-REG-REASON TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE WS-REG-ITEM-HEAD TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            IF WS-REQUEST-COUNT > ZERO
                OPEN OUTPUT PAYSLIP-FILE
                OPEN EXTEND PAYSLIP-HISTORY
                IF WS-PSH-STATUS NOT = '00'
                    OPEN OUTPUT PAYSLIP-HISTORY
                END-IF
                OPEN EXTEND AUDIT-FILE
                IF WS-AUD-STATUS NOT = '00'
                    OPEN OUTPUT AUDIT-FILE
                END-IF
            END-IF.
            IF WS-PAY-REQ-COUNT > ZERO
                OPEN OUTPUT BANK-PAY-FILE
                MOVE WS-OFF-DATE TO WS-BPH-DATE
                MOVE WS-BPF-HEADER TO BANK-PAY-LINE
                WRITE BANK-PAY-LINE
            END-IF.

       CLOSE-OUTPUT-PARA.
            IF WS-PAY-REQ-COUNT > ZERO
                MOVE WS-BANK-PAID-COUNT TO WS-BPT-COUNT
                MOVE WS-BANK-PAID-TOTAL TO WS-BPT-TOTAL
                MOVE WS-BPF-TRAILER TO BANK-PAY-LINE
                WRITE BANK-PAY-LINE
                CLOSE BANK-PAY-FILE
            END-IF.
            IF WS-REQUEST-COUNT > ZERO
                CLOSE PAYSLIP-FILE PAYSLIP-HISTORY AUDIT-FILE
            END-IF.

       FIND-EMPLOYEE-PARA.
      *     NAME, RATE AND HOME BRANCH FOR WS-E-NO.
            MOVE ZERO TO WS-EMD-HIT.
            PERFORM VARYING WS-EMD-IDX FROM 1 BY 1
                UNTIL WS-EMD-IDX > WS-EMPDATA-COUNT
                IF WS-EMD-E-NO(WS-EMD-IDX) = WS-E-NO
                    MOVE WS-EMD-IDX TO WS-EMD-HIT
                    MOVE WS-EMPDATA-COUNT TO WS-EMD-IDX
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-NAME.
            MOVE ZERO TO WS-P-RATE.
            MOVE ZERO TO WS-BRANCH.
            IF WS-EMD-HIT > ZERO
                MOVE WS-EMD-NAME(WS-EMD-HIT) TO WS-NAME
                MOVE WS-EMD-RATE(WS-EMD-HIT) TO WS-P-RATE
                MOVE WS-EMD-BRANCH(WS-EMD-HIT) TO WS-BRANCH
            END-IF.

       REFUSE-PARA.
            MOVE 'Y' TO WS-REFUSED-SW.
            ADD 1 TO WS-REFUSED-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       PAY-ONE-PARA.
            MOVE WS-RQ-EMP-NO(WS-RQ-IDX) TO WS-E-NO.
            MOVE WS-RQ-GROSS(WS-RQ-IDX) TO WS-SALARY.
            MOVE ZERO TO WS-WITHHOLDING.
            MOVE ZERO TO WS-NET-SALARY.
            MOVE SPACES TO WS-OUTCOME.
            IF WS-RQ-DUP(WS-RQ-IDX) = 'Y'
                MOVE "REFUSED - DUPLICATE REQUEST" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
            PERFORM FIND-EMPLOYEE-PARA.
            MOVE WS-E-NO TO MST-NO.
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "REFUSED - NOT ON MASTER" TO WS-OUTCOME
            END-READ.
            IF WS-OUTCOME NOT = SPACES
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
            IF WS-NAME = SPACES
                MOVE MST-NAME TO WS-NAME
            END-IF.
            IF WS-RQ-GROSS-OK(WS-RQ-IDX) NOT = 'Y' OR
                WS-RQ-GROSS(WS-RQ-IDX) = ZERO
                MOVE "REFUSED - NO GROSS AMOUNT" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
            IF WS-RQ-REASON(WS-RQ-IDX) = SPACES
                MOVE "REFUSED - NO REASON GIVEN" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
            IF WS-SCHEDULED
                MOVE "REFUSED - SCHEDULED PAYDAY" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
            IF WS-RQ-FOUND(WS-RQ-IDX) = 'Y' AND
                WS-RQ-VOIDED(WS-RQ-IDX) = 'N'
                MOVE "REFUSED - SLIP ALREADY ON FILE" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO PAY-ONE-EXIT
            END-IF.
      *     TAXED ON TOP OF THE PERIOD'S REGULAR SLIP IN THE
      *     EMPLOYEE'S OWN CYCLE. NO RECURRING DEDUCTIONS OR EMPLOYER
      *     CONTRIBUTIONS -- THOSE WERE TAKEN ON THE SCHEDULED RUN.
            MOVE MST-FREQ TO WS-EMP-FREQ.
            PERFORM FIND-FREQ-PARA.
            PERFORM CALC-WITHHOLDING-PARA.
            COMPUTE WS-NET-SALARY = WS-SALARY - WS-WITHHOLDING.
            MOVE WS-TAXABLE-PAY TO WS-RQ-TAXABLE(WS-RQ-IDX).
            MOVE WS-WITHHOLDING TO WS-RQ-TAX(WS-RQ-IDX).
            MOVE WS-NET-SALARY TO WS-RQ-NET(WS-RQ-IDX).
            MOVE "PAID" TO WS-OUTCOME.
            MOVE WS-OFF-DATE(1:4) TO WS-RUN-YEAR.
            PERFORM UPDATE-YTD-PARA.
            MOVE WS-OFF-DATE TO WS-SLIP-KEY-DATE.
            PERFORM WRITE-PAYSLIP-PARA.
            PERFORM WRITE-BANK-PARA.
            MOVE 'P' TO WS-POST-KIND.
            MOVE 1 TO WS-JT-SUB.
            MOVE ZERO TO WS-POST-LINES.
            MOVE WS-BRANCH TO WS-POST-BRANCH.
            MOVE 'GRS' TO WS-POST-COMP.
            MOVE WS-SALARY TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD WS-SALARY TO WS-JT-GROSS(WS-JT-SUB).
            MOVE 'TAX' TO WS-POST-COMP.
            MOVE WS-WITHHOLDING TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            MOVE 'NET' TO WS-POST-COMP.
            MOVE WS-NET-SALARY TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD WS-WITHHOLDING TO WS-JT-LIAB(WS-JT-SUB).
            ADD WS-NET-SALARY TO WS-JT-LIAB(WS-JT-SUB).
            MOVE WS-OFF-DATE TO WS-FIND-DATE.
            PERFORM FIND-LOGDATE-PARA.
            MOVE 'Y' TO WS-LD-HAS-PAY(WS-LD-HIT).
            ADD WS-POST-LINES TO WS-LD-LINES(WS-LD-HIT).
            ADD WS-SALARY TO WS-LD-GROSS(WS-LD-HIT).
            ADD WS-WITHHOLDING TO WS-LD-TAX(WS-LD-HIT).
            ADD WS-SALARY TO WS-LD-LIAB(WS-LD-HIT).
            ADD 1 TO WS-PAID-COUNT.
            ADD WS-NET-SALARY TO WS-PAID-TOTAL.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-SO-USER-ID TO AUD-USER-ID.
            MOVE "OFFCYCLE" TO AUD-PROGRAM.
            MOVE "OFFPAY" TO AUD-ACTION.
            MOVE WS-E-NO TO AUD-EMP-NO.
            MOVE WS-OFF-DATE TO AUD-BEFORE-NAME.
            MOVE SPACES TO AUD-BEFORE-SAL.
            MOVE "GROSS" TO AUD-AFTER-NAME.
            MOVE WS-SALARY TO WS-AUD-AMT.
            MOVE WS-AUD-AMT TO AUD-AFTER-SAL.
            MOVE SPACES TO AUD-ENTRY-CODE.
            WRITE AUD-REC.
       PAY-ONE-EXIT.
            EXIT.

       VOID-ONE-PARA.
            MOVE WS-RQ-EMP-NO(WS-RQ-IDX) TO WS-E-NO.
            MOVE SPACES TO WS-OUTCOME.
            IF WS-RQ-DUP(WS-RQ-IDX) = 'Y'
                MOVE "REFUSED - DUPLICATE REQUEST" TO WS-OUTCOME
            ELSE IF WS-RQ-DATE(WS-RQ-IDX) = ZERO
                MOVE "REFUSED - NO SLIP PAY DATE" TO WS-OUTCOME
            ELSE IF WS-RQ-REASON(WS-RQ-IDX) = SPACES
                MOVE "REFUSED - NO REASON GIVEN" TO WS-OUTCOME
            ELSE IF WS-RQ-FOUND(WS-RQ-IDX) NOT = 'Y'
                MOVE "REFUSED - NO SLIP ON FILE" TO WS-OUTCOME
            ELSE IF WS-RQ-VOIDED(WS-RQ-IDX) = 'Y'
                MOVE "REFUSED - SLIP ALREADY VOIDED" TO WS-OUTCOME
            END-IF END-IF END-IF END-IF END-IF.
            IF WS-OUTCOME NOT = SPACES
                PERFORM REFUSE-PARA
                GO TO VOID-ONE-EXIT
            END-IF.
      *     A SLIP THAT DOES NOT ADD UP CANNOT BE REVERSED IN
      *     BALANCE -- IT IS LEFT FOR PAYROLL TO LOOK AT.
            MOVE ZERO TO WS-DED-TOTAL.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                UNTIL WS-DED-IDX > WS-RQ-DED-COUNT(WS-RQ-IDX)
                ADD WS-RQ-DED-AMT(WS-RQ-IDX WS-DED-IDX) TO WS-DED-TOTAL
            END-PERFORM.
            MOVE ZERO TO WS-ER-TOTAL.
            PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                UNTIL WS-ER-IDX > WS-RQ-ER-COUNT(WS-RQ-IDX)
                ADD WS-RQ-ER-AMT(WS-RQ-IDX WS-ER-IDX) TO WS-ER-TOTAL
            END-PERFORM.
            MOVE ZERO TO WS-DIST-GROSS-TOTAL.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > WS-RQ-DIST-COUNT(WS-RQ-IDX)
                ADD WS-RQ-DIST-GROSS(WS-RQ-IDX WS-DST-IDX)
                    TO WS-DIST-GROSS-TOTAL
            END-PERFORM.
            COMPUTE WS-CHECK-TOTAL = WS-RQ-TAX(WS-RQ-IDX)
                + WS-DED-TOTAL + WS-RQ-NET(WS-RQ-IDX).
            IF WS-CHECK-TOTAL NOT = WS-RQ-GROSS(WS-RQ-IDX) OR
                (WS-RQ-DIST-COUNT(WS-RQ-IDX) > 1 AND
                 WS-DIST-GROSS-TOTAL NOT = WS-RQ-GROSS(WS-RQ-IDX))
                MOVE "REFUSED - SLIP DOES NOT BALANCE" TO WS-OUTCOME
                PERFORM REFUSE-PARA
                GO TO VOID-ONE-EXIT
            END-IF.
            PERFORM FIND-EMPLOYEE-PARA.
      *     REVERSED WHERE THE SLIP WAS POSTED, NOT WHERE THE
      *     EMPLOYEE IS TODAY. A SLIP RETAINED WITHOUT ITS BRANCH
      *     CAN ONLY GO TO THE CURRENT ONE.
            IF WS-RQ-SLIP-BRANCH(WS-RQ-IDX) > ZERO
                MOVE WS-RQ-SLIP-BRANCH(WS-RQ-IDX) TO WS-VOID-HOME
            ELSE
                MOVE WS-BRANCH TO WS-VOID-HOME
            END-IF.
            MOVE "VOIDED" TO WS-OUTCOME.
            MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-SLIP-KEY-DATE.
            PERFORM WRITE-VOID-SLIP-PARA.
            PERFORM REVERSE-YTD-PARA.
            MOVE 'V' TO WS-POST-KIND.
            MOVE 2 TO WS-JT-SUB.
            MOVE ZERO TO WS-POST-LINES.
            MOVE 'GRS' TO WS-POST-COMP.
            IF WS-RQ-DIST-COUNT(WS-RQ-IDX) > 1
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-RQ-DIST-COUNT(WS-RQ-IDX)
                    MOVE WS-RQ-DIST-BRANCH(WS-RQ-IDX WS-DST-IDX)
                        TO WS-POST-BRANCH
                    MOVE WS-RQ-DIST-GROSS(WS-RQ-IDX WS-DST-IDX)
                        TO WS-POST-AMOUNT
                    PERFORM ACCUMULATE-PARA
                END-PERFORM
            ELSE
                MOVE WS-VOID-HOME TO WS-POST-BRANCH
                MOVE WS-RQ-GROSS(WS-RQ-IDX) TO WS-POST-AMOUNT
                PERFORM ACCUMULATE-PARA
            END-IF.
            ADD WS-RQ-GROSS(WS-RQ-IDX) TO WS-JT-GROSS(WS-JT-SUB).
            MOVE WS-VOID-HOME TO WS-POST-BRANCH.
            MOVE 'TAX' TO WS-POST-COMP.
            MOVE WS-RQ-TAX(WS-RQ-IDX) TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD WS-RQ-TAX(WS-RQ-IDX) TO WS-JT-LIAB(WS-JT-SUB).
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                UNTIL WS-DED-IDX > WS-RQ-DED-COUNT(WS-RQ-IDX)
                MOVE WS-RQ-DED-CODE(WS-RQ-IDX WS-DED-IDX)
                    TO WS-POST-COMP
                MOVE WS-RQ-DED-AMT(WS-RQ-IDX WS-DED-IDX)
                    TO WS-POST-AMOUNT
                PERFORM ACCUMULATE-PARA
                ADD WS-RQ-DED-AMT(WS-RQ-IDX WS-DED-IDX)
                    TO WS-JT-LIAB(WS-JT-SUB)
            END-PERFORM.
            MOVE 'NET' TO WS-POST-COMP.
            MOVE WS-RQ-NET(WS-RQ-IDX) TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.
            ADD WS-RQ-NET(WS-RQ-IDX) TO WS-JT-LIAB(WS-JT-SUB).
      *     EMPLOYER CONTRIBUTIONS COME OFF A SPLIT SLIP'S BRANCHES
      *     IN THE PROPORTIONS THE PAYROLL JOURNAL POSTED THEM -- THE
      *     LAST TYPE MAKES EACH AWAY BRANCH UP TO ITS SHARE EXACTLY
      *     AND THE HOME BRANCH TAKES THE REST OF EACH TYPE.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > 5
                MOVE ZERO TO WS-ER-DIST-DONE(WS-DST-IDX)
            END-PERFORM.
            MOVE WS-RQ-ER-COUNT(WS-RQ-IDX) TO WS-TYPE-LAST.
            PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                UNTIL WS-ER-IDX > WS-RQ-ER-COUNT(WS-RQ-IDX)
                MOVE WS-RQ-ER-CODE(WS-RQ-IDX WS-ER-IDX)
                    TO WS-POST-COMP
                IF WS-RQ-DIST-COUNT(WS-RQ-IDX) > 1 AND
                    WS-ER-TOTAL > ZERO
                    PERFORM VOID-ER-SPLIT-PARA
                ELSE
                    MOVE WS-VOID-HOME TO WS-POST-BRANCH
                    MOVE WS-RQ-ER-AMT(WS-RQ-IDX WS-ER-IDX)
                        TO WS-POST-AMOUNT
                    PERFORM ACCUMULATE-PARA
                END-IF
            END-PERFORM.
            ADD WS-ER-TOTAL TO WS-JT-ER(WS-JT-SUB).
            MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-FIND-DATE.
            PERFORM FIND-LOGDATE-PARA.
            ADD WS-POST-LINES TO WS-LD-LINES(WS-LD-HIT).
            SUBTRACT WS-RQ-GROSS(WS-RQ-IDX) FROM WS-LD-GROSS(WS-LD-HIT).
            SUBTRACT WS-RQ-TAX(WS-RQ-IDX) FROM WS-LD-TAX(WS-LD-HIT).
            SUBTRACT WS-RQ-GROSS(WS-RQ-IDX) FROM WS-LD-LIAB(WS-LD-HIT).
            SUBTRACT WS-ER-TOTAL FROM WS-LD-ER(WS-LD-HIT).
            ADD 1 TO WS-VOID-COUNT.
            ADD WS-RQ-GROSS(WS-RQ-IDX) TO WS-VOID-TOTAL.
            ACCEPT AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT AUD-TIME FROM TIME.
            MOVE WS-SO-USER-ID TO AUD-USER-ID.
            MOVE "OFFCYCLE" TO AUD-PROGRAM.
            MOVE "VOID" TO AUD-ACTION.
            MOVE WS-E-NO TO AUD-EMP-NO.
            MOVE WS-RQ-DATE(WS-RQ-IDX) TO AUD-BEFORE-NAME.
            MOVE WS-RQ-GROSS(WS-RQ-IDX) TO WS-AUD-AMT.
            MOVE WS-AUD-AMT TO AUD-BEFORE-SAL.
            MOVE "VOIDED" TO AUD-AFTER-NAME.
            MOVE ZERO TO WS-AUD-AMT.
            MOVE WS-AUD-AMT TO AUD-AFTER-SAL.
            MOVE SPACES TO AUD-ENTRY-CODE.
            WRITE AUD-REC.
       VOID-ONE-EXIT.
            EXIT.

       VOID-ER-SPLIT-PARA.
            MOVE WS-RQ-ER-AMT(WS-RQ-IDX WS-ER-IDX) TO WS-HOME-SHARE.
            PERFORM VARYING WS-DST-IDX FROM 2 BY 1
                UNTIL WS-DST-IDX > WS-RQ-DIST-COUNT(WS-RQ-IDX)
                IF WS-ER-IDX = WS-TYPE-LAST
                    COMPUTE WS-TYPE-SHARE =
                        WS-RQ-DIST-ER(WS-RQ-IDX WS-DST-IDX)
                        - WS-ER-DIST-DONE(WS-DST-IDX)
                ELSE
                    COMPUTE WS-TYPE-SHARE ROUNDED =
                        WS-RQ-ER-AMT(WS-RQ-IDX WS-ER-IDX)
                        * WS-RQ-DIST-ER(WS-RQ-IDX WS-DST-IDX)
                        / WS-ER-TOTAL
                END-IF
                IF WS-TYPE-SHARE < ZERO
                    MOVE ZERO TO WS-TYPE-SHARE
                END-IF
                IF WS-TYPE-SHARE > WS-HOME-SHARE
                    MOVE WS-HOME-SHARE TO WS-TYPE-SHARE
                END-IF
                ADD WS-TYPE-SHARE TO WS-ER-DIST-DONE(WS-DST-IDX)
                SUBTRACT WS-TYPE-SHARE FROM WS-HOME-SHARE
                MOVE WS-RQ-DIST-BRANCH(WS-RQ-IDX WS-DST-IDX)
                    TO WS-POST-BRANCH
                MOVE WS-TYPE-SHARE TO WS-POST-AMOUNT
                PERFORM ACCUMULATE-PARA
            END-PERFORM.
            MOVE WS-VOID-HOME TO WS-POST-BRANCH.
            MOVE WS-HOME-SHARE TO WS-POST-AMOUNT.
            PERFORM ACCUMULATE-PARA.

       FIND-FREQ-PARA.
      *     BLANK OR UNKNOWN FREQUENCY CODES READ AS WEEKLY.
            MOVE 1 TO WS-FRQ-HIT.
            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                UNTIL WS-FRQ-IDX > 3
                IF WS-FRQ-CODE(WS-FRQ-IDX) = WS-EMP-FREQ
                    MOVE WS-FRQ-IDX TO WS-FRQ-HIT
                    MOVE 3 TO WS-FRQ-IDX
                END-IF
            END-PERFORM.

       CALC-WITHHOLDING-PARA.
            PERFORM FIND-TAX-CODE-PARA.
            EVALUATE WS-EMP-TAX-CODE
                WHEN 'E'
                    MOVE ZERO TO WS-WITHHOLDING
                    MOVE ZERO TO WS-TAXABLE-PAY
                WHEN 'F'
                    COMPUTE WS-WITHHOLDING ROUNDED =
                        WS-SALARY * WS-TXC-RATE(WS-TXC-HIT) / 100
                    MOVE WS-SALARY TO WS-TAXABLE-PAY
                WHEN OTHER
                    IF WS-TAX-BAND-COUNT = ZERO
                        COMPUTE WS-WITHHOLDING =
                            WS-SALARY * WS-TAX-RATE
                        MOVE WS-SALARY TO WS-TAXABLE-PAY
                    ELSE
                        PERFORM CALC-MARGINAL-TAX-PARA
                    END-IF
            END-EVALUATE.
            IF WS-WITHHOLDING > WS-SALARY
                MOVE WS-SALARY TO WS-WITHHOLDING
            END-IF.

       CALC-MARGINAL-TAX-PARA.
      *     AN OFF-CYCLE PAYMENT IS EXTRA PAY FOR A PERIOD ALREADY
      *     PAID: THE PERIOD IS TAXED AGAIN WITH THE PAYMENT ADDED TO
      *     ITS REGULAR SLIP, AND WHAT THAT SLIP WITHHELD COMES OFF.
      *     THE PERIOD IS THE LAST SCHEDULED PAYDAY OF THE EMPLOYEE'S
      *     CYCLE IN THE SAME YEAR. WITH NO REGULAR SLIP FOR IT THE
      *     PAYMENT IS TAXED ALONE WITHOUT THE ALLOWANCE, WHICH IS
      *     THE SCHEDULED RUN'S TO GIVE.
            IF WS-RQ-PER-DATE(WS-RQ-IDX) > ZERO AND
                WS-RQ-PER-DATE(WS-RQ-IDX) =
                    WS-FRQ-LAST-PAYDATE(WS-FRQ-HIT) AND
                WS-RQ-PER-DATE(WS-RQ-IDX)(1:4) = WS-OFF-DATE(1:4)
                COMPUTE WS-TAX-PERIOD-GROSS =
                    WS-SALARY + WS-RQ-PER-GROSS(WS-RQ-IDX)
                MOVE 'Y' TO WS-TAX-ALLOW-SW
                PERFORM CALC-BANDED-TAX-PARA
                IF WS-WITHHOLDING > WS-RQ-PER-TAX(WS-RQ-IDX)
                    SUBTRACT WS-RQ-PER-TAX(WS-RQ-IDX)
                        FROM WS-WITHHOLDING
                ELSE
                    MOVE ZERO TO WS-WITHHOLDING
                END-IF
                IF WS-TAXABLE-PAY > WS-RQ-PER-TAXABLE(WS-RQ-IDX)
                    SUBTRACT WS-RQ-PER-TAXABLE(WS-RQ-IDX)
                        FROM WS-TAXABLE-PAY
                ELSE
                    MOVE ZERO TO WS-TAXABLE-PAY
                END-IF
                IF WS-TAXABLE-PAY > WS-SALARY
                    MOVE WS-SALARY TO WS-TAXABLE-PAY
                END-IF
            ELSE
                MOVE WS-SALARY TO WS-TAX-PERIOD-GROSS
                MOVE 'N' TO WS-TAX-ALLOW-SW
                PERFORM CALC-BANDED-TAX-PARA
            END-IF.

       CALC-BANDED-TAX-PARA.
      *     ANNUALISE THE PERIOD'S GROSS, TAKE OFF THE ALLOWANCE (NOT
      *     FOR CODE 'N' OR WHEN IT IS WITHHELD), TAX EACH BAND'S
      *     SLICE, AND BRING THE ANNUAL TAX BACK TO ONE PERIOD OF THE
      *     EMPLOYEE'S CYCLE.
            COMPUTE WS-TAX-ANNUAL-GROSS =
                WS-TAX-PERIOD-GROSS * WS-FRQ-PERIODS(WS-FRQ-HIT).
            MOVE WS-TAX-ANNUAL-GROSS TO WS-TAX-TAXABLE.
            IF WS-EMP-TAX-CODE NOT = 'N' AND WS-TAX-ALLOW
                IF WS-TAX-TAXABLE > WS-TAX-ALLOWANCE
                    SUBTRACT WS-TAX-ALLOWANCE FROM WS-TAX-TAXABLE
                ELSE
                    MOVE ZERO TO WS-TAX-TAXABLE
                END-IF
            END-IF.
            MOVE ZERO TO WS-TAX-ANNUAL.
            PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                UNTIL WS-TXR-IDX > WS-TAXROW-COUNT
                IF WS-TXR-EFF-DATE(WS-TXR-IDX) = WS-TAX-EFF-DATE AND
                    WS-TXR-TYPE(WS-TXR-IDX) = 'B' AND
                    WS-TAX-TAXABLE > WS-TXR-LOWER(WS-TXR-IDX)
                    PERFORM TAX-ONE-BAND-PARA
                END-IF
            END-PERFORM.
            COMPUTE WS-WITHHOLDING ROUNDED =
                WS-TAX-ANNUAL / WS-FRQ-PERIODS(WS-FRQ-HIT).
            COMPUTE WS-TAXABLE-PAY ROUNDED =
                WS-TAX-TAXABLE / WS-FRQ-PERIODS(WS-FRQ-HIT).

       TAX-ONE-BAND-PARA.
            IF WS-TXR-UPPER(WS-TXR-IDX) = ZERO OR
                WS-TAX-TAXABLE < WS-TXR-UPPER(WS-TXR-IDX)
                COMPUTE WS-TAX-SLICE =
                    WS-TAX-TAXABLE - WS-TXR-LOWER(WS-TXR-IDX)
            ELSE
                COMPUTE WS-TAX-SLICE =
                    WS-TXR-UPPER(WS-TXR-IDX) -
                    WS-TXR-LOWER(WS-TXR-IDX)
            END-IF.
            COMPUTE WS-TAX-ANNUAL ROUNDED = WS-TAX-ANNUAL +
                WS-TAX-SLICE * WS-TXR-RATE(WS-TXR-IDX) / 100.

       FIND-TAX-CODE-PARA.
      *     NO TAX-CODE RECORD IS A STANDARD EMPLOYEE.
            MOVE 'S' TO WS-EMP-TAX-CODE.
            MOVE ZERO TO WS-TXC-HIT.
            PERFORM VARYING WS-TXC-IDX FROM 1 BY 1
                UNTIL WS-TXC-IDX > WS-TAXCODE-COUNT
                IF WS-TXC-EMP-NO(WS-TXC-IDX) = WS-E-NO
                    MOVE WS-TXC-IDX TO WS-TXC-HIT
                    MOVE WS-TAXCODE-COUNT TO WS-TXC-IDX
                END-IF
            END-PERFORM.
            IF WS-TXC-HIT > ZERO
                IF WS-TXC-CODE(WS-TXC-HIT) = 'E' OR
                    WS-TXC-CODE(WS-TXC-HIT) = 'N' OR
                    (WS-TXC-CODE(WS-TXC-HIT) = 'F' AND
                     WS-TXC-RATE(WS-TXC-HIT) IS NUMERIC)
                    MOVE WS-TXC-CODE(WS-TXC-HIT) TO WS-EMP-TAX-CODE
                END-IF
            END-IF.

       FIND-YTD-PARA.
            MOVE ZERO TO WS-YTD-HIT.
            PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                UNTIL WS-YTD-IDX > WS-YTD-COUNT
                IF WS-YTD-EMP-NO(WS-YTD-IDX) = WS-E-NO
                    MOVE WS-YTD-IDX TO WS-YTD-HIT
                    MOVE WS-YTD-COUNT TO WS-YTD-IDX
                END-IF
            END-PERFORM.

       UPDATE-YTD-PARA.
            PERFORM FIND-YTD-PARA.
            IF WS-YTD-HIT = ZERO
                IF WS-YTD-COUNT >= MAX-YTD-COUNT
                    DISPLAY "YTD TABLE FULL - EMP " WS-E-NO
                        " NOT ACCUMULATED"
                    MOVE "PAID - YTD NOT UPDATED" TO WS-OUTCOME
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                ELSE
                    ADD 1 TO WS-YTD-COUNT
                    MOVE WS-YTD-COUNT TO WS-YTD-HIT
                    MOVE WS-E-NO TO WS-YTD-EMP-NO(WS-YTD-HIT)
                    MOVE ZERO TO WS-YTD-YEAR(WS-YTD-HIT)
                END-IF
            END-IF.
      *     A PAYMENT DATED INTO A YEAR YTD HAS ALREADY LEFT WOULD
      *     WIPE THE CURRENT YEAR'S TOTALS -- IT IS LEFT OFF YTD.
            IF WS-YTD-HIT > ZERO
                IF WS-YTD-YEAR(WS-YTD-HIT) > WS-RUN-YEAR
                    DISPLAY "YTD FOR EMP " WS-E-NO " IS ALREADY IN "
                        WS-YTD-YEAR(WS-YTD-HIT) " - NOT UPDATED"
                    MOVE "PAID - YTD NOT UPDATED" TO WS-OUTCOME
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                    MOVE ZERO TO WS-YTD-HIT
                END-IF
            END-IF.
            IF WS-YTD-HIT > ZERO
                IF WS-YTD-YEAR(WS-YTD-HIT) NOT = WS-RUN-YEAR
      *             YEAR-START RESET -- THE FIRST PAY OF A NEW YEAR
      *             STARTS THE ANNUAL TOTALS FROM ZERO.
                    MOVE WS-RUN-YEAR TO WS-YTD-YEAR(WS-YTD-HIT)
                    MOVE ZERO TO WS-YTD-HOURS(WS-YTD-HIT)
                    MOVE ZERO TO WS-YTD-GROSS(WS-YTD-HIT)
                    MOVE ZERO TO WS-YTD-WITHHOLD(WS-YTD-HIT)
                    MOVE ZERO TO WS-YTD-NET(WS-YTD-HIT)
                END-IF
                ADD WS-RQ-HOURS(WS-RQ-IDX) TO WS-YTD-HOURS(WS-YTD-HIT)
                ADD WS-SALARY TO WS-YTD-GROSS(WS-YTD-HIT)
                ADD WS-WITHHOLDING TO WS-YTD-WITHHOLD(WS-YTD-HIT)
                ADD WS-NET-SALARY TO WS-YTD-NET(WS-YTD-HIT)
                MOVE 'Y' TO WS-YTD-CHANGED
            END-IF.

       REVERSE-YTD-PARA.
      *     ONLY WHILE YTD STILL HOLDS THE SLIP'S YEAR -- A SLIP FROM
      *     A YEAR ALREADY ROLLED OVER IS IN LAST YEAR'S FIGURES,
      *     WHICH ARE NO LONGER KEPT. NOTHING GOES BELOW NIL.
            PERFORM FIND-YTD-PARA.
            IF WS-YTD-HIT > ZERO
                IF WS-YTD-YEAR(WS-YTD-HIT) NOT =
                    WS-RQ-DATE(WS-RQ-IDX)(1:4)
                    MOVE ZERO TO WS-YTD-HIT
                END-IF
            END-IF.
            IF WS-YTD-HIT = ZERO
                DISPLAY "YTD FOR EMP " WS-E-NO " IS NOT FOR THE YEAR "
                    "OF " WS-RQ-DATE(WS-RQ-IDX) " - VOID NOT REVERSED"
                MOVE "VOIDED - YTD NOT REVERSED" TO WS-OUTCOME
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                IF WS-YTD-HOURS(WS-YTD-HIT) >
                    WS-RQ-SLIP-HOURS(WS-RQ-IDX)
                    SUBTRACT WS-RQ-SLIP-HOURS(WS-RQ-IDX)
                        FROM WS-YTD-HOURS(WS-YTD-HIT)
                ELSE
                    MOVE ZERO TO WS-YTD-HOURS(WS-YTD-HIT)
                END-IF
                IF WS-YTD-GROSS(WS-YTD-HIT) > WS-RQ-GROSS(WS-RQ-IDX)
                    SUBTRACT WS-RQ-GROSS(WS-RQ-IDX)
                        FROM WS-YTD-GROSS(WS-YTD-HIT)
                ELSE
                    MOVE ZERO TO WS-YTD-GROSS(WS-YTD-HIT)
                END-IF
                IF WS-YTD-WITHHOLD(WS-YTD-HIT) > WS-RQ-TAX(WS-RQ-IDX)
                    SUBTRACT WS-RQ-TAX(WS-RQ-IDX)
                        FROM WS-YTD-WITHHOLD(WS-YTD-HIT)
                ELSE
                    MOVE ZERO TO WS-YTD-WITHHOLD(WS-YTD-HIT)
                END-IF
                IF WS-YTD-NET(WS-YTD-HIT) > WS-RQ-NET(WS-RQ-IDX)
                    SUBTRACT WS-RQ-NET(WS-RQ-IDX)
                        FROM WS-YTD-NET(WS-YTD-HIT)
                ELSE
                    MOVE ZERO TO WS-YTD-NET(WS-YTD-HIT)
                END-IF
                MOVE 'Y' TO WS-YTD-CHANGED
            END-IF.

       SAVE-YTD-PARA.
            OPEN OUTPUT YTD-FILE.
            PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                UNTIL WS-YTD-IDX > WS-YTD-COUNT
                MOVE WS-YTD-EMP-NO(WS-YTD-IDX) TO YTD-EMP-NO
                MOVE WS-YTD-YEAR(WS-YTD-IDX) TO YTD-YEAR
                MOVE WS-YTD-HOURS(WS-YTD-IDX) TO YTD-HOURS
                MOVE WS-YTD-GROSS(WS-YTD-IDX) TO YTD-GROSS
                MOVE WS-YTD-WITHHOLD(WS-YTD-IDX) TO YTD-WITHHOLD
                MOVE WS-YTD-NET(WS-YTD-IDX) TO YTD-NET
                WRITE YTD-REC
            END-PERFORM.
            CLOSE YTD-FILE.

       WRITE-PAYSLIP-PARA.
      *     A NORMAL SLIP, MARKED OFF-CYCLE AND CARRYING ITS REASON,
      *     PADDED TO THE PAYROLL RUN'S PAGE DEPTH.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-OFF-DATE TO WS-SLIP-DATE.
            MOVE "  OFF-CYCLE" TO WS-SLIP-FINAL.
            MOVE WS-SLIP-TITLE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-E-NO TO WS-SLIP-EMP-NO.
            MOVE WS-NAME TO WS-SLIP-NAME.
            MOVE WS-BRANCH TO WS-SLIP-BRANCH.
            MOVE WS-SLIP-EMP-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-RQ-REASON(WS-RQ-IDX) TO WS-SLIP-REASON.
            MOVE WS-SLIP-REASON-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-RQ-HOURS(WS-RQ-IDX) TO WS-SLIP-REG-HOURS.
            MOVE ZERO TO WS-SLIP-OT-HOURS.
            MOVE ZERO TO WS-SLIP-OT-HELD.
            MOVE WS-SLIP-HOURS-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-P-RATE TO WS-SLIP-RATE.
            MOVE WS-SLIP-RATE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-SALARY TO WS-SLIP-GROSS.
            MOVE WS-SLIP-GROSS-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-TAXABLE-PAY TO WS-SLIP-TAXABLE.
            MOVE WS-SLIP-TAXABLE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-WITHHOLDING TO WS-SLIP-TAX.
            MOVE WS-EMP-TAX-CODE TO WS-SLIP-TAX-CODE.
            MOVE WS-SLIP-TAX-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-NET-SALARY TO WS-SLIP-NET.
            MOVE WS-SLIP-NET-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            IF WS-YTD-HIT > ZERO
                MOVE WS-YTD-GROSS(WS-YTD-HIT) TO WS-SLIP-YTD-GROSS
                MOVE WS-YTD-NET(WS-YTD-HIT) TO WS-SLIP-YTD-NET
                MOVE WS-SLIP-YTD-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
      *     ELEVEN FIXED LINES (TWO RULES, TITLE, EMP, REASON, HOURS,
      *     RATE, GROSS, TAXABLE, WITHHELD, NET) PLUS THE YTD LINE.
            COMPUTE WS-SLIP-PAD-N = SLIP-PAGE-DEPTH - 11.
            IF WS-YTD-HIT > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            PERFORM PAD-SLIP-PARA.

       WRITE-VOID-SLIP-PARA.
      *     THE VOID IS RETAINED AS A SLIP OF ITS OWN FOR THE SAME
      *     EMPLOYEE AND DATE, AFTER THE ONE IT CANCELS: WHAT WAS
      *     TAKEN BACK, THEN GROSS, TAXABLE, WITHHELD AND NET AT NIL
      *     SO EVERY READER THAT TAKES A SLIP'S LATEST LINES SEES
      *     NOTHING PAID. THE HANDOUT COPY IS THE EMPLOYEE'S NOTICE.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-SLIP-DATE.
            MOVE "  VOIDED" TO WS-SLIP-FINAL.
            MOVE WS-SLIP-TITLE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-E-NO TO WS-SLIP-EMP-NO.
            MOVE WS-NAME TO WS-SLIP-NAME.
            MOVE WS-VOID-HOME TO WS-SLIP-BRANCH.
            MOVE WS-SLIP-EMP-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            IF WS-RQ-DIST-COUNT(WS-RQ-IDX) > 1
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-RQ-DIST-COUNT(WS-RQ-IDX)
                    MOVE WS-RQ-DIST-BRANCH(WS-RQ-IDX WS-DST-IDX)
                        TO WS-SVA-BRANCH
                    MOVE WS-RQ-DIST-GROSS(WS-RQ-IDX WS-DST-IDX)
                        TO WS-SVA-GROSS
                    MOVE WS-RQ-DIST-ER(WS-RQ-IDX WS-DST-IDX)
                        TO WS-SVA-ER
                    MOVE WS-SLIP-VOID-AT-LINE TO PAYSLIP-LINE
                    PERFORM PUT-SLIP-LINE-PARA
                END-PERFORM
            END-IF.
            MOVE WS-RQ-GROSS(WS-RQ-IDX) TO WS-SLIP-VOID-GROSS.
            MOVE WS-RUN-DATE TO WS-SLIP-VOID-DATE.
            MOVE WS-RQ-REASON(WS-RQ-IDX) TO WS-SLIP-VOID-REASON.
            MOVE WS-SLIP-VOID-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            IF WS-ER-TOTAL > ZERO
                MOVE WS-ER-TOTAL TO WS-SLIP-VOID-ER
                MOVE WS-SLIP-VOID-ER-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            MOVE ZERO TO WS-SLIP-GROSS.
            MOVE WS-SLIP-GROSS-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE ZERO TO WS-SLIP-TAXABLE.
            MOVE WS-SLIP-TAXABLE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE ZERO TO WS-SLIP-TAX.
            MOVE WS-RQ-TAX-CODE(WS-RQ-IDX) TO WS-SLIP-TAX-CODE.
            MOVE WS-SLIP-TAX-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE ZERO TO WS-SLIP-NET.
            MOVE WS-SLIP-NET-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
      *     NINE FIXED LINES PLUS THE EMPLOYER AND VOID AT LINES.
            COMPUTE WS-SLIP-PAD-N = SLIP-PAGE-DEPTH - 9.
            IF WS-ER-TOTAL > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-RQ-DIST-COUNT(WS-RQ-IDX) > 1
                SUBTRACT WS-RQ-DIST-COUNT(WS-RQ-IDX) FROM WS-SLIP-PAD-N
            END-IF.
            PERFORM PAD-SLIP-PARA.

       PAD-SLIP-PARA.
            PERFORM VARYING WS-SLIP-PAD-IDX FROM 1 BY 1
                UNTIL WS-SLIP-PAD-IDX > WS-SLIP-PAD-N
                MOVE SPACES TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-PERFORM.

       PUT-SLIP-LINE-PARA.
      *     EVERY SLIP LINE GOES TO THE HANDOUT FILE AND, KEYED BY
      *     EMPLOYEE AND PAY DATE, TO THE RETAINED HISTORY.
            MOVE WS-E-NO TO PSH-EMP-NO.
            MOVE WS-SLIP-KEY-DATE TO PSH-PAY-DATE.
            MOVE PAYSLIP-LINE TO PSH-LINE.
            WRITE PAYSLIP-LINE.
            WRITE PSH-REC.

       WRITE-BANK-PARA.
            MOVE ZERO TO WS-BNK-HIT.
            PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                UNTIL WS-BNK-IDX > WS-BANKDET-COUNT
                IF WS-BNK-EMP-NO(WS-BNK-IDX) = WS-E-NO AND
                    WS-BNK-ACTIVE(WS-BNK-IDX) = 'A'
                    MOVE WS-BNK-IDX TO WS-BNK-HIT
                    MOVE WS-BANKDET-COUNT TO WS-BNK-IDX
                END-IF
            END-PERFORM.
            IF WS-BNK-HIT > ZERO
                MOVE WS-BNK-BANK-CODE(WS-BNK-HIT) TO WS-BPD-BANK
                MOVE WS-BNK-ACCOUNT(WS-BNK-HIT) TO WS-BPD-ACCOUNT
                MOVE WS-E-NO TO WS-BPD-EMP-NO
                MOVE WS-NET-SALARY TO WS-BPD-AMOUNT
                MOVE WS-BPF-DETAIL TO BANK-PAY-LINE
                WRITE BANK-PAY-LINE
                ADD 1 TO WS-BANK-PAID-COUNT
                ADD WS-NET-SALARY TO WS-BANK-PAID-TOTAL
            ELSE
                MOVE "PAID - MANUAL, NO BANK DETAILS" TO WS-OUTCOME
                ADD 1 TO WS-MANUAL-COUNT
                ADD WS-NET-SALARY TO WS-MANUAL-TOTAL
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       ACCUMULATE-PARA.
            IF WS-POST-AMOUNT = ZERO
                CONTINUE
            ELSE
                ADD 1 TO WS-POST-LINES
                MOVE ZERO TO WS-ACC-HIT
                PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT
                    IF WS-ACC-KIND(WS-ACC-IDX) = WS-POST-KIND AND
                        WS-ACC-BRANCH(WS-ACC-IDX) = WS-POST-BRANCH AND
                        WS-ACC-COMP(WS-ACC-IDX) = WS-POST-COMP
                        MOVE WS-ACC-IDX TO WS-ACC-HIT
                        MOVE WS-ACC-COUNT TO WS-ACC-IDX
                    END-IF
                END-PERFORM
                IF WS-ACC-HIT = ZERO
                    IF WS-ACC-COUNT < MAX-ACC-COUNT
                        ADD 1 TO WS-ACC-COUNT
                        MOVE WS-ACC-COUNT TO WS-ACC-HIT
                        MOVE WS-POST-KIND TO WS-ACC-KIND(WS-ACC-HIT)
                        MOVE WS-POST-BRANCH
                            TO WS-ACC-BRANCH(WS-ACC-HIT)
                        MOVE WS-POST-COMP
                            TO WS-ACC-COMP(WS-ACC-HIT)
                        MOVE ZERO TO WS-ACC-AMOUNT(WS-ACC-HIT)
                    ELSE
                        DISPLAY "POSTING TABLE FULL - BRANCH "
                            WS-POST-BRANCH " COMPONENT " WS-POST-COMP
                            " LOST"
                        MOVE 16 TO WS-RETURN-CODE
                    END-IF
                END-IF
                IF WS-ACC-HIT > ZERO
                    ADD WS-POST-AMOUNT
                        TO WS-ACC-AMOUNT(WS-ACC-HIT)
                END-IF
            END-IF.

       FIND-LOGDATE-PARA.
            MOVE ZERO TO WS-LD-HIT.
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                UNTIL WS-LD-IDX > WS-LOGDATE-COUNT
                IF WS-LD-DATE(WS-LD-IDX) = WS-FIND-DATE
                    MOVE WS-LD-IDX TO WS-LD-HIT
                    MOVE WS-LOGDATE-COUNT TO WS-LD-IDX
                END-IF
            END-PERFORM.
            IF WS-LD-HIT = ZERO
      *         THE TABLE HOLDS AS MANY DATES AS THERE ARE REQUESTS.
                ADD 1 TO WS-LOGDATE-COUNT
                MOVE WS-LOGDATE-COUNT TO WS-LD-HIT
                MOVE WS-FIND-DATE TO WS-LD-DATE(WS-LD-HIT)
                MOVE 'N' TO WS-LD-HAS-PAY(WS-LD-HIT)
                MOVE 'N' TO WS-LD-BASE-FOUND(WS-LD-HIT)
                MOVE SPACES TO WS-LD-BASE(WS-LD-HIT)
                MOVE ZERO TO WS-LD-LINES(WS-LD-HIT)
                MOVE ZERO TO WS-LD-GROSS(WS-LD-HIT)
                MOVE ZERO TO WS-LD-TAX(WS-LD-HIT)
                MOVE ZERO TO WS-LD-LIAB(WS-LD-HIT)
                MOVE ZERO TO WS-LD-ER(WS-LD-HIT)
            END-IF.

       WRITE-JOURNAL-PARA.
      *     PAYJOURNAL'S EXTRACT LAYOUT. THE REVERSING JOURNAL POSTS
      *     EACH COMPONENT WITH ITS DEBIT AND CREDIT SWAPPED.
            MOVE WS-JRN-KIND TO WS-POST-KIND.
            IF WS-JRN-KIND = 'P'
                MOVE 1 TO WS-JT-SUB
            ELSE
                MOVE 2 TO WS-JT-SUB
            END-IF.
            MOVE ZERO TO WS-JRN-COUNT.
            OPEN OUTPUT JOURNAL-FILE.
            MOVE SPACES TO JOURNAL-REC.
            IF WS-JRN-KIND = 'P'
                STRING 'HDR|' DELIMITED BY SIZE
                    WS-OFF-DATE DELIMITED BY SIZE
                    WS-JRN-TITLE DELIMITED BY SIZE
                    INTO JOURNAL-REC
                END-STRING
            ELSE
                STRING 'HDR|' DELIMITED BY SIZE
                    WS-RUN-DATE DELIMITED BY SIZE
                    WS-JRN-TITLE DELIMITED BY SIZE
                    INTO JOURNAL-REC
                END-STRING
            END-IF.
            WRITE JOURNAL-REC.
            PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                UNTIL WS-ACC-IDX > WS-ACC-COUNT
                IF WS-ACC-KIND(WS-ACC-IDX) = WS-JRN-KIND
                    PERFORM WRITE-ONE-LINE-PARA
                END-IF
            END-PERFORM.
            MOVE SPACES TO JOURNAL-REC.
            STRING 'TRL|' DELIMITED BY SIZE
                WS-JRN-COUNT DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-JT-GROSS(WS-JT-SUB) DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-JT-LIAB(WS-JT-SUB) DELIMITED BY SIZE
                '|' DELIMITED BY SIZE
                WS-JT-ER(WS-JT-SUB) DELIMITED BY SIZE
                INTO JOURNAL-REC
            END-STRING.
            WRITE JOURNAL-REC.
            CLOSE JOURNAL-FILE.
            DISPLAY "JOURNAL WRITTEN TO " WS-JOURNAL-PATH " - "
                WS-JRN-COUNT " LINES".

       WRITE-ONE-LINE-PARA.
            MOVE ZERO TO WS-MAP-HIT.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                UNTIL WS-MAP-IDX > WS-MAP-COUNT
                IF WS-MAP-COMP(WS-MAP-IDX) =
                    WS-ACC-COMP(WS-ACC-IDX)
                    MOVE WS-MAP-IDX TO WS-MAP-HIT
                    MOVE WS-MAP-COUNT TO WS-MAP-IDX
                END-IF
            END-PERFORM.
            MOVE SPACES TO JOURNAL-REC.
            IF WS-MAP-HIT = ZERO
                ADD 1 TO WS-UNMAPPED-COUNT
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                STRING 'UNM|' DELIMITED BY SIZE
                    WS-ACC-COMP(WS-ACC-IDX) DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-ACC-BRANCH(WS-ACC-IDX) DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-ACC-AMOUNT(WS-ACC-IDX) DELIMITED BY SIZE
                    INTO JOURNAL-REC
                END-STRING
                WRITE JOURNAL-REC
                DISPLAY "UNMAPPED COMPONENT "
                    WS-ACC-COMP(WS-ACC-IDX)
            ELSE
                IF WS-JRN-KIND = 'P'
                    STRING 'JRN|' DELIMITED BY SIZE
                        WS-MAP-DEBIT(WS-MAP-HIT) DELIMITED BY SIZE
                        '|' DELIMITED BY SIZE
                        WS-MAP-CREDIT(WS-MAP-HIT) DELIMITED BY SIZE
                        INTO JOURNAL-REC
                    END-STRING
                ELSE
                    STRING 'JRN|' DELIMITED BY SIZE
                        WS-MAP-CREDIT(WS-MAP-HIT) DELIMITED BY SIZE
                        '|' DELIMITED BY SIZE
                        WS-MAP-DEBIT(WS-MAP-HIT) DELIMITED BY SIZE
                        INTO JOURNAL-REC
                    END-STRING
                END-IF
                MOVE 18 TO WS-MAP-IDX
                STRING '|' DELIMITED BY SIZE
                    WS-ACC-AMOUNT(WS-ACC-IDX) DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-ACC-BRANCH(WS-ACC-IDX) DELIMITED BY SIZE
                    '|' DELIMITED BY SIZE
                    WS-ACC-COMP(WS-ACC-IDX) DELIMITED BY SIZE
                    INTO JOURNAL-REC
                    WITH POINTER WS-MAP-IDX
                END-STRING
                WRITE JOURNAL-REC
                ADD 1 TO WS-JRN-COUNT
            END-IF.

       UPDATE-JOURNAL-LOG-PARA.
      *     THE LATEST LOG RECORD FOR A PAY DATE IS ITS POSTING, SO
      *     EACH DATE THIS RUN TOUCHED GETS A NEW LATEST RECORD: WHAT
      *     WAS POSTED BEFORE, PLUS THIS RUN'S OFF-CYCLE PAY, LESS
      *     THIS RUN'S VOIDS. A VOIDED DATE THAT WAS NEVER POSTED HAS
      *     NOTHING TO TAKE THE VOID OFF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT JOURNAL-LOG.
            IF WS-LOG-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ JOURNAL-LOG
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                            UNTIL WS-LD-IDX > WS-LOGDATE-COUNT
                            IF WS-LD-DATE(WS-LD-IDX) = PJL-PAY-DATE
                                MOVE JOURNAL-LOG-REC
                                    TO WS-LD-BASE(WS-LD-IDX)
                                MOVE 'Y' TO WS-LD-BASE-FOUND(WS-LD-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '10'
                CLOSE JOURNAL-LOG
            END-IF.
            OPEN EXTEND JOURNAL-LOG.
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT JOURNAL-LOG
            END-IF.
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                UNTIL WS-LD-IDX > WS-LOGDATE-COUNT
                IF WS-LD-BASE-FOUND(WS-LD-IDX) = 'Y' OR
                    WS-LD-HAS-PAY(WS-LD-IDX) = 'Y'
                    PERFORM WRITE-LOG-RECORD-PARA
                ELSE
                    DISPLAY "NO JOURNAL LOG RECORD FOR "
                        WS-LD-DATE(WS-LD-IDX)
                        " - VOID NOT TAKEN OFF THE LOG"
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE JOURNAL-LOG.

       WRITE-LOG-RECORD-PARA.
            IF WS-LD-BASE-FOUND(WS-LD-IDX) = 'Y'
                MOVE WS-LD-BASE(WS-LD-IDX) TO JOURNAL-LOG-REC
            ELSE
                MOVE WS-LD-DATE(WS-LD-IDX) TO PJL-PAY-DATE
                MOVE ZERO TO PJL-LINES
                MOVE ZERO TO PJL-GROSS
                MOVE ZERO TO PJL-TAX
                MOVE ZERO TO PJL-LIAB
                MOVE ZERO TO PJL-ER
            END-IF.
            COMPUTE WS-LOG-LINES-WORK = PJL-LINES
                + WS-LD-LINES(WS-LD-IDX).
            MOVE WS-LOG-LINES-WORK TO PJL-LINES.
            COMPUTE WS-LOG-WORK = PJL-GROSS + WS-LD-GROSS(WS-LD-IDX).
            IF WS-LOG-WORK < ZERO
                MOVE ZERO TO WS-LOG-WORK
            END-IF.
            MOVE WS-LOG-WORK TO PJL-GROSS.
            COMPUTE WS-LOG-WORK = PJL-TAX + WS-LD-TAX(WS-LD-IDX).
            IF WS-LOG-WORK < ZERO
                MOVE ZERO TO WS-LOG-WORK
            END-IF.
            MOVE WS-LOG-WORK TO PJL-TAX.
            COMPUTE WS-LOG-WORK = PJL-LIAB + WS-LD-LIAB(WS-LD-IDX).
            IF WS-LOG-WORK < ZERO
                MOVE ZERO TO WS-LOG-WORK
            END-IF.
            MOVE WS-LOG-WORK TO PJL-LIAB.
            COMPUTE WS-LOG-WORK = PJL-ER + WS-LD-ER(WS-LD-IDX).
            IF WS-LOG-WORK < ZERO
                MOVE ZERO TO WS-LOG-WORK
            END-IF.
            MOVE WS-LOG-WORK TO PJL-ER.
            WRITE JOURNAL-LOG-REC.

       WRITE-REG-ITEM-PARA.
            MOVE SPACES TO WS-RGI-TYPE.
            IF WS-RQ-PAY(WS-RQ-IDX)
                MOVE "PAY" TO WS-RGI-TYPE
            ELSE
                MOVE "VOID" TO WS-RGI-TYPE
            END-IF.
            MOVE WS-RQ-EMP-NO(WS-RQ-IDX) TO WS-RGI-EMP-NO.
            MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-RGI-DATE.
            MOVE WS-RQ-GROSS(WS-RQ-IDX) TO WS-RGI-GROSS.
            IF WS-REFUSED
                MOVE ZERO TO WS-RGI-TAX
                MOVE ZERO TO WS-RGI-NET
            ELSE
                MOVE WS-RQ-TAX(WS-RQ-IDX) TO WS-RGI-TAX
                MOVE WS-RQ-NET(WS-RQ-IDX) TO WS-RGI-NET
            END-IF.
            MOVE WS-RQ-REASON(WS-RQ-IDX) TO WS-RGI-REASON.
            MOVE WS-OUTCOME TO WS-RGI-OUTCOME.
            MOVE WS-REG-ITEM TO REGISTER-LINE.
            WRITE REGISTER-LINE.

       WRITE-REG-TOTALS-PARA.
            MOVE SPACES TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "OFF-CYCLE PAYMENTS MADE - NET" TO WS-RGS-LABEL.
            MOVE WS-PAID-COUNT TO WS-RGS-COUNT.
            MOVE WS-PAID-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "  ON THE OFF-CYCLE BANK FILE" TO WS-RGS-LABEL.
            MOVE WS-BANK-PAID-COUNT TO WS-RGS-COUNT.
            MOVE WS-BANK-PAID-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "  FOR MANUAL PAYMENT" TO WS-RGS-LABEL.
            MOVE WS-MANUAL-COUNT TO WS-RGS-COUNT.
            MOVE WS-MANUAL-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "PAYSLIPS VOIDED - GROSS" TO WS-RGS-LABEL.
            MOVE WS-VOID-COUNT TO WS-RGS-COUNT.
            MOVE WS-VOID-TOTAL TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.
            MOVE "REQUESTS REFUSED" TO WS-RGS-LABEL.
            MOVE WS-REFUSED-COUNT TO WS-RGS-COUNT.
            MOVE ZERO TO WS-RGS-TOTAL.
            MOVE WS-REG-TOTAL TO REGISTER-LINE.
            WRITE REGISTER-LINE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\OffCycleParm.txt'
                TO WS-PARM-PATH
            ACCEPT WS-PARM-PATH FROM ENVIRONMENT 'OFFCYCLE_PARM'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\FILETOTEST.txt'
                TO WS-EMPLOYEE-MASTER-PATH
            ACCEPT WS-EMPLOYEE-MASTER-PATH
                FROM ENVIRONMENT 'RECORD_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EMPLOYEEDATA.txt'
                TO WS-EMPLOYEE-DATA-PATH
            ACCEPT WS-EMPLOYEE-DATA-PATH
                FROM ENVIRONMENT 'EMPLOYEE_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayCalendar.txt'
                TO WS-PAY-CALENDAR-PATH
            ACCEPT WS-PAY-CALENDAR-PATH FROM ENVIRONMENT 'PAY_CALENDAR'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TaxTable.txt'
                TO WS-TAX-TABLE-PATH
            ACCEPT WS-TAX-TABLE-PATH FROM ENVIRONMENT 'TAX_TABLE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\TaxCodes.txt'
                TO WS-TAX-CODE-PATH
            ACCEPT WS-TAX-CODE-PATH FROM ENVIRONMENT 'TAX_CODES'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankDetails.txt'
                TO WS-BANK-DETAILS-PATH
            ACCEPT WS-BANK-DETAILS-PATH FROM ENVIRONMENT 'BANK_DETAILS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayAccountMap.txt'
                TO WS-ACCOUNT-MAP-PATH
            ACCEPT WS-ACCOUNT-MAP-PATH
                FROM ENVIRONMENT 'PAY_ACCOUNT_MAP'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\YTDFile.txt'
                TO WS-YTD-FILE-PATH
            ACCEPT WS-YTD-FILE-PATH FROM ENVIRONMENT 'YTD_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                FROM ENVIRONMENT 'PAYSLIP_HISTORY'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OffCyclePayslips.txt'
                TO WS-PAYSLIP-PATH
            ACCEPT WS-PAYSLIP-PATH FROM ENVIRONMENT 'OFFCYCLE_PAYSLIP'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OffCycleBankFile.txt'
                TO WS-BANK-PAY-PATH
            ACCEPT WS-BANK-PAY-PATH FROM ENVIRONMENT 'OFFCYCLE_BANK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OffCycleJournal.txt'
                TO WS-OFF-JOURNAL-PATH
            ACCEPT WS-OFF-JOURNAL-PATH
                FROM ENVIRONMENT 'OFFCYCLE_JOURNAL'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\VoidJournal.txt'
                TO WS-VOID-JOURNAL-PATH
            ACCEPT WS-VOID-JOURNAL-PATH FROM ENVIRONMENT 'VOID_JOURNAL'
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
            MOVE 'D:\cOBOLTRAINING\AuditTrail.txt'
                TO WS-AUDIT-FILE-PATH
            ACCEPT WS-AUDIT-FILE-PATH FROM ENVIRONMENT 'AUDIT_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OffCycleRegister.txt'
                TO WS-REGISTER-PATH
            ACCEPT WS-REGISTER-PATH
                FROM ENVIRONMENT 'OFFCYCLE_REGISTER'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM OFFCYCLE.
