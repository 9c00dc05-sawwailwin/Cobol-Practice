      *                PAYSLIPRPT inquiry instead of re-running
      *                payroll on a copy and hoping the inputs still
      *                match.
      * 10/15/2026 SWL Withholding is now progressive instead of the
      *                flat 20% compiled into WS-TAX-RATE. The tax-table
      *                master (TaxTable.txt -- effective date, an 'A'
      *                row carrying the annual personal allowance and
      *                'B' rows carrying each band's lower and upper
      *                limit and marginal rate) is loaded at startup
      *                and the table with the latest effective date on
      *                or before the business date is the one used, so
      *                next year's table is loaded in advance and takes
      *                over on its start date. Each employee's period
      *                gross is annualised by the pay frequency (52
      *                weekly, 26 fortnightly, 12 monthly), the
      *                allowance comes off, the bands are applied and
      *                the annual tax is divided back to the period.
      *                The per-employee tax-code file (TaxCodes.txt --
      *                EMP-NO, code, rate) covers the special cases:
      *                'E' exempt, 'F' a fixed percentage of gross,
      *                'N' no personal allowance; no record or any
      *                other code is standard. The payslip shows the
      *                code on the withholding line. With no table in
      *                effect the run falls back to the old flat rate
      *                for standard employees and ends RETURN-CODE 4.
      * 10/15/2026 SWL The payslip now carries a TAXABLE line (the
      *                period's share of annual taxable pay after the
      *                allowance; gross for 'F' and 'N' codes and the
      *                flat fallback; zero for 'E'), so the monthly
      *                withholding return can be built from the
      *                retained payslip history.
      * 10/15/2026 SWL Employer on-costs. The employer contribution
      *                master (EmployerContrib.txt -- contribution
      *                type, description, rate, annual earnings
      *                ceiling, effective date) is loaded at startup
      *                and each type's row with the latest effective
      *                date on or before the business date is the one
      *                in force, up to three types. Every employee
      *                paid gets each contribution at its rate on
      *                gross, capped at the period's share of the
      *                ceiling (zero is no ceiling), carried in a new
      *                employer-cost section at the end of PAY-DATA
      *                (total and up to three type/amount pairs) and
      *                shown on the payslip as information lines, not
      *                deductions. PayrollByBranch.txt carries them as
      *                an ON-COST column beside a LABOUR total (gross
      *                plus on-cost) on every branch and region line,
      *                so the branch labour cost is the real one. A
      *                type code that is already a deduction code or
      *                GRS/TAX/NET is ignored, because it would post
      *                into that component on the payroll journal. No
      *                master in effect ends RETURN-CODE 4. The payslip
      *                page deepens to 26 lines for the new lines.
      * 10/15/2026 SWL The bank credit file is now written held
      *                (BankPayHeld.txt, same layout) instead of
      *                straight to BankPayFile.txt. PAYVARCHK checks
      *                net pay against earlier slips and PAYRELEASE
      *                writes the releasable BankPayFile.txt once a
      *                supervisor has signed off the flagged lines.
      * 10/15/2026 SWL Overtime pre-authorisation. The authorisation
      *                file (OtAuth.txt -- EMP-NO, pay date of the
      *                period, hours, approving manager) is loaded at
      *                startup and only the overtime hours authorised
      *                for this pay date earn the premium. Every hour
      *                worked still pays at its shift rate; the
      *                premium on the unauthorised excess is held on
      *                the pending-approval list (OtPending.txt --
      *                EMP-NO, period, hours held, rate, hours already
      *                authorised, release date and hours) and paid
      *                automatically on a later run once authorisation
      *                for that period covers it, shown on the payslip
      *                as an OT RELEASED line. A rerun of the same pay
      *                date puts back what it released and re-derives
      *                its own holds, so nothing pays twice or drops.
      *                OvertimeAuthReport.txt gives each branch manager
      *                worked, authorised, paid, held and released
      *                overtime by employee with branch totals. The
      *                payslip hours line gains HELD OT and the page
      *                deepens to 27 lines.
      * 10/15/2026 SWL Joiners and leavers. The master's effective
      *                and end dates now bound what is paid: timesheet
      *                days outside them are skipped, and where the
      *                employment covers only part of the calendar
      *                period the overtime threshold, expected days
      *                and fixed-amount deductions scale by the days
      *                employed (shown on the slip's PERIOD line). An
      *                end date inside the period (an inactive
      *                employee included) makes it the final pay:
      *                untaken leave pays out at base rate and the
      *                balance is closed, recurring deductions stop,
      *                the slip is headed FINAL PAY, and
      *                LeaverSettlement.txt gives HR the breakdown
      *                with the deductions stopped. Exception records
      *                are now cleared before they are built.
      * 10/15/2026 SWL The employee master now carries an alternate
      *                key on the name, WITH DUPLICATES, for the
      *                find-by-name lookup; the SELECT declares it
      *                so the file opens with the key structure
      *                it was built with.
      * 10/15/2026 SWL Public holidays from the holiday master
      *                (PublicHolidays.txt, PUBHOL -- date, region,
      *                name, premium). A holiday in the employee's
      *                branch region (or in every region) that falls
      *                inside the employment part of the calendar
      *                period takes one off the expected days, and
      *                when nothing is keyed for the day it pays a
      *                standard day at base rate (PUB HOL line).
      *                Hours worked on such a holiday are paid as
      *                usual and earn the holiday's premium on top
      *                (the standing 1.50 when the row gives none),
      *                shown on its own HOL PREM line. A day keyed as
      *                leave, sick or unpaid on a holiday is left as
      *                keyed. The payslip page deepens to 29 lines.
      * 10/15/2026 SWL Labour distribution. A timesheet row may now
      *                carry the branch the day was worked at (TS-
      *                BRANCH; blank or zero is the home branch). It
      *                must be an active branch on the branch master,
      *                or the day is charged home with a warning. Each
      *                employee's gross, overtime premium and employer
      *                cost are split across the branches in
      *                proportion to the hours worked there, with leave
      *                and holiday hours staying at home and the home
      *                branch taking the rounding. The split rides on
      *                PAY-DATA's new labour-distribution section for
      *                the payroll journal. The branch/region rollup
      *                (PayrollByBranch.txt, now with an OVERTIME
      *                column) charges the distributed cost, tax and
      *                net staying with the home branch that pays
      *                them. CrossChargeList.txt lists every employee
      *                charged to a branch other than their own.
      * 10/15/2026 SWL Checkpoint/restart. A fresh run first copies
      *                the files it rolls forward (YTD, leave balances,
      *                retro pay, held overtime) aside, then logs to
      *                PayrollCheckpoint.txt a begin record and, after
      *                each EMPLOYEEDATA row is fully processed, the
      *                row number with the line counts of every file
      *                the run writes and the bank-file totals so far.
      *                A run that finds records on the checkpoint is a
      *                restart: it keeps the crashed run's business
      *                date, puts the rolled-forward files back from
      *                their copies, cuts every output back to the
      *                checkpointed line counts, replays the rows
      *                already done without writing anything (to
      *                rebuild YTD, leave, arrears, held overtime and
      *                the run totals), and carries on writing from
      *                the next row. The bank file keeps its header
      *                and the trailer covers the whole run. The run
      *                now checks in with RUNCTL as PAYROLL; a fresh
      *                run is refused while a restart is pending, and
      *                a finished run empties the checkpoint.
      * 10/15/2026 SWL Pay-calculation step of the payroll job stream.
      *                A fresh run now names RETROCLC (the retro-pay
      *                pickup) as its predecessor in RUNCTL, so it is
      *                refused until the input edit, the timesheet
      *                check and the retro pickup have all passed for
      *                the date. A restart is not held back, since its
      *                predecessors passed before the crash. The
      *                RUNSTATS record now carries the business date.
      * 10/15/2026 SWL A checkpoint that cannot be opened or written
      *                refuses the run (RETURN-CODE 12) instead of
      *                letting it go on without restart protection.
      * 10/15/2026 SWL The payslip carries the home branch on the
      *                employee line and, for a split labour
      *                distribution, a COST AT line per branch (hours,
      *                gross and employer share), so the retained slip
      *                says where the journal posted its cost. The pad
      *                count is signed so a long slip takes no padding.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEEREPORT.
            SELECT COST-REPORT ASSIGN TO DYNAMIC WS-COST-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CROSS-CHARGE-FILE ASSIGN TO DYNAMIC
            WS-CROSS-CHARGE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OT-AUTH-FILE ASSIGN TO DYNAMIC WS-OT-AUTH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OTA-STATUS.

            SELECT OT-PENDING-FILE ASSIGN TO DYNAMIC
            WS-OT-PENDING-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OTP-STATUS.

            SELECT OT-REPORT ASSIGN TO DYNAMIC WS-OT-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
            WS-EMPLOYEE-MASTER-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-NO
            ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MST-STATUS.

            SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
            WS-LEAVE-STMT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LEAVER-STATEMENT ASSIGN TO DYNAMIC
            WS-LEAVER-STMT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYSLIP-HISTORY ASSIGN TO DYNAMIC
            WS-SLIP-HIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            WS-BANK-EXC-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TAX-TABLE-FILE ASSIGN TO DYNAMIC
            WS-TAX-TABLE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXT-STATUS.

            SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC
            WS-TAX-CODE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TXC-STATUS.

            SELECT EMPLOYER-CONTRIB-FILE ASSIGN TO DYNAMIC
            WS-EMPLOYER-CONTRIB-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ERC-STATUS.

            SELECT PUBLIC-HOLIDAYS ASSIGN TO DYNAMIC
            WS-PUBHOL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHL-STATUS.

            SELECT PAYROLL-CHECKPOINT ASSIGN TO DYNAMIC
            WS-PAY-CKPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCK-STATUS.

            SELECT RESTART-COPY-IN ASSIGN TO DYNAMIC
            WS-COPY-IN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CPI-STATUS.

            SELECT RESTART-COPY-OUT ASSIGN TO DYNAMIC
            WS-COPY-OUT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-DATA.
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

       FD PAYROLL-SUMMARY-FILE.
       01 SUMMARY-REC.
                                         BY BM-BRANCH-REGION.

       FD COST-REPORT.
       01 COST-REPORT-LINE PIC X(132).

       FD CROSS-CHARGE-FILE.
       01 CROSS-CHARGE-LINE PIC X(100).

       FD OT-AUTH-FILE.
           COPY OTAUTH REPLACING OTA-REC-NAME BY OT-AUTH-REC
                                  OTA-EMP-NO-NAME BY OTA-EMP-NO
                                  OTA-PERIOD-NAME BY OTA-PERIOD
                                  OTA-HOURS-NAME BY OTA-HOURS
                                  OTA-MANAGER-NAME BY OTA-MANAGER.

       FD OT-PENDING-FILE.
       01 OT-PENDING-REC.
           05 OTP-EMP-NO PIC X(5).
           05 OTP-PERIOD PIC 9(8).
           05 OTP-HOURS PIC 9(3).
           05 OTP-RATE PIC 9(4)V99.
           05 OTP-USED PIC 9(3).
           05 OTP-REL-DATE PIC 9(8).
           05 OTP-REL-HOURS PIC 9(3).

       FD OT-REPORT.
       01 OT-REPORT-LINE PIC X(100).

       FD TIMESHEET-FILE.
       01 TIMESHEET-REC.
           05 TS-HOURS PIC 9(2).
           05 TS-TYPE PIC X(1).
           05 TS-SHIFT PIC X(1).
           05 TS-BRANCH PIC 9(3).

       FD EMPLOYEE-MASTER.
           COPY EMPREC REPLACING EMR-REC-NAME BY MASTER-REC
           05 PSH-LINE PIC X(60).

       FD TIMESHEET-HISTORY.
       01 TS-HIST-REC PIC X(20).

       FD RETRO-PAY-FILE.
       01 RETRO-PAY-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BEX-REASON PIC X(30).

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

       FD EMPLOYER-CONTRIB-FILE.
       01 EMPLOYER-CONTRIB-REC.
           05 ERC-TYPE PIC X(3).
           05 ERC-DESC PIC X(20).
           05 ERC-RATE PIC 9(2)V99.
           05 ERC-CEILING PIC 9(7)V99.
           05 ERC-EFF-DATE PIC 9(8).

       FD PUBLIC-HOLIDAYS.
           COPY PUBHOL REPLACING PHL-REC-NAME BY PUBHOL-REC
                                  PHL-DATE-NAME BY PHL-DATE
                                  PHL-REGION-NAME BY PHL-REGION
                                  PHL-NAME-NAME BY PHL-NAME
                                  PHL-PREMIUM-NAME BY PHL-PREMIUM.

       FD LEAVE-BALANCE-FILE.
       01 LEAVE-BAL-REC.
           05 LVB-EMP-NO PIC X(5).
       FD LEAVE-STATEMENT.
       01 LEAVE-STMT-LINE PIC X(60).

       FD LEAVER-STATEMENT.
       01 LEAVER-STMT-LINE PIC X(80).

       FD YTD-FILE.
       01 YTD-REC.
           05 YTD-EMP-NO PIC X(5).
           05 YTD-WITHHOLD PIC 9(8)V99.
           05 YTD-NET PIC 9(9)V99.

      * 'B' BEGIN RECORD (ROW ZERO, THE TWO HISTORIES' LINE COUNTS
      * BEFORE THE RUN), THEN ONE 'E' RECORD PER EMPLOYEEDATA ROW
      * FULLY PROCESSED. THE LINE COUNTS ARE, IN ORDER: PAYROLL
      * DATA, EXCEPTIONS, PAYSLIPS, PAYSLIP HISTORY, BANK PAY FILE,
      * BANK EXCEPTIONS, LEAVER STATEMENT, TIMESHEET HISTORY.
       FD PAYROLL-CHECKPOINT.
       01 PAYROLL-CKPT-REC.
           05 PCK-TYPE PIC X(1).
           05 PCK-RUN-DATE PIC 9(8).
           05 PCK-SEQ PIC 9(7).
           05 PCK-EMP-NO PIC X(5).
           05 PCK-LINES.
               10 PCK-LINE-CNT PIC 9(7) OCCURS 8 TIMES.
           05 PCK-BANK-COUNT PIC 9(5).
           05 PCK-BANK-TOTAL PIC 9(11)V99.
           05 PCK-NOBANK-COUNT PIC 9(5).

      * PASS-THROUGH RECORDS FOR COPYING A FILE ASIDE, BACK, OR CUT
      * TO A LINE COUNT -- WIDE ENOUGH FOR THE LONGEST RECORD COPIED.
       FD RESTART-COPY-IN.
       01 COPY-IN-LINE PIC X(400).

       FD RESTART-COPY-OUT.
       01 COPY-OUT-LINE PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-EMP-DATA.
           05 WS-E-NO PIC X(5).
       77 WS-REG-HOURS PIC 9(3).
       77 WS-OT-HOURS PIC 9(3).
       77 WS-OT-MULTIPLIER PIC 9V99 VALUE 1.50.
      * FLAT RATE NOW ONLY USED WHEN NO TAX TABLE IS IN EFFECT.
       77 WS-TAX-RATE PIC V99 VALUE .20.
       77 WS-WITHHOLDING PIC 9(6)V99.
       77 WS-NET-SALARY PIC 9(7)V99.
       01 WS-SLIP-TITLE-LINE.
           05 FILLER PIC X(25) VALUE "             PAYSLIP".
           05 WS-SLIP-DATE PIC 9(8).
           05 WS-SLIP-FINAL PIC X(11).
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-SLIP-EMP-LINE.
           05 FILLER PIC X(9) VALUE "EMP NO  :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(8) VALUE "  NAME :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLIP-NAME PIC X(20).
           05 FILLER PIC X(11) VALUE "  BRANCH : ".
           05 WS-SLIP-BRANCH PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
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
       01 WS-SLIP-PAD-IDX PIC 9(2).
       01 WS-SLIP-PAD-N PIC S9(2).
       01 WS-BUSDATE-X PIC X(8).
       77 SLIP-PAGE-DEPTH PIC 9(2) VALUE 29.
       01 WS-SLIP-RUN-DATE PIC 9(8).

      * PAY-CALENDAR SUBSYSTEM -- ONE TABLE ENTRY PER PAY FREQUENCY
               10 WS-FRQ-END PIC 9(8).
               10 WS-FRQ-OT-LIMIT PIC 9(3).
               10 WS-FRQ-MIN-DAYS PIC 9(2).
               10 WS-FRQ-PERIODS PIC 9(2).
       01 WS-FRQ-IDX PIC 9(1).
       01 WS-FRQ-HIT PIC 9(1) VALUE 1.
       01 WS-EMP-FREQ PIC X(1).
           05 WS-SLIP-PER-START PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-SLIP-PER-END PIC 9(8).
           05 WS-SLIP-PER-NOTE PIC X(22).
           05 FILLER PIC X(9) VALUE SPACES.
       01 WS-SLIP-PRO-NOTE.
           05 FILLER PIC X(7) VALUE "  PAID ".
           05 WS-SPN-DAYS PIC ZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 WS-SPN-OF PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 WS-SLIP-SETTLE-LINE.
           05 FILLER PIC X(9) VALUE "LV OWED :".
           05 WS-SSE-DAYS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " DAYS ".
           05 WS-SSE-PAY PIC Z(7)9.99.
           05 FILLER PIC X(31) VALUE SPACES.

      * JOINERS AND LEAVERS -- THE MASTER'S EFFECTIVE AND END DATES
      * BOUND THE EMPLOYMENT. TIMESHEET DAYS OUTSIDE THEM ARE NOT
      * PAID, AND WHEN THE EMPLOYMENT COVERS ONLY PART OF THE
      * CALENDAR PERIOD THE OVERTIME THRESHOLD, THE EXPECTED DAYS
      * AND THE FIXED-AMOUNT DEDUCTIONS SCALE BY THE DAYS EMPLOYED.
      * AN END DATE INSIDE THE PERIOD MAKES THIS THE FINAL PAY --
      * UNTAKEN LEAVE IS PAID OUT, RECURRING DEDUCTIONS STOP, THE
      * SLIP IS MARKED FINAL AND HR GETS A SETTLEMENT STATEMENT.
       01 WS-EMPL-STATUS PIC X(1).
       01 WS-EMPL-EFF PIC 9(8).
       01 WS-EMPL-END PIC 9(8).
       01 WS-EMPL-FROM PIC 9(8).
       01 WS-EMPL-TO PIC 9(8).
       01 WS-PER-DAYS PIC 9(3).
       01 WS-EMPL-DAYS PIC 9(3).
       01 WS-PRORATE-FACTOR PIC 9V9(4).
       01 WS-PRORATE-SW PIC X(1).
           88 WS-PRORATED VALUE 'Y'.
       01 WS-LEAVER-SW PIC X(1).
           88 WS-LEAVER VALUE 'Y'.
       01 WS-TS-ROW-OK PIC X(1).
       01 WS-TSE-LAST-NO PIC X(5) VALUE SPACES.
       01 WS-TSE-EFF PIC 9(8).
       01 WS-TSE-END PIC 9(8).
       01 WS-TS-OUTSIDE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SETTLE-DAYS PIC 9(3).
       01 WS-SETTLE-PAY PIC 9(7)V99.
       01 WS-SETTLE-OVER PIC 9(3).
       01 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEAVER-STMT-PATH PIC X(60).
      * DAY NUMBERS FOR COUNTING CALENDAR DAYS ACROSS MONTH AND
      * YEAR ENDS -- LEAP YEARS COUNTED BY THE GREGORIAN RULE.
       01 WS-DAYNUM-WORK PIC 9(8).
       01 FILLER REDEFINES WS-DAYNUM-WORK.
           05 WS-DN-YEAR PIC 9(4).
           05 WS-DN-MONTH PIC 9(2).
           05 WS-DN-DAY PIC 9(2).
       01 WS-DAYNUM PIC 9(7).
       01 WS-DN-FROM PIC 9(7).
       01 WS-DN-LEAP-YEAR PIC 9(4).
       01 WS-DN-DIV4 PIC 9(4).
       01 WS-DN-DIV100 PIC 9(4).
       01 WS-DN-DIV400 PIC 9(4).
       01 WS-DN-CUM-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 FILLER REDEFINES WS-DN-CUM-VALUES.
           05 WS-DN-CUM PIC 9(3) OCCURS 12 TIMES.

      * LEAVER SETTLEMENT STATEMENT LINES
       01 WS-LST-TITLE.
           05 FILLER PIC X(39)
               VALUE "LEAVER SETTLEMENT STATEMENT - PAY DATE ".
           05 WS-LST-DATE PIC 9(8).
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-LST-EMP-LINE.
           05 FILLER PIC X(10) VALUE "EMP NO  : ".
           05 WS-LST-NO PIC X(5).
           05 FILLER PIC X(9) VALUE "  NAME : ".
           05 WS-LST-NAME PIC X(20).
           05 FILLER PIC X(11) VALUE "  BRANCH : ".
           05 WS-LST-BRANCH PIC 9(3).
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-LST-DATES-LINE.
           05 FILLER PIC X(10) VALUE "JOINED  : ".
           05 WS-LST-EFF PIC 9(8).
           05 FILLER PIC X(9) VALUE "  LEFT : ".
           05 WS-LST-END PIC 9(8).
           05 WS-LST-NOTE PIC X(22).
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-LST-AMT-LINE.
           05 WS-LST-LABEL PIC X(20).
           05 WS-LST-AMT PIC Z(7)9.99.
           05 WS-LST-TEXT PIC X(49).
       01 WS-LST-DED-LINE.
           05 FILLER PIC X(20) VALUE "DEDUCTION STOPPED : ".
           05 WS-LSD-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LSD-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LSD-VALUE PIC Z(4)9.99.
           05 WS-LSD-UNIT PIC X(11).
           05 FILLER PIC X(16) VALUE SPACES.

      * DEDUCTION SUBSYSTEM -- THE TYPE TABLE DEFINES EACH DEDUCTION
      * CODE (AMOUNT OR PERCENTAGE OF GROSS); THE PER-EMPLOYEE MASTER
      * SAYS WHO HAS WHICH. EVERY APPLIED DEDUCTION IS ITEMIZED IN

      * STANDARD RETURN-CODE SCHEME -- 0 CLEAN, 4 WARNING (AT LEAST
      * ONE RECORD WENT TO THE EXCEPTION FILE INSTEAD OF BEING PAID),
      * 12 THE EMPLOYEE MASTER COULD NOT BE OPENED, OR RUN CONTROL OR
      * THE CHECKPOINT REFUSED THE RUN OR ITS RESTART.
       01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

      * STANDARD RUN-STATISTICS RECORD APPENDED THROUGH THE SHARED
               10 WS-TS-T-SHIFT OCCURS 4 TIMES.
                   15 WS-TS-T-S-CODE PIC X(1).
                   15 WS-TS-T-S-HOURS PIC 9(3).
               10 WS-TS-T-HOL-CNT PIC 9(1).
               10 WS-TS-T-HOL OCCURS 5 TIMES.
                   15 WS-TS-T-H-DATE PIC 9(8).
                   15 WS-TS-T-H-HOURS PIC 9(2).
                   15 WS-TS-T-H-WORKED PIC X(1).
               10 WS-TS-T-WRK-CNT PIC 9(1).
               10 WS-TS-T-WRK OCCURS 4 TIMES.
                   15 WS-TS-T-W-BRANCH PIC 9(3).
                   15 WS-TS-T-W-HOURS PIC 9(3).
       01 WS-TS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TS-IDX PIC 9(3).
       01 WS-TS-HIT PIC 9(3).
       01 WS-TS-EOF PIC A(1).
       01 WS-TS-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TS-BAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TS-BRANCH-BAD PIC 9(5) VALUE ZERO.
       01 WS-WRK-BR-OK PIC X(1).
       01 WS-WRK-IDX PIC 9(1).
       01 WS-WRK-HIT PIC 9(1).

      * LABOUR DISTRIBUTION -- THE EMPLOYEE'S PAY SPLIT ACROSS THE
      * BRANCHES WORKED AT, ENTRY 1 ALWAYS THE HOME BRANCH. GROSS,
      * OVERTIME PREMIUM AND EMPLOYER COST GO BY HOURS; THE HOME
      * BRANCH KEEPS LEAVE AND HOLIDAY HOURS AND THE ROUNDING.
       01 WS-DIST-COUNT PIC 9(1) VALUE ZERO.
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 5 TIMES.
               10 WS-DST-BRANCH PIC 9(3).
               10 WS-DST-REGION PIC 9(2).
               10 WS-DST-HOURS PIC 9(3).
               10 WS-DST-GROSS PIC 9(7)V99.
               10 WS-DST-OT PIC 9(7)V99.
               10 WS-DST-ER PIC 9(7)V99.
       01 WS-DST-IDX PIC 9(1).
       01 WS-DIST-BASE-HOURS PIC 9(4).
       01 WS-OT-COST PIC 9(7)V99.
       01 WS-DIST-REM-HOURS PIC S9(4).
       01 WS-DIST-REM-GROSS PIC S9(7)V99.
       01 WS-DIST-REM-OT PIC S9(7)V99.
       01 WS-DIST-REM-ER PIC S9(7)V99.

      * CROSS-CHARGES -- EVERY SHARE CHARGED AWAY FROM THE HOME
      * BRANCH, KEPT IN CHARGED-BRANCH ORDER FOR THE LISTING.
       01 WS-XCH-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-XCH-COUNT PIC 9(3) VALUE 500.
       01 WS-XCH-TABLE.
           05 WS-XCH-ENTRY OCCURS 500 TIMES.
               10 WS-XCH-BRANCH PIC 9(3).
               10 WS-XCH-EMP-NO PIC X(5).
               10 WS-XCH-NAME PIC X(20).
               10 WS-XCH-HOME PIC 9(3).
               10 WS-XCH-HOURS PIC 9(3).
               10 WS-XCH-GROSS PIC 9(7)V99.
               10 WS-XCH-OT PIC 9(7)V99.
               10 WS-XCH-ER PIC 9(7)V99.
       01 WS-XCH-IDX PIC 9(3).
       01 WS-XCH-MOVE PIC 9(3).
       77 WS-XCH-TOT-HOURS PIC 9(7) VALUE ZERO.
       77 WS-XCH-TOT-COST PIC 9(11)V99 VALUE ZERO.
       01 WS-CROSS-CHARGE-PATH PIC X(60).

       01 WS-XCH-DETAIL.
           05 WS-XD-EMP-NO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-XD-NAME PIC X(20).
           05 FILLER PIC X(6) VALUE " HOME ".
           05 WS-XD-HOME PIC 9(3).
           05 FILLER PIC X(9) VALUE " CHARGED ".
           05 WS-XD-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-XD-HOURS PIC ZZ9.
           05 FILLER PIC X(11) VALUE " HRS GROSS ".
           05 WS-XD-GROSS PIC ZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE " OT ".
           05 WS-XD-OT PIC ZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE " ER ".
           05 WS-XD-ER PIC ZZZZZZ9.99.

      * PUBLIC-HOLIDAY SUBSYSTEM -- THE HOLIDAY MASTER IS LOADED AT
      * STARTUP. A TIMESHEET ROW DATED ON ANY HOLIDAY IS REMEMBERED
      * AGAINST THE EMPLOYEE (WS-TS-T-HOL ABOVE) SO THAT, ONCE THE
      * BRANCH REGION IS KNOWN AT PAY TIME, A WORKED HOLIDAY EARNS
      * ITS PREMIUM AND AN UNKEYED ONE IS PAID AS A STANDARD DAY.
       01 WS-PHL-STATUS PIC X(2).
       01 WS-PHL-EOF PIC A(1).
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
               10 WS-HOL-DATE PIC 9(8).
               10 WS-HOL-REGION PIC 9(2).
               10 WS-HOL-NAME PIC X(30).
               10 WS-HOL-PREM PIC 9V99.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-HOL-COUNT PIC 9(3) VALUE 200.
       01 WS-HOL-IDX PIC 9(3).
       01 WS-HOL-SLOT PIC 9(1).
       01 WS-HOL-SLOT-IDX PIC 9(1).
       01 WS-HOL-ON-DAY PIC X(1).
       01 WS-HOL-IN-PERIOD PIC X(1).
       01 WS-HOL-MULT PIC 9V99.
       77 HOL-PREMIUM-STD PIC 9V99 VALUE 1.50.
       01 WS-HOL-DAYS PIC 9(2).
       01 WS-HOL-PAID-DAYS PIC 9(2).
       01 WS-HOL-PAID-HOURS PIC 9(3).
       01 WS-HOL-PAY PIC 9(7)V99.
       01 WS-HOL-WORK-HOURS PIC 9(3).
       01 WS-HOL-PREMIUM PIC 9(7)V99.
       01 WS-PUBHOL-PATH PIC X(60).

      * RETRO-PAY SUBSYSTEM -- ARREARS COMPUTED BY RETROCALC ARE
      * LOADED AT STARTUP AND PAID AS A DISTINCT COMPONENT ON THE
           05 WS-SLIP-ARREARS PIC Z(7)9.99.
           05 FILLER PIC X(40) VALUE SPACES.

      * OVERTIME-AUTHORISATION SUBSYSTEM -- APPROVALS FOR EACH
      * EMPLOYEE AND PERIOD (KEYED BY PAY DATE) ARE LOADED AT STARTUP
      * AND ONLY AUTHORISED OVERTIME HOURS EARN THE PREMIUM THIS RUN.
      * THE PREMIUM ON UNAUTHORISED HOURS IS HELD ON THE PENDING
      * LIST AND RELEASED ON A LATER RUN WHEN AUTHORISATION FOR ITS
      * PERIOD COVERS MORE THAN WAS ALREADY PAID. A PENDING ROW
      * REMEMBERS THE DATE AND HOURS IT LAST RELEASED SO A RERUN OF
      * THAT DATE CAN PUT THEM BACK BEFORE RELEASING AGAIN.
       01 WS-OTA-STATUS PIC X(2).
       01 WS-OTP-STATUS PIC X(2).
       01 WS-OTA-EOF PIC A(1).
       01 WS-OTA-TABLE.
           05 WS-OTA-ENTRY OCCURS 500 TIMES.
               10 WS-OTA-EMP-NO PIC X(5).
               10 WS-OTA-PERIOD PIC 9(8).
               10 WS-OTA-HOURS PIC 9(3).
               10 WS-OTA-MANAGER PIC X(10).
       01 WS-OTA-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-OTA-COUNT PIC 9(3) VALUE 500.
       01 WS-OTA-IDX PIC 9(3).
       01 WS-OTP-TABLE.
           05 WS-OTP-ENTRY OCCURS 500 TIMES.
               10 WS-OTP-EMP-NO PIC X(5).
               10 WS-OTP-PERIOD PIC 9(8).
               10 WS-OTP-HOURS PIC 9(3).
               10 WS-OTP-RATE PIC 9(4)V99.
               10 WS-OTP-USED PIC 9(3).
               10 WS-OTP-REL-DATE PIC 9(8).
               10 WS-OTP-REL-HOURS PIC 9(3).
       01 WS-OTP-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-OTP-COUNT PIC 9(3) VALUE 500.
       01 WS-OTP-IDX PIC 9(3).
       01 WS-OT-LOOK-PERIOD PIC 9(8).
       01 WS-OT-AUTH PIC 9(3).
       01 WS-OT-MANAGER PIC X(10).
       01 WS-OT-PAID PIC 9(3).
       01 WS-OT-HELD PIC 9(3).
       01 WS-OT-AVAIL PIC 9(3).
       01 WS-OT-REL-HOURS PIC 9(3).
       01 WS-OT-REL-ONE PIC 9(3).
       01 WS-OT-REL-PAY PIC 9(7)V99.
       01 WS-OT-REL-ONE-PAY PIC 9(7)V99.
       77 WS-OT-HELD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OT-REL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OT-AUTH-PATH PIC X(60).
       01 WS-OT-PENDING-PATH PIC X(60).
       01 WS-OT-REPORT-PATH PIC X(60).

       01 WS-SLIP-OT-REL-LINE.
           05 FILLER PIC X(13) VALUE "OT RELEASED :".
           05 WS-SORL-HOURS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " HRS ".
           05 WS-SORL-PAY PIC Z(7)9.99.
           05 FILLER PIC X(28) VALUE SPACES.

      * ONE ROW PER EMPLOYEE WITH OVERTIME WORKED, AUTHORISED OR
      * RELEASED THIS RUN, KEPT IN BRANCH AND EMP-NO ORDER FOR THE
      * BRANCH MANAGERS' AUTHORISED-VERSUS-WORKED REPORT.
       01 WS-OTR-TABLE.
           05 WS-OTR-ENTRY OCCURS 500 TIMES.
               10 WS-OTR-BCODE PIC 9(3).
               10 WS-OTR-EMP-NO PIC X(5).
               10 WS-OTR-NAME PIC X(20).
               10 WS-OTR-WORKED PIC 9(3).
               10 WS-OTR-AUTH PIC 9(3).
               10 WS-OTR-PAID PIC 9(3).
               10 WS-OTR-HELD PIC 9(3).
               10 WS-OTR-REL PIC 9(3).
               10 WS-OTR-MANAGER PIC X(10).
       01 WS-OTR-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-OTR-COUNT PIC 9(3) VALUE 500.
       01 WS-OTR-IDX PIC 9(3).
       01 WS-OTR-MOVE PIC 9(3).
       01 WS-OTR-LAST-BCODE PIC 9(3).
       01 WS-OTR-TOTALS.
           05 WS-OTT-WORKED PIC 9(5).
           05 WS-OTT-AUTH PIC 9(5).
           05 WS-OTT-PAID PIC 9(5).
           05 WS-OTT-HELD PIC 9(5).
           05 WS-OTT-REL PIC 9(5).
       01 WS-OT-RPT-TITLE.
           05 FILLER PIC X(34)
               VALUE "OVERTIME AUTHORISED VERSUS WORKED ".
           05 FILLER PIC X(9) VALUE "PAY DATE ".
           05 WS-ORT-DATE PIC 9(8).
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-OT-RPT-BRANCH.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-ORB-BCODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ORB-NAME PIC X(20).
           05 FILLER PIC X(69) VALUE SPACES.
       01 WS-OT-RPT-HEAD.
           05 FILLER PIC X(28) VALUE "EMP NO NAME".
           05 FILLER PIC X(34)
               VALUE "WORKED  AUTH  PAID  HELD  RELEASED".
           05 FILLER PIC X(36) VALUE "  MANAGER".
       01 WS-OT-RPT-DETAIL.
           05 WS-ORD-EMP-NO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ORD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ORD-WORKED PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ORD-AUTH PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ORD-PAID PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ORD-HELD PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-ORD-REL PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ORD-MANAGER PIC X(10).
           05 FILLER PIC X(26) VALUE SPACES.

      * SHIFT-DIFFERENTIAL SUBSYSTEM -- THE MASTER PRICES EACH SHIFT
      * CODE AS A PERCENTAGE UPLIFT ON BASE RATE; WORKED HOURS
      * ACCUMULATE PER SHIFT PER EMPLOYEE AND THE WEEK'S BASE PAY IS
           05 FILLER PIC X(5) VALUE " HRS ".
           05 WS-SSL-PAY PIC Z(7)9.99.
           05 FILLER PIC X(32) VALUE SPACES.
      * ONE LINE PER BRANCH OF A LABOUR DISTRIBUTION, SO A VOID OR
      * THE ESTABLISHMENT REPORT CAN PUT THE SLIP'S COST BACK WHERE
      * THE JOURNAL POSTED IT.
       01 WS-SLIP-COST-LINE.
           05 FILLER PIC X(9) VALUE "COST AT :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCL-BRANCH PIC 9(3).
           05 FILLER PIC X(6) VALUE "  HRS ".
           05 WS-SCL-HOURS PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  GROSS".
           05 WS-SCL-GROSS PIC Z(7)9.99.
           05 FILLER PIC X(4) VALUE "  ER".
           05 WS-SCL-ER PIC Z(7)9.99.
           05 FILLER PIC X(5) VALUE SPACES.

      * DIRECT-DEPOSIT SUBSYSTEM -- BANK DETAILS PER EMPLOYEE LOADED
      * AT STARTUP; EVERY FINAL NET PAY WITH ACTIVE DETAILS GOES OUT
           05 WS-SLIP-LV-PAY PIC Z(7)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-SLIP-PUBHOL-LINE.
           05 FILLER PIC X(9) VALUE "PUB HOL :".
           05 WS-SLIP-PH-HOURS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " HRS ".
           05 WS-SLIP-PH-PAY PIC Z(7)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-SLIP-HOLPREM-LINE.
           05 FILLER PIC X(9) VALUE "HOL PREM:".
           05 WS-SLIP-HP-HOURS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " HRS ".
           05 WS-SLIP-HP-PAY PIC Z(7)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-LVS-DETAIL.
           05 WS-LVS-NO PIC X(5).
           05 FILLER PIC X(11) VALUE " ENTITLED  ".
           05 WS-LVS-REMAIN PIC ---9.
           05 FILLER PIC X(14) VALUE SPACES.

      * PROGRESSIVE WITHHOLDING -- EVERY TAX-TABLE ROW IS LOADED AT
      * STARTUP AND THE ROWS CARRYING THE LATEST EFFECTIVE DATE ON OR
      * BEFORE THE BUSINESS DATE ARE THE TABLE IN FORCE. PERIOD GROSS
      * IS ANNUALISED BY THE CYCLE'S PERIODS PER YEAR, THE PERSONAL
      * ALLOWANCE COMES OFF, EACH BAND TAXES THE SLICE OF INCOME
      * BETWEEN ITS LIMITS AT ITS MARGINAL RATE (AN UPPER LIMIT OF
      * ZERO IS THE OPEN-ENDED TOP BAND), AND THE ANNUAL TAX IS
      * DIVIDED BACK TO THE PERIOD. THE TAX-CODE FILE OVERRIDES THIS
      * PER EMPLOYEE -- 'E' EXEMPT, 'F' FIXED PERCENTAGE OF GROSS,
      * 'N' NO PERSONAL ALLOWANCE.
       01 WS-TXT-STATUS PIC X(2).
       01 WS-TXT-EOF PIC A(1).
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
       01 WS-TAX-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-TAX-BAND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TAX-ALLOWANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-ANNUAL-GROSS PIC 9(9)V99.
       01 WS-TAX-TAXABLE PIC 9(9)V99.
       01 WS-TAX-SLICE PIC 9(9)V99.
       01 WS-TAX-ANNUAL PIC 9(9)V99.
       01 WS-TAXABLE-PAY PIC 9(7)V99.
       01 WS-TXC-STATUS PIC X(2).
       01 WS-TXC-EOF PIC A(1).
       01 WS-TAXCODE-TABLE.
           05 WS-TAXCODE-ENTRY OCCURS 200 TIMES.
               10 WS-TXC-EMP-NO PIC X(5).
               10 WS-TXC-CODE PIC X(1).
               10 WS-TXC-RATE PIC 9(2)V99.
       01 WS-TAXCODE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TXC-IDX PIC 9(3).
       01 WS-TXC-HIT PIC 9(3).
       01 WS-EMP-TAX-CODE PIC X(1).
       01 WS-TAX-TABLE-PATH PIC X(60).
       01 WS-TAX-CODE-PATH PIC X(60).

      * EMPLOYER ON-COSTS -- EVERY CONTRIBUTION-MASTER ROW IS LOADED
      * AT STARTUP AND, PER CONTRIBUTION TYPE, THE ROW WITH THE
      * LATEST EFFECTIVE DATE ON OR BEFORE THE BUSINESS DATE IS THE
      * ONE IN FORCE (A NEW RATE IS LOADED IN ADVANCE AND TAKES OVER
      * ON ITS START DATE; A ZERO RATE RETIRES A TYPE). EACH TYPE IS
      * CHARGED AT ITS RATE ON GROSS, CAPPED AT THE PERIOD'S SHARE
      * OF THE ANNUAL EARNINGS CEILING (ZERO IS NO CEILING). THE
      * EMPLOYER PAYS THEM ON TOP -- THEY NEVER TOUCH NET PAY.
       01 WS-ERC-STATUS PIC X(2).
       01 WS-ERC-EOF PIC A(1).
       01 WS-ERCROW-TABLE.
           05 WS-ERCROW-ENTRY OCCURS 30 TIMES.
               10 WS-ERR-TYPE PIC X(3).
               10 WS-ERR-DESC PIC X(20).
               10 WS-ERR-RATE PIC 9(2)V99.
               10 WS-ERR-CEILING PIC 9(7)V99.
               10 WS-ERR-EFF-DATE PIC 9(8).
       01 WS-ERCROW-COUNT PIC 9(2) VALUE ZERO.
       77 MAX-ERCROW-COUNT PIC 9(2) VALUE 30.
       01 WS-ERR-IDX PIC 9(2).
       01 WS-ERC-TABLE.
           05 WS-ERC-ENTRY OCCURS 3 TIMES.
               10 WS-ERC-TYPE PIC X(3).
               10 WS-ERC-DESC PIC X(20).
               10 WS-ERC-RATE PIC 9(2)V99.
               10 WS-ERC-CEILING PIC 9(7)V99.
               10 WS-ERC-EFF-DATE PIC 9(8).
               10 WS-ERC-AMT PIC 9(6)V99.
       01 WS-ERC-COUNT PIC 9(1) VALUE ZERO.
       77 MAX-ERC-COUNT PIC 9(1) VALUE 3.
       01 WS-ERC-IDX PIC 9(1).
       01 WS-ERC-HIT PIC 9(1).
       01 WS-ERC-OK PIC X(1).
       01 WS-ERC-BASE PIC 9(7)V99.
       01 WS-ERC-PERIOD-CAP PIC 9(7)V99.
       01 WS-ER-TOTAL PIC 9(7)V99.
       01 WS-SLIP-ER-COUNT PIC 9(1).
       01 WS-EMPLOYER-CONTRIB-PATH PIC X(60).

       01 WS-SLIP-ER-LINE.
           05 FILLER PIC X(4) VALUE "ER  ".
           05 WS-SEL-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SEL-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-SEL-AMT PIC Z(6)9.99.
           05 FILLER PIC X(21) VALUE " EMPLOYER PAID".

       01 WS-COST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 100 TIMES.
               10 WS-CST-GROSS PIC 9(9)V99.
               10 WS-CST-TAX PIC 9(9)V99.
               10 WS-CST-NET PIC 9(9)V99.
               10 WS-CST-ERC PIC 9(9)V99.
               10 WS-CST-OT PIC 9(9)V99.
       01 WS-CST-IDX PIC 9(3).
       01 WS-CST-MOVE PIC 9(3).
       01 WS-CST-HIT PIC 9(3).
               10 WS-RGC-GROSS PIC 9(9)V99.
               10 WS-RGC-TAX PIC 9(9)V99.
               10 WS-RGC-NET PIC 9(9)V99.
               10 WS-RGC-ERC PIC 9(9)V99.
               10 WS-RGC-OT PIC 9(9)V99.
       01 WS-RGC-IDX PIC 9(3).

       01 WS-COST-DETAIL-LINE.
           05 WS-CD-TAX PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(5) VALUE " NET ".
           05 WS-CD-NET PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE " ON-COST ".
           05 WS-CD-ERC PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " LABOUR ".
           05 WS-CD-LABOUR PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE " OVERTIME ".
           05 WS-CD-OT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-COST-REGION-LINE.
           05 FILLER PIC X(9) VALUE "  REGION ".
           05 WS-CR-RCODE PIC 9(2).
           05 WS-CR-TAX PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(5) VALUE " NET ".
           05 WS-CR-NET PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE " ON-COST ".
           05 WS-CR-ERC PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " LABOUR ".
           05 WS-CR-LABOUR PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE " OVERTIME ".
           05 WS-CR-OT PIC ZZZZZZZZ9.99.

      * FILE-LOCK REQUEST PASSED TO THE SHARED FILELOCK SUBPROGRAM.
       01 WS-FILELOCK.
           05 WS-FL-HOLDER PIC X(8) VALUE 'PAYROLL'.
           05 WS-FL-RESULT PIC X(1).

      * RUN-CONTROL REGISTRY REQUEST PASSED TO THE SHARED RUNCTL
      * SUBPROGRAM.
       01 WS-RUNCTL-REQUEST.
           05 WS-RUNCTL-FUNC PIC X(5).
           05 WS-RUNCTL-DATE PIC 9(8).
           05 WS-RUNCTL-JOB PIC X(8) VALUE 'PAYROLL'.
           05 WS-RUNCTL-PRED PIC X(8).
           05 WS-RUNCTL-RESULT PIC X(1).

      * CHECKPOINT/RESTART. THE LINE COUNTS FOLLOW EVERY WRITE TO
      * THE FILES THE RUN PRODUCES, IN THE CHECKPOINT RECORD'S
      * ORDER; A RESTART CUTS EACH FILE BACK TO THE LAST COUNTS
      * CHECKPOINTED AND REPLAYS THE ROWS UP TO THE LAST ROW
      * CHECKPOINTED WITHOUT WRITING.
       01 WS-PAY-CKPT-PATH PIC X(60).
       01 WS-PCK-STATUS PIC X(2).
       01 WS-PCK-EOF PIC X(1).
       01 WS-RESTART-SW PIC X(1) VALUE 'N'.
           88 WS-RESTARTING VALUE 'Y'.
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.
           88 WS-REPLAYING VALUE 'Y'.
       01 WS-CKPT-RECS PIC 9(7) VALUE ZERO.
       01 WS-CKPT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CKPT-SEQ PIC 9(7) VALUE ZERO.
       01 WS-CKPT-EMP-NO PIC X(5) VALUE SPACES.
       01 WS-CKPT-TS-BASE PIC 9(7) VALUE ZERO.
       01 WS-CKPT-LINES PIC X(56).
       01 WS-CKPT-BANK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CKPT-BANK-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CKPT-NOBANK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUT-LINES.
           05 WS-OL-PAYROLL PIC 9(7) VALUE ZERO.
           05 WS-OL-EXCEPT PIC 9(7) VALUE ZERO.
           05 WS-OL-PAYSLIP PIC 9(7) VALUE ZERO.
           05 WS-OL-SLIP-HIST PIC 9(7) VALUE ZERO.
           05 WS-OL-BANK PIC 9(7) VALUE ZERO.
           05 WS-OL-BANK-EXC PIC 9(7) VALUE ZERO.
           05 WS-OL-LEAVER PIC 9(7) VALUE ZERO.
           05 WS-OL-TS-HIST PIC 9(7) VALUE ZERO.
       01 FILLER REDEFINES WS-OUT-LINES.
           05 WS-OL-CNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-OL-IDX PIC 9(1).
      * FILE COPY/CUT WORK AREAS. A KEEP COUNT OF ALL NINES COPIES THE
      * WHOLE FILE.
       01 WS-COPY-IN-PATH PIC X(60).
       01 WS-COPY-OUT-PATH PIC X(60).
       01 WS-CPI-STATUS PIC X(2).
       01 WS-CPY-EOF PIC X(1).
       01 WS-COPY-KEEP PIC 9(7).
       01 WS-COPY-COUNT PIC 9(7).
       01 WS-COPY-OK PIC X(1).
       01 WS-COPY-MAKE-EMPTY PIC X(1).
       01 WS-TRIM-PATH PIC X(60).
       01 WS-TRIM-KEEP PIC 9(7).
       01 WS-RESTART-WORK-PATH PIC X(60).
       01 WS-YTD-SAVE-PATH PIC X(60).
       01 WS-LEAVE-SAVE-PATH PIC X(60).
       01 WS-RETRO-SAVE-PATH PIC X(60).
       01 WS-OT-PENDING-SAVE-PATH PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SET-FILE-NAMES.
            ACCEPT WS-RS-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RS-START FROM TIME.
            PERFORM SET-RUN-DATE-PARA.
            PERFORM READ-CHECKPOINT-PARA.
            IF WS-RETURN-CODE = 12
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM RUNCTL-START-PARA.
      *     CLAIM THE EMPLOYEE MASTER IN THE SHARED FILELOCK
      *     REGISTRY FOR THE WHOLE RUN, SO A MAINTENANCE SESSION
      *     CANNOT EDIT IT UNDER THE PAYROLL. A RESTART TAKES BACK
      *     THE LOCK ITS CRASHED RUN LEFT BEHIND.
            IF WS-RESTARTING
                MOVE 'RECLM' TO WS-FL-FUNC
            ELSE
                MOVE 'SET  ' TO WS-FL-FUNC
            END-IF.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
            CALL 'FILELOCK' USING WS-FILELOCK.
            IF WS-FL-RESULT NOT = '0'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RESTARTING
                PERFORM RESTORE-FOR-RESTART-PARA
            ELSE
                PERFORM BEGIN-CHECKPOINT-PARA
            END-IF.
            IF WS-RETURN-CODE = 12
                PERFORM CLEAR-LOCK-PARA
                PERFORM WRITE-RUNSTATS-PARA
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-FILE.
            IF WS-RETURN-CODE = 12
                PERFORM CLEAR-LOCK-PARA
            PERFORM READ-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                PERFORM PROCESS-EMP-PARA
                PERFORM CHECKPOINT-EMP-PARA
                PERFORM READ-FILE
            END-PERFORM.
            PERFORM CLOSE-FILE.
            PERFORM CLEAR-LOCK-PARA.
            PERFORM WRITE-SUMMARY-PARA.
            PERFORM WRITE-COST-REPORT-PARA.
            PERFORM WRITE-CROSS-CHARGE-PARA.
            PERFORM WRITE-OT-REPORT-PARA.
            PERFORM END-CHECKPOINT-PARA.
            PERFORM WRITE-RUNSTATS-PARA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       SET-RUN-DATE-PARA.
            ACCEPT WS-SLIP-RUN-DATE FROM DATE YYYYMMDD.
      *     THE BUSINESS_DATE PARAMETER OVERRIDES THE WALL CLOCK, AS
      *     EVERYWHERE ELSE IN THE NIGHT -- A PAYDAY RUN REDONE THE
      *     NEXT MORNING STILL FINDS ITS CYCLES DUE AND KEYS THE
      *     RETAINED PAYSLIPS UNDER THE RIGHT DATE.
            MOVE SPACES TO WS-BUSDATE-X.
            ACCEPT WS-BUSDATE-X FROM ENVIRONMENT 'BUSINESS_DATE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BUSDATE-X IS NUMERIC
                MOVE WS-BUSDATE-X TO WS-SLIP-RUN-DATE
            END-IF.

       RUNCTL-START-PARA.
      *     A FRESH RUN IS REFUSED WHILE A RESTART IS PENDING FOR THE
      *     DATE -- THE CHECKPOINT THAT RESTART NEEDS IS MISSING, AND
      *     STARTING OVER WOULD PAY THE ROWS ALREADY PAID AGAIN.
            IF WS-RESTARTING
                MOVE 'RSTRT' TO WS-RUNCTL-FUNC
            ELSE
                MOVE 'START' TO WS-RUNCTL-FUNC
            END-IF.
            MOVE WS-SLIP-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE 'RETROCLC' TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.
            IF WS-RUNCTL-RESULT = 'P'
                DISPLAY "RUN REFUSED - RETRO PICKUP (RETROCLC) NOT "
                    "COMPLETE FOR " WS-RUNCTL-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'C'
                DISPLAY "RUN REFUSED - PAYROLL ALREADY COMPLETE FOR "
                    WS-RUNCTL-DATE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUNCTL-RESULT = 'K'
                DISPLAY "RUN REFUSED - A PAYROLL RESTART IS PENDING "
                    "FOR " WS-RUNCTL-DATE " BUT THE CHECKPOINT IS "
                    "EMPTY"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

       READ-CHECKPOINT-PARA.
      *     A CHECKPOINT WITH RECORDS ON IT IS A RUN THAT DID NOT
      *     FINISH. ITS FIRST RECORD IS THE BEGIN RECORD; THE LAST
      *     ONE IS WHERE THE RESTART PICKS UP.
            MOVE 'N' TO WS-RESTART-SW.
            MOVE ZERO TO WS-CKPT-RECS.
            MOVE 'N' TO WS-PCK-EOF.
            OPEN INPUT PAYROLL-CHECKPOINT.
            IF WS-PCK-STATUS NOT = '00'
                MOVE 'Y' TO WS-PCK-EOF
            END-IF.
            PERFORM UNTIL WS-PCK-EOF = 'Y'
                READ PAYROLL-CHECKPOINT
                    AT END MOVE 'Y' TO WS-PCK-EOF
                    NOT AT END PERFORM KEEP-CHECKPOINT-PARA
                END-READ
            END-PERFORM.
            IF WS-PCK-STATUS = '00' OR WS-PCK-STATUS = '10'
                CLOSE PAYROLL-CHECKPOINT
            END-IF.
            IF WS-CKPT-RECS > ZERO AND WS-RETURN-CODE < 12
                MOVE 'Y' TO WS-RESTART-SW
                IF WS-CKPT-DATE NOT = WS-SLIP-RUN-DATE
                    DISPLAY "RESTART KEEPS THE CRASHED RUN'S BUSINESS "
                        "DATE " WS-CKPT-DATE
                    MOVE WS-CKPT-DATE TO WS-SLIP-RUN-DATE
                END-IF
                DISPLAY "PAYROLL RESTART - " WS-CKPT-SEQ
                    " EMPLOYEE ROWS ALREADY DONE, LAST EMP "
                    WS-CKPT-EMP-NO
            END-IF.

       KEEP-CHECKPOINT-PARA.
            ADD 1 TO WS-CKPT-RECS.
            IF WS-CKPT-RECS = 1
                IF PCK-TYPE NOT = 'B' OR PCK-RUN-DATE NOT NUMERIC
                    DISPLAY "CHECKPOINT HAS NO BEGIN RECORD - RUN "
                        "REFUSED; CHECK " WS-PAY-CKPT-PATH
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE 'Y' TO WS-PCK-EOF
                ELSE
                    MOVE PCK-RUN-DATE TO WS-CKPT-DATE
                    MOVE PCK-LINE-CNT(8) TO WS-CKPT-TS-BASE
                END-IF
            END-IF.
            IF WS-RETURN-CODE < 12
                IF (PCK-TYPE = 'B' OR PCK-TYPE = 'E') AND
                    PCK-SEQ IS NUMERIC
                    MOVE PCK-SEQ TO WS-CKPT-SEQ
                    MOVE PCK-EMP-NO TO WS-CKPT-EMP-NO
                    MOVE PCK-LINES TO WS-CKPT-LINES
                    MOVE PCK-BANK-COUNT TO WS-CKPT-BANK-COUNT
                    MOVE PCK-BANK-TOTAL TO WS-CKPT-BANK-TOTAL
                    MOVE PCK-NOBANK-COUNT TO WS-CKPT-NOBANK-COUNT
                ELSE
                    DISPLAY "CHECKPOINT RECORD " WS-CKPT-RECS
                        " UNREADABLE - RUN REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE 'Y' TO WS-PCK-EOF
                END-IF
            END-IF.

       BEGIN-CHECKPOINT-PARA.
      *     KEEP A COPY OF EVERY FILE THE RUN ROLLS FORWARD, SO A
      *     RESTART CAN PUT THEM BACK AND REPLAY THE ROWS ALREADY DONE
      *     FROM THE SAME STARTING POINT, AND NOTE HOW LONG THE TWO
      *     HISTORIES WERE BEFORE THIS RUN ADDED TO THEM.
            MOVE 'Y' TO WS-COPY-MAKE-EMPTY.
            MOVE 9999999 TO WS-COPY-KEEP.
            MOVE WS-YTD-FILE-PATH TO WS-COPY-IN-PATH.
            MOVE WS-YTD-SAVE-PATH TO WS-COPY-OUT-PATH.
            PERFORM COPY-FILE-PARA.
            MOVE WS-LEAVE-BAL-PATH TO WS-COPY-IN-PATH.
            MOVE WS-LEAVE-SAVE-PATH TO WS-COPY-OUT-PATH.
            PERFORM COPY-FILE-PARA.
            MOVE WS-RETRO-PAY-PATH TO WS-COPY-IN-PATH.
            MOVE WS-RETRO-SAVE-PATH TO WS-COPY-OUT-PATH.
            PERFORM COPY-FILE-PARA.
            MOVE WS-OT-PENDING-PATH TO WS-COPY-IN-PATH.
            MOVE WS-OT-PENDING-SAVE-PATH TO WS-COPY-OUT-PATH.
            PERFORM COPY-FILE-PARA.
            MOVE ZERO TO WS-OUT-LINES.
            MOVE WS-SLIP-HIST-PATH TO WS-COPY-IN-PATH.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-COPY-COUNT TO WS-OL-SLIP-HIST.
            MOVE WS-TS-HIST-PATH TO WS-COPY-IN-PATH.
            PERFORM COUNT-LINES-PARA.
            MOVE WS-COPY-COUNT TO WS-OL-TS-HIST.
      *     NO PAYSLIP OR BANK LINE IS WRITTEN UNTIL THE CHECKPOINT
      *     IS KNOWN TO BE THERE -- A RUN THAT COULD NOT BE RESTARTED
      *     IS NOT STARTED.
            OPEN OUTPUT PAYROLL-CHECKPOINT.
            IF WS-PCK-STATUS NOT = '00'
                DISPLAY "CHECKPOINT " WS-PAY-CKPT-PATH
                    " CANNOT BE OPENED - STATUS " WS-PCK-STATUS
                    " - RUN REFUSED"
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE 'B' TO PCK-TYPE
                MOVE ZERO TO PCK-SEQ
                MOVE SPACES TO PCK-EMP-NO
                PERFORM WRITE-CHECKPOINT-PARA
            END-IF.
            IF WS-RETURN-CODE < 12
                MOVE 'CKPT' TO WS-RUNCTL-FUNC
                MOVE WS-SLIP-RUN-DATE TO WS-RUNCTL-DATE
                MOVE SPACES TO WS-RUNCTL-PRED
                CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
            END-IF.

       RESTORE-FOR-RESTART-PARA.
      *     PUT THE ROLLED-FORWARD FILES BACK AS THEY WERE BEFORE THE
      *     CRASHED RUN -- ITS CLOSING SAVES MAY HAVE GOT PART WAY --
      *     AND CUT EVERY OUTPUT BACK TO THE LAST CHECKPOINT, SO A ROW
      *     THE CRASHED RUN WAS PART WAY THROUGH LEAVES NOTHING
      *     BEHIND. THE TIMESHEET HISTORY GOES BACK TO ITS LENGTH
      *     BEFORE THE RUN; THE TIMESHEET LOAD ADDS THE ROWS AGAIN.
            MOVE 'N' TO WS-COPY-MAKE-EMPTY.
            MOVE 9999999 TO WS-COPY-KEEP.
            MOVE WS-YTD-SAVE-PATH TO WS-COPY-IN-PATH.
            MOVE WS-YTD-FILE-PATH TO WS-COPY-OUT-PATH.
            PERFORM RESTORE-ONE-PARA.
            MOVE WS-LEAVE-SAVE-PATH TO WS-COPY-IN-PATH.
            MOVE WS-LEAVE-BAL-PATH TO WS-COPY-OUT-PATH.
            PERFORM RESTORE-ONE-PARA.
            MOVE WS-RETRO-SAVE-PATH TO WS-COPY-IN-PATH.
            MOVE WS-RETRO-PAY-PATH TO WS-COPY-OUT-PATH.
            PERFORM RESTORE-ONE-PARA.
            MOVE WS-OT-PENDING-SAVE-PATH TO WS-COPY-IN-PATH.
            MOVE WS-OT-PENDING-PATH TO WS-COPY-OUT-PATH.
            PERFORM RESTORE-ONE-PARA.
            MOVE WS-CKPT-LINES TO WS-OUT-LINES.
            MOVE WS-CKPT-TS-BASE TO WS-OL-TS-HIST.
            PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                UNTIL WS-OL-IDX > 8 OR WS-RETURN-CODE = 12
                EVALUATE WS-OL-IDX
                    WHEN 1 MOVE WS-PAYROLL-DATA-PATH TO WS-TRIM-PATH
                    WHEN 2 MOVE WS-EXCEPTION-FILE-PATH TO WS-TRIM-PATH
                    WHEN 3 MOVE WS-PAYSLIP-FILE-PATH TO WS-TRIM-PATH
                    WHEN 4 MOVE WS-SLIP-HIST-PATH TO WS-TRIM-PATH
                    WHEN 5 MOVE WS-BANK-PAY-PATH TO WS-TRIM-PATH
                    WHEN 6 MOVE WS-BANK-EXC-PATH TO WS-TRIM-PATH
                    WHEN 7 MOVE WS-LEAVER-STMT-PATH TO WS-TRIM-PATH
                    WHEN 8 MOVE WS-TS-HIST-PATH TO WS-TRIM-PATH
                END-EVALUATE
                MOVE WS-OL-CNT(WS-OL-IDX) TO WS-TRIM-KEEP
                PERFORM TRIM-FILE-PARA
            END-PERFORM.
      *     THE REPLAYED ROWS WRITE NOTHING TO THE BANK FILE, SO ITS
      *     RUNNING TOTALS COME FROM THE CHECKPOINT.
            MOVE WS-CKPT-BANK-COUNT TO WS-BANK-PAID-COUNT.
            MOVE WS-CKPT-BANK-TOTAL TO WS-BANK-PAID-TOTAL.
            MOVE WS-CKPT-NOBANK-COUNT TO WS-NOBANK-COUNT.
            IF WS-RETURN-CODE < 12
                OPEN EXTEND PAYROLL-CHECKPOINT
                IF WS-PCK-STATUS NOT = '00'
                    DISPLAY "CHECKPOINT " WS-PAY-CKPT-PATH
                        " CANNOT BE REOPENED - STATUS " WS-PCK-STATUS
                        " - RESTART REFUSED"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.

       RESTORE-ONE-PARA.
            IF WS-RETURN-CODE < 12
                PERFORM COPY-FILE-PARA
                IF WS-COPY-OK = 'N'
                    DISPLAY "RESTART REFUSED - SAVED COPY "
                        WS-COPY-IN-PATH " IS MISSING"
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.

       TRIM-FILE-PARA.
      *     CUT A FILE TO ITS FIRST WS-TRIM-KEEP LINES THROUGH THE
      *     RESTART WORK FILE. A FILE SHORTER THAN ITS CHECKPOINT HAS
      *     LOST ROWS THE CHECKPOINT SAYS WERE DONE, SO THE RESTART
      *     CANNOT GO ON FROM IT.
            MOVE 'Y' TO WS-COPY-MAKE-EMPTY.
            MOVE WS-TRIM-PATH TO WS-COPY-IN-PATH.
            MOVE WS-RESTART-WORK-PATH TO WS-COPY-OUT-PATH.
            MOVE WS-TRIM-KEEP TO WS-COPY-KEEP.
            PERFORM COPY-FILE-PARA.
            IF WS-COPY-COUNT < WS-TRIM-KEEP
                DISPLAY "RESTART REFUSED - " WS-TRIM-PATH
                    " HOLDS " WS-COPY-COUNT " LINES, CHECKPOINT SAYS "
                    WS-TRIM-KEEP
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                MOVE WS-RESTART-WORK-PATH TO WS-COPY-IN-PATH
                MOVE WS-TRIM-PATH TO WS-COPY-OUT-PATH
                MOVE 9999999 TO WS-COPY-KEEP
                PERFORM COPY-FILE-PARA
            END-IF.

       COPY-FILE-PARA.
      *     COPY UP TO WS-COPY-KEEP LINES. A MISSING INPUT LEAVES THE
      *     OUTPUT ALONE UNLESS AN EMPTY ONE IS ASKED FOR.
            MOVE ZERO TO WS-COPY-COUNT.
            MOVE 'Y' TO WS-COPY-OK.
            MOVE 'N' TO WS-CPY-EOF.
            OPEN INPUT RESTART-COPY-IN.
            IF WS-CPI-STATUS NOT = '00'
                MOVE 'N' TO WS-COPY-OK
                MOVE 'Y' TO WS-CPY-EOF
                IF WS-COPY-MAKE-EMPTY = 'Y'
                    OPEN OUTPUT RESTART-COPY-OUT
                    CLOSE RESTART-COPY-OUT
                END-IF
            ELSE
                OPEN OUTPUT RESTART-COPY-OUT
            END-IF.
            PERFORM UNTIL WS-CPY-EOF = 'Y' OR
                WS-COPY-COUNT NOT < WS-COPY-KEEP
                READ RESTART-COPY-IN
                    AT END MOVE 'Y' TO WS-CPY-EOF
                    NOT AT END
                        WRITE COPY-OUT-LINE FROM COPY-IN-LINE
                        ADD 1 TO WS-COPY-COUNT
                END-READ
            END-PERFORM.
            IF WS-COPY-OK = 'Y'
                CLOSE RESTART-COPY-IN RESTART-COPY-OUT
            END-IF.

       COUNT-LINES-PARA.
            MOVE ZERO TO WS-COPY-COUNT.
            MOVE 'N' TO WS-CPY-EOF.
            OPEN INPUT RESTART-COPY-IN.
            IF WS-CPI-STATUS NOT = '00'
                MOVE 'Y' TO WS-CPY-EOF
            END-IF.
            PERFORM UNTIL WS-CPY-EOF = 'Y'
                READ RESTART-COPY-IN
                    AT END MOVE 'Y' TO WS-CPY-EOF
                    NOT AT END ADD 1 TO WS-COPY-COUNT
                END-READ
            END-PERFORM.
            IF WS-CPI-STATUS = '00' OR WS-CPI-STATUS = '10'
                CLOSE RESTART-COPY-IN
            END-IF.

       CHECKPOINT-EMP-PARA.
      *     A ROW IS CHECKPOINTED ONCE EVERYTHING IT WRITES HAS BEEN
      *     WRITTEN. A REPLAYED ROW IS ON THE CHECKPOINT ALREADY.
            IF NOT WS-REPLAYING
                MOVE 'E' TO PCK-TYPE
                MOVE WS-STAT-READ TO PCK-SEQ
                MOVE WS-E-NO TO PCK-EMP-NO
                PERFORM WRITE-CHECKPOINT-PARA
      *         STOP AS A CRASH WOULD: THE CHECKPOINT STILL HOLDS THE
      *         LAST ROW IT TOOK, AND THE LOCK IS LEFT FOR THE
      *         RESTART TO RECLAIM.
                IF WS-RETURN-CODE = 12
                    PERFORM WRITE-RUNSTATS-PARA
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       WRITE-CHECKPOINT-PARA.
            MOVE WS-SLIP-RUN-DATE TO PCK-RUN-DATE.
            MOVE WS-OUT-LINES TO PCK-LINES.
            MOVE WS-BANK-PAID-COUNT TO PCK-BANK-COUNT.
            MOVE WS-BANK-PAID-TOTAL TO PCK-BANK-TOTAL.
            MOVE WS-NOBANK-COUNT TO PCK-NOBANK-COUNT.
            WRITE PAYROLL-CKPT-REC.
            IF WS-PCK-STATUS NOT = '00'
                DISPLAY "CHECKPOINT " WS-PAY-CKPT-PATH
                    " CANNOT BE WRITTEN - STATUS " WS-PCK-STATUS
                    " - RUN STOPPED"
                MOVE 12 TO WS-RETURN-CODE
            END-IF.

       END-CHECKPOINT-PARA.
      *     A FINISHED RUN LEAVES AN EMPTY CHECKPOINT, SO THE NEXT RUN
      *     IS A FRESH ONE, AND MARKS ITSELF COMPLETE FOR THE DATE.
            CLOSE PAYROLL-CHECKPOINT.
            OPEN OUTPUT PAYROLL-CHECKPOINT.
            CLOSE PAYROLL-CHECKPOINT.
            MOVE 'END' TO WS-RUNCTL-FUNC.
            MOVE WS-SLIP-RUN-DATE TO WS-RUNCTL-DATE.
            MOVE SPACES TO WS-RUNCTL-PRED.
            CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.

       CLEAR-LOCK-PARA.
            MOVE 'CLEAR' TO WS-FL-FUNC.
            MOVE 'EMPMASTER   ' TO WS-FL-RESOURCE.
                MOVE ZERO TO WS-RGC-GROSS(WS-RGC-IDX)
                MOVE ZERO TO WS-RGC-TAX(WS-RGC-IDX)
                MOVE ZERO TO WS-RGC-NET(WS-RGC-IDX)
                MOVE ZERO TO WS-RGC-ERC(WS-RGC-IDX)
                MOVE ZERO TO WS-RGC-OT(WS-RGC-IDX)
            END-PERFORM.
            PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                UNTIL WS-CST-IDX > WS-COST-COUNT
                MOVE WS-CST-GROSS(WS-CST-IDX) TO WS-CD-GROSS
                MOVE WS-CST-TAX(WS-CST-IDX) TO WS-CD-TAX
                MOVE WS-CST-NET(WS-CST-IDX) TO WS-CD-NET
                MOVE WS-CST-ERC(WS-CST-IDX) TO WS-CD-ERC
                MOVE WS-CST-OT(WS-CST-IDX) TO WS-CD-OT
                COMPUTE WS-CD-LABOUR = WS-CST-GROSS(WS-CST-IDX)
                    + WS-CST-ERC(WS-CST-IDX)
                MOVE WS-COST-DETAIL-LINE TO COST-REPORT-LINE
                WRITE COST-REPORT-LINE
                IF WS-CST-REGION(WS-CST-IDX) > ZERO
                        TO WS-RGC-TAX(WS-RGC-IDX)
                    ADD WS-CST-NET(WS-CST-IDX)
                        TO WS-RGC-NET(WS-RGC-IDX)
                    ADD WS-CST-ERC(WS-CST-IDX)
                        TO WS-RGC-ERC(WS-RGC-IDX)
                    ADD WS-CST-OT(WS-CST-IDX)
                        TO WS-RGC-OT(WS-RGC-IDX)
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RGC-IDX FROM 1 BY 1
                    MOVE WS-RGC-GROSS(WS-RGC-IDX) TO WS-CR-GROSS
                    MOVE WS-RGC-TAX(WS-RGC-IDX) TO WS-CR-TAX
                    MOVE WS-RGC-NET(WS-RGC-IDX) TO WS-CR-NET
                    MOVE WS-RGC-ERC(WS-RGC-IDX) TO WS-CR-ERC
                    MOVE WS-RGC-OT(WS-RGC-IDX) TO WS-CR-OT
                    COMPUTE WS-CR-LABOUR = WS-RGC-GROSS(WS-RGC-IDX)
                        + WS-RGC-ERC(WS-RGC-IDX)
                    MOVE WS-COST-REGION-LINE TO COST-REPORT-LINE
                    WRITE COST-REPORT-LINE
                END-IF
            END-PERFORM.
            CLOSE COST-REPORT.

       WRITE-CROSS-CHARGE-PARA.
            OPEN OUTPUT CROSS-CHARGE-FILE.
            MOVE "LABOUR CROSS-CHARGES - EMPLOYEES CHARGED TO A BRANCH"
                TO CROSS-CHARGE-LINE.
            WRITE CROSS-CHARGE-LINE.
            MOVE "  OTHER THAN THEIR OWN, BY CHARGED BRANCH"
                TO CROSS-CHARGE-LINE.
            WRITE CROSS-CHARGE-LINE.
            MOVE SPACES TO CROSS-CHARGE-LINE.
            WRITE CROSS-CHARGE-LINE.
            PERFORM VARYING WS-XCH-IDX FROM 1 BY 1
                UNTIL WS-XCH-IDX > WS-XCH-COUNT
                MOVE WS-XCH-EMP-NO(WS-XCH-IDX) TO WS-XD-EMP-NO
                MOVE WS-XCH-NAME(WS-XCH-IDX) TO WS-XD-NAME
                MOVE WS-XCH-HOME(WS-XCH-IDX) TO WS-XD-HOME
                MOVE WS-XCH-BRANCH(WS-XCH-IDX) TO WS-XD-BRANCH
                MOVE WS-XCH-HOURS(WS-XCH-IDX) TO WS-XD-HOURS
                MOVE WS-XCH-GROSS(WS-XCH-IDX) TO WS-XD-GROSS
                MOVE WS-XCH-OT(WS-XCH-IDX) TO WS-XD-OT
                MOVE WS-XCH-ER(WS-XCH-IDX) TO WS-XD-ER
                MOVE WS-XCH-DETAIL TO CROSS-CHARGE-LINE
                WRITE CROSS-CHARGE-LINE
                ADD WS-XCH-HOURS(WS-XCH-IDX) TO WS-XCH-TOT-HOURS
                ADD WS-XCH-GROSS(WS-XCH-IDX) TO WS-XCH-TOT-COST
                ADD WS-XCH-ER(WS-XCH-IDX) TO WS-XCH-TOT-COST
            END-PERFORM.
            IF WS-XCH-COUNT = ZERO
                MOVE "NO CROSS-CHARGES THIS RUN" TO CROSS-CHARGE-LINE
                WRITE CROSS-CHARGE-LINE
            END-IF.
            MOVE SPACES TO CROSS-CHARGE-LINE.
            WRITE CROSS-CHARGE-LINE.
            MOVE SPACES TO CROSS-CHARGE-LINE.
            STRING 'CROSS-CHARGES ' DELIMITED BY SIZE
                WS-XCH-COUNT DELIMITED BY SIZE
                ' HOURS ' DELIMITED BY SIZE
                WS-XCH-TOT-HOURS DELIMITED BY SIZE
                ' COST (GROSS + ON-COST) ' DELIMITED BY SIZE
                WS-XCH-TOT-COST DELIMITED BY SIZE
                INTO CROSS-CHARGE-LINE
            END-STRING.
            WRITE CROSS-CHARGE-LINE.
            CLOSE CROSS-CHARGE-FILE.

       WRITE-RUNSTATS-PARA.
            MOVE 'EMPLOYEEREPORT' TO WS-RS-PROGRAM.
            MOVE WS-SLIP-RUN-DATE TO WS-RS-DATE.
            ACCEPT WS-RS-END FROM TIME.
            MOVE WS-STAT-READ TO WS-RS-READ.
            MOVE WS-EMP-COUNT TO WS-RS-WRITTEN.
                MOVE 12 TO WS-RETURN-CODE
            ELSE
                OPEN INPUT EMPLOYEE-DATA
      *         A RESTART ADDS TO THE OUTPUTS IT HAS JUST CUT BACK TO
      *         THE CHECKPOINT.
                IF WS-RESTARTING
                    OPEN EXTEND PAYROLL-DATA EXCEPTION-FILE
                        PAYSLIP-FILE
                ELSE
                    OPEN OUTPUT PAYROLL-DATA EXCEPTION-FILE
                        PAYSLIP-FILE
                END-IF
                OPEN EXTEND PAYSLIP-HISTORY
                IF WS-PSH-STATUS NOT = '00'
                    OPEN OUTPUT PAYSLIP-HISTORY
                END-IF
                PERFORM LOAD-DEDUCTION-TYPES
                PERFORM LOAD-DEDUCTION-MASTER
                PERFORM LOAD-BRANCH-MASTER
                PERFORM LOAD-HOLIDAY-PARA
                PERFORM LOAD-TIMESHEET-PARA
                MOVE WS-SLIP-RUN-DATE(1:4) TO WS-RUN-YEAR
                PERFORM LOAD-YTD-PARA
                PERFORM LOAD-SHIFTDIFF-PARA
                PERFORM LOAD-RETRO-PARA
                PERFORM LOAD-BANK-DETAILS
                PERFORM LOAD-TAX-TABLE-PARA
                PERFORM LOAD-TAX-CODES-PARA
                PERFORM LOAD-EMPLOYER-CONTRIB-PARA
                PERFORM LOAD-OT-AUTH-PARA
                PERFORM LOAD-OT-PENDING-PARA
                IF WS-RESTARTING
                    OPEN EXTEND BANK-PAY-FILE BANK-EXCEPTION-FILE
                        LEAVER-STATEMENT
                ELSE
                    OPEN OUTPUT BANK-PAY-FILE BANK-EXCEPTION-FILE
                        LEAVER-STATEMENT
                END-IF
      *         A RESTART KEEPS THE HEADERS THE CRASHED RUN WROTE.
                IF WS-OL-LEAVER = ZERO
                    MOVE WS-SLIP-RUN-DATE TO WS-LST-DATE
                    MOVE WS-LST-TITLE TO LEAVER-STMT-LINE
                    PERFORM PUT-LEAVER-LINE-PARA
                END-IF
                IF WS-OL-BANK = ZERO
                    MOVE WS-SLIP-RUN-DATE TO WS-BPH-DATE
                    MOVE WS-BPF-HEADER TO BANK-PAY-LINE
                    WRITE BANK-PAY-LINE
                    ADD 1 TO WS-OL-BANK
                END-IF
            END-IF.

       LOAD-SHIFTDIFF-PARA.
                MOVE WS-NET-SALARY TO WS-BPD-AMOUNT
                MOVE WS-BPF-DETAIL TO BANK-PAY-LINE
                WRITE BANK-PAY-LINE
                ADD 1 TO WS-OL-BANK
                ADD 1 TO WS-BANK-PAID-COUNT
                ADD WS-NET-SALARY TO WS-BANK-PAID-TOTAL
            ELSE
                MOVE WS-NAME TO BEX-NAME
                MOVE "NO ACTIVE BANK DETAILS" TO BEX-REASON
                WRITE BANK-EXC-REC
                ADD 1 TO WS-OL-BANK-EXC
                ADD 1 TO WS-NOBANK-COUNT
            END-IF.

            MOVE 'W' TO WS-FRQ-CODE(1).
            MOVE 40 TO WS-FRQ-OT-LIMIT(1).
            MOVE 5 TO WS-FRQ-MIN-DAYS(1).
            MOVE 52 TO WS-FRQ-PERIODS(1).
            MOVE 'F' TO WS-FRQ-CODE(2).
            MOVE 80 TO WS-FRQ-OT-LIMIT(2).
            MOVE 10 TO WS-FRQ-MIN-DAYS(2).
            MOVE 26 TO WS-FRQ-PERIODS(2).
            MOVE 'M' TO WS-FRQ-CODE(3).
            MOVE 173 TO WS-FRQ-OT-LIMIT(3).
            MOVE 20 TO WS-FRQ-MIN-DAYS(3).
            MOVE 12 TO WS-FRQ-PERIODS(3).
            PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
                UNTIL WS-FRQ-IDX > 3
                MOVE 'N' TO WS-FRQ-DUE(WS-FRQ-IDX)
            END-IF.

       POST-TIMESHEET-PARA.
            MOVE 'Y' TO WS-TS-ROW-OK.
            IF (TS-TYPE = SPACE OR TS-TYPE = 'W') AND
                (TS-HOURS NOT NUMERIC OR TS-HOURS > 24)
                MOVE 'N' TO WS-TS-ROW-OK
                ADD 1 TO WS-TS-BAD-COUNT
                DISPLAY "TIMESHEET ENTRY IMPOSSIBLE - EMP "
                    TS-EMP-NO " DATE " TS-DATE " HOURS " TS-HOURS
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                PERFORM CHECK-TS-EMPLOYMENT-PARA
            END-IF.
            IF WS-TS-ROW-OK = 'Y'
                MOVE ZERO TO WS-TS-HIT
                PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                    UNTIL WS-TS-IDX > WS-TS-COUNT
                        MOVE ZERO TO WS-TS-T-LV-HOURS(WS-TS-HIT)
                        MOVE ZERO TO WS-TS-T-LV-DAYS(WS-TS-HIT)
                        MOVE ZERO TO WS-TS-T-SHF-CNT(WS-TS-HIT)
                        MOVE ZERO TO WS-TS-T-HOL-CNT(WS-TS-HIT)
                        MOVE ZERO TO WS-TS-T-WRK-CNT(WS-TS-HIT)
                    ELSE
                        DISPLAY "TIMESHEET TABLE FULL - EMP "
                            TS-EMP-NO " ENTRY LOST"
                END-IF
            END-IF.

       CHECK-TS-EMPLOYMENT-PARA.
      *     A DAY BEFORE THE MASTER'S EFFECTIVE DATE OR AFTER ITS END
      *     DATE IS NOT PAID -- A JOINER'S OR LEAVER'S TIMESHEET
      *     KEYED FOR THE WHOLE PERIOD PAYS ONLY THE DAYS EMPLOYED.
      *     THE MASTER IS READ ONCE PER RUN OF ROWS FOR AN EMPLOYEE;
      *     ONE NOT ON THE MASTER IS LEFT FOR THE PAY-TIME CHECK.
            IF TS-EMP-NO NOT = WS-TSE-LAST-NO
                MOVE TS-EMP-NO TO WS-TSE-LAST-NO
                MOVE ZERO TO WS-TSE-EFF
                MOVE ZERO TO WS-TSE-END
                MOVE TS-EMP-NO TO MST-NO
                READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-EFF-DATE IS NUMERIC
                           MOVE MST-EFF-DATE TO WS-TSE-EFF
                       END-IF
                       IF MST-END-DATE IS NUMERIC
                           MOVE MST-END-DATE TO WS-TSE-END
                       END-IF
                END-READ
            END-IF.
            IF TS-DATE < WS-TSE-EFF OR
                (WS-TSE-END > ZERO AND TS-DATE > WS-TSE-END)
                MOVE 'N' TO WS-TS-ROW-OK
                ADD 1 TO WS-TS-OUTSIDE-COUNT
                DISPLAY "TIMESHEET DAY OUTSIDE EMPLOYMENT - EMP "
                    TS-EMP-NO " DATE " TS-DATE " - NOT PAID"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       POST-ONE-DAY-PARA.
      *     THE ABSENCE-TYPE CODE DECIDES HOW THE DAY COUNTS -- A
      *     WORKED DAY ADDS ITS HOURS, A PAID-LEAVE DAY ('H'
                    ADD TS-HOURS TO WS-TS-T-HOURS(WS-TS-HIT)
                    ADD 1 TO WS-TS-T-DAYS(WS-TS-HIT)
                    PERFORM POST-SHIFT-PARA
                    PERFORM POST-WORK-BRANCH-PARA
            END-EVALUATE.
            PERFORM POST-HOLIDAY-DAY-PARA.

       POST-HOLIDAY-DAY-PARA.
      *     A ROW DATED ON ANY HOLIDAY IS REMEMBERED WITH ITS WORKED
      *     HOURS -- WHETHER THE HOLIDAY IS THE EMPLOYEE'S IS ONLY
      *     KNOWN ONCE THE BRANCH IS READ AT PAY TIME.
            MOVE 'N' TO WS-HOL-ON-DAY.
            PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                UNTIL WS-HOL-IDX > WS-HOL-COUNT
                IF WS-HOL-DATE(WS-HOL-IDX) = TS-DATE
                    MOVE 'Y' TO WS-HOL-ON-DAY
                    MOVE WS-HOL-COUNT TO WS-HOL-IDX
                END-IF
            END-PERFORM.
            IF WS-HOL-ON-DAY = 'Y'
                IF WS-TS-T-HOL-CNT(WS-TS-HIT) < 5
                    ADD 1 TO WS-TS-T-HOL-CNT(WS-TS-HIT)
                    MOVE WS-TS-T-HOL-CNT(WS-TS-HIT) TO WS-HOL-SLOT
                    MOVE TS-DATE
                        TO WS-TS-T-H-DATE(WS-TS-HIT WS-HOL-SLOT)
                    IF TS-TYPE = 'H' OR TS-TYPE = 'S' OR
                        TS-TYPE = 'U'
                        MOVE ZERO
                            TO WS-TS-T-H-HOURS(WS-TS-HIT WS-HOL-SLOT)
                        MOVE 'N'
                            TO WS-TS-T-H-WORKED(WS-TS-HIT WS-HOL-SLOT)
                    ELSE
                        MOVE TS-HOURS
                            TO WS-TS-T-H-HOURS(WS-TS-HIT WS-HOL-SLOT)
                        MOVE 'Y'
                            TO WS-TS-T-H-WORKED(WS-TS-HIT WS-HOL-SLOT)
                    END-IF
                ELSE
                    DISPLAY "HOLIDAY DAYS FULL - EMP " TS-EMP-NO
                        " DATE " TS-DATE " NOT RECOGNISED AS HOLIDAY"
                END-IF
            END-IF.

       POST-SHIFT-PARA.
      *     WORKED HOURS ALSO ACCUMULATE UNDER THE DAY'S SHIFT CODE
            END-IF.
            ADD TS-HOURS TO WS-TS-T-S-HOURS(WS-TS-HIT WS-SHF-HIT).

       POST-WORK-BRANCH-PARA.
      *     WORKED HOURS KEYED AT A NAMED BRANCH ACCUMULATE UNDER IT
      *     FOR THE LABOUR DISTRIBUTION. A BLANK OR ZERO BRANCH IS
      *     THE HOME BRANCH; ONE NOT ACTIVE ON THE BRANCH MASTER IS
      *     CHARGED HOME. WHICH IS HOME IS ONLY KNOWN AT PAY TIME, SO
      *     A ROW NAMING THE HOME BRANCH IS BUCKETED LIKE ANY OTHER.
      *     A FIFTH DISTINCT BRANCH IN ONE PERIOD IS CHARGED HOME.
            IF TS-BRANCH IS NOT NUMERIC OR TS-BRANCH = ZERO
                CONTINUE
            ELSE
                MOVE 'N' TO WS-WRK-BR-OK
                IF WS-BRANCH-COUNT > ZERO
                    SEARCH ALL WS-BRANCH-ENTRY
                        AT END CONTINUE
                        WHEN WS-BR-CODE(WS-BR-INX) = TS-BRANCH
                            MOVE 'Y' TO WS-WRK-BR-OK
                    END-SEARCH
                END-IF
                IF WS-WRK-BR-OK = 'N'
                    ADD 1 TO WS-TS-BRANCH-BAD
                    DISPLAY "WORKED-AT BRANCH NOT ON BRANCH MASTER - "
                        "EMP " TS-EMP-NO " DATE " TS-DATE " BRANCH "
                        TS-BRANCH " - CHARGED HOME"
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                ELSE
                    MOVE ZERO TO WS-WRK-HIT
                    PERFORM VARYING WS-WRK-IDX FROM 1 BY 1
                        UNTIL WS-WRK-IDX > WS-TS-T-WRK-CNT(WS-TS-HIT)
                        IF WS-TS-T-W-BRANCH(WS-TS-HIT WS-WRK-IDX)
                            = TS-BRANCH
                            MOVE WS-WRK-IDX TO WS-WRK-HIT
                            MOVE WS-TS-T-WRK-CNT(WS-TS-HIT)
                                TO WS-WRK-IDX
                        END-IF
                    END-PERFORM
                    IF WS-WRK-HIT = ZERO
                        IF WS-TS-T-WRK-CNT(WS-TS-HIT) < 4
                            ADD 1 TO WS-TS-T-WRK-CNT(WS-TS-HIT)
                            MOVE WS-TS-T-WRK-CNT(WS-TS-HIT)
                                TO WS-WRK-HIT
                            MOVE TS-BRANCH TO
                                WS-TS-T-W-BRANCH(WS-TS-HIT WS-WRK-HIT)
                            MOVE ZERO TO
                                WS-TS-T-W-HOURS(WS-TS-HIT WS-WRK-HIT)
                        ELSE
                            DISPLAY "WORKED-AT BRANCHES FULL - EMP "
                                TS-EMP-NO " BRANCH " TS-BRANCH
                                " CHARGED HOME"
                        END-IF
                    END-IF
                    IF WS-WRK-HIT > ZERO
                        ADD TS-HOURS
                            TO WS-TS-T-W-HOURS(WS-TS-HIT WS-WRK-HIT)
                    END-IF
                END-IF
            END-IF.

       FIND-TIMESHEET-PARA.
            MOVE ZERO TO WS-TS-HIT.
            PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                END-IF
            END-PERFORM.

       LOAD-HOLIDAY-PARA.
      *     NO HOLIDAY MASTER -- NO HOLIDAYS, WHICH IS THE BEHAVIOUR
      *     BEFORE THE MASTER EXISTED.
            MOVE ZERO TO WS-HOL-COUNT.
            MOVE 'N' TO WS-PHL-EOF.
            OPEN INPUT PUBLIC-HOLIDAYS.
            IF WS-PHL-STATUS NOT = '00'
                DISPLAY "PUBLIC HOLIDAY MASTER NOT AVAILABLE - STATUS "
                    WS-PHL-STATUS " - NO HOLIDAYS APPLIED"
                MOVE 'Y' TO WS-PHL-EOF
            END-IF.
            PERFORM UNTIL WS-PHL-EOF = 'Y'
                READ PUBLIC-HOLIDAYS
                    AT END MOVE 'Y' TO WS-PHL-EOF
                    NOT AT END
                        IF PHL-DATE IS NUMERIC
                            PERFORM ADD-HOLIDAY-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PHL-STATUS = '00' OR WS-PHL-STATUS = '10'
                CLOSE PUBLIC-HOLIDAYS
            END-IF.

       ADD-HOLIDAY-PARA.
            IF WS-HOL-COUNT >= MAX-HOL-COUNT
                DISPLAY "HOLIDAY MASTER EXCEEDS TABLE CAPACITY OF "
                    MAX-HOL-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-HOL-COUNT.
            MOVE PHL-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
            MOVE PHL-NAME TO WS-HOL-NAME(WS-HOL-COUNT).
      *     A BLANK REGION IS EVERY REGION; A BLANK PREMIUM TAKES
      *     THE STANDING ONE.
            IF PHL-REGION IS NUMERIC
                MOVE PHL-REGION TO WS-HOL-REGION(WS-HOL-COUNT)
            ELSE
                MOVE ZERO TO WS-HOL-REGION(WS-HOL-COUNT)
            END-IF.
            IF PHL-PREMIUM IS NUMERIC AND PHL-PREMIUM > ZERO
                MOVE PHL-PREMIUM TO WS-HOL-PREM(WS-HOL-COUNT)
            ELSE
                MOVE HOL-PREMIUM-STD TO WS-HOL-PREM(WS-HOL-COUNT)
            END-IF.

       APPLY-HOLIDAYS-PARA.
      *     THE EMPLOYEE'S HOLIDAYS ARE THOSE FOR EVERY REGION OR FOR
      *     THE BRANCH'S REGION. ONE INSIDE THE EMPLOYED PART OF THE
      *     CALENDAR PERIOD COMES OFF THE EXPECTED DAYS AND, IF NO
      *     ROW IS KEYED FOR IT, PAYS A STANDARD DAY. A WORKED
      *     HOLIDAY EARNS THE PREMIUM ON ITS HOURS WHETHER OR NOT
      *     THE CALENDAR GIVES THE PERIOD -- THE ROW IS ON THIS
      *     PERIOD'S TIMESHEET EITHER WAY.
            MOVE ZERO TO WS-HOL-DAYS.
            MOVE ZERO TO WS-HOL-PAID-DAYS.
            MOVE ZERO TO WS-HOL-WORK-HOURS.
            MOVE ZERO TO WS-HOL-PREMIUM.
            PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                UNTIL WS-HOL-IDX > WS-HOL-COUNT
                IF WS-HOL-REGION(WS-HOL-IDX) = ZERO OR
                    WS-HOL-REGION(WS-HOL-IDX) = WS-BRANCH-REGION
                    PERFORM APPLY-ONE-HOLIDAY-PARA
                END-IF
            END-PERFORM.
            IF WS-HOL-DAYS > ZERO
                IF WS-HOL-DAYS < WS-MIN-DAYS
                    SUBTRACT WS-HOL-DAYS FROM WS-MIN-DAYS
                ELSE
                    MOVE ZERO TO WS-MIN-DAYS
                END-IF
                DISPLAY "PUBLIC HOLIDAYS - EMP " WS-E-NO " "
                    WS-HOL-DAYS " IN THE PERIOD, " WS-HOL-PAID-DAYS
                    " PAID, " WS-HOL-WORK-HOURS " HOURS WORKED"
            END-IF.

       APPLY-ONE-HOLIDAY-PARA.
            MOVE 'N' TO WS-HOL-IN-PERIOD.
            IF WS-FRQ-START(WS-FRQ-HIT) > ZERO AND
                WS-HOL-DATE(WS-HOL-IDX) NOT < WS-EMPL-FROM AND
                WS-HOL-DATE(WS-HOL-IDX) NOT > WS-EMPL-TO
                MOVE 'Y' TO WS-HOL-IN-PERIOD
                ADD 1 TO WS-HOL-DAYS
            END-IF.
            MOVE ZERO TO WS-HOL-SLOT.
            IF WS-TS-HIT > ZERO
                PERFORM VARYING WS-HOL-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-HOL-SLOT-IDX > WS-TS-T-HOL-CNT(WS-TS-HIT)
                    IF WS-TS-T-H-DATE(WS-TS-HIT WS-HOL-SLOT-IDX) =
                        WS-HOL-DATE(WS-HOL-IDX)
                        MOVE WS-HOL-SLOT-IDX TO WS-HOL-SLOT
                        MOVE WS-TS-T-HOL-CNT(WS-TS-HIT)
                            TO WS-HOL-SLOT-IDX
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-HOL-SLOT = ZERO
                IF WS-HOL-IN-PERIOD = 'Y'
                    ADD 1 TO WS-HOL-PAID-DAYS
                END-IF
            ELSE
                IF WS-TS-T-H-WORKED(WS-TS-HIT WS-HOL-SLOT) = 'Y'
                    ADD WS-TS-T-H-HOURS(WS-TS-HIT WS-HOL-SLOT)
                        TO WS-HOL-WORK-HOURS
                    MOVE WS-HOL-PREM(WS-HOL-IDX) TO WS-HOL-MULT
                    IF WS-HOL-MULT > 1
                        COMPUTE WS-HOL-PREMIUM ROUNDED =
                            WS-HOL-PREMIUM
                            + WS-TS-T-H-HOURS(WS-TS-HIT WS-HOL-SLOT)
                            * WS-P-RATE * (WS-HOL-MULT - 1)
                    END-IF
                END-IF
            END-IF.

       LOAD-BRANCH-MASTER.
            MOVE ZERO TO WS-BRANCH-COUNT.
            MOVE 'N' TO WS-BRMST-EOF.
                END-IF
                ADD WS-TS-TOTAL TO WS-YTD-HOURS(WS-YTD-HIT)
                ADD WS-LV-HOURS TO WS-YTD-HOURS(WS-YTD-HIT)
                ADD WS-HOL-PAID-HOURS TO WS-YTD-HOURS(WS-YTD-HIT)
                ADD WS-SALARY TO WS-YTD-GROSS(WS-YTD-HIT)
                ADD WS-WITHHOLDING TO WS-YTD-WITHHOLD(WS-YTD-HIT)
                ADD WS-NET-SALARY TO WS-YTD-NET(WS-YTD-HIT)
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-STAT-READ
      *            ROWS UP TO THE LAST ONE CHECKPOINTED ARE REPLAYED.
                   IF WS-RESTARTING AND WS-STAT-READ NOT > WS-CKPT-SEQ
                       MOVE 'Y' TO WS-REPLAY-SW
                   ELSE
                       MOVE 'N' TO WS-REPLAY-SW
                   END-IF
                   DISPLAY "EMP NO : "WS-E-NO
                   DISPLAY "NAME : "WS-NAME
                   DISPLAY "WORKING HOUR : "WS-W-HOUR
                ELSE
                    MOVE WS-FRQ-OT-LIMIT(WS-FRQ-HIT) TO WS-OT-LIMIT
                    MOVE WS-FRQ-MIN-DAYS(WS-FRQ-HIT) TO WS-MIN-DAYS
                    PERFORM SET-EMPLOYMENT-PARA
                END-IF
            END-IF.
            IF WS-EMP-VALID AND WS-CYCLE-DUE = 'Y'
            END-IF.
            IF WS-EMP-VALID AND WS-CYCLE-DUE = 'Y'
                PERFORM FIND-TIMESHEET-PARA
                PERFORM APPLY-HOLIDAYS-PARA
                IF WS-TS-HIT = ZERO
      *             A LEAVER WITH NO DAYS LEFT TO WORK IS STILL OWED
      *             THE SETTLEMENT, SO PAYS ON ZERO HOURS.
                    IF WS-LEAVER
                        MOVE ZERO TO WS-TS-TOTAL
                        MOVE ZERO TO WS-LV-HOURS
                        MOVE ZERO TO WS-LV-DAYS
                        MOVE ZERO TO WS-SHF-W-CNT
                    ELSE
                        MOVE "NO TIMESHEET FOR THE PERIOD"
                            TO WS-EXC-TEXT
                        MOVE 'N' TO WS-EMP-OK
                    END-IF
                ELSE
                    MOVE WS-TS-T-HOURS(WS-TS-HIT) TO WS-TS-TOTAL
                    MOVE WS-TS-T-LV-HOURS(WS-TS-HIT) TO WS-LV-HOURS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM KEEP-EMPLOYMENT-PARA
      *            AN INACTIVE EMPLOYEE WITH AN END DATE MAY STILL
      *            BE OWED A FINAL PAY -- SET-EMPLOYMENT-PARA DECIDES
      *            ONCE THE PERIOD IS KNOWN.
                   IF MST-STATUS = 'I' AND WS-EMPL-END = ZERO
                       MOVE "EMPLOYEE INACTIVE - NOT PAID"
                           TO WS-EXC-TEXT
                   ELSE
                   END-IF
            END-READ.

       KEEP-EMPLOYMENT-PARA.
            MOVE MST-STATUS TO WS-EMPL-STATUS.
            MOVE ZERO TO WS-EMPL-EFF.
            MOVE ZERO TO WS-EMPL-END.
            IF MST-EFF-DATE IS NUMERIC
                MOVE MST-EFF-DATE TO WS-EMPL-EFF
            END-IF.
            IF MST-END-DATE IS NUMERIC
                MOVE MST-END-DATE TO WS-EMPL-END
            END-IF.

       SET-EMPLOYMENT-PARA.
      *     SETTLE WHETHER THIS IS A PART PERIOD OR A FINAL PAY. WITH
      *     THE CALENDAR'S PERIOD DATES, THE EMPLOYMENT IS CLIPPED TO
      *     THE PERIOD AND THE DAY COUNTS GIVE THE PRORATION FACTOR;
      *     WITHOUT THEM NOTHING IS PRORATED AND AN ACTIVE EMPLOYEE
      *     WHOSE END DATE HAS PASSED IS TAKEN AS LEAVING NOW.
            MOVE 'N' TO WS-PRORATE-SW.
            MOVE 'N' TO WS-LEAVER-SW.
            MOVE 1 TO WS-PRORATE-FACTOR.
            MOVE ZERO TO WS-PER-DAYS.
            MOVE ZERO TO WS-EMPL-DAYS.
            MOVE WS-FRQ-START(WS-FRQ-HIT) TO WS-EMPL-FROM.
            MOVE WS-FRQ-END(WS-FRQ-HIT) TO WS-EMPL-TO.
            IF WS-EMPL-FROM = ZERO OR WS-EMPL-TO = ZERO
                IF WS-EMPL-STATUS = 'I'
                    MOVE "EMPLOYEE INACTIVE - NOT PAID" TO WS-EXC-TEXT
                    MOVE 'N' TO WS-EMP-OK
                ELSE
                    IF WS-EMPL-END > ZERO AND
                        WS-EMPL-END NOT > WS-SLIP-RUN-DATE
                        MOVE 'Y' TO WS-LEAVER-SW
                    END-IF
                END-IF
            ELSE
                IF WS-EMPL-EFF > WS-EMPL-FROM
                    MOVE WS-EMPL-EFF TO WS-EMPL-FROM
                END-IF
                IF WS-EMPL-END > ZERO AND
                    WS-EMPL-END NOT > WS-EMPL-TO
                    MOVE WS-EMPL-END TO WS-EMPL-TO
                    MOVE 'Y' TO WS-LEAVER-SW
                END-IF
                IF WS-EMPL-FROM > WS-EMPL-TO
                    MOVE "NOT EMPLOYED DURING THE PERIOD"
                        TO WS-EXC-TEXT
                    MOVE 'N' TO WS-EMP-OK
                    MOVE 'N' TO WS-LEAVER-SW
                ELSE
                    IF WS-EMPL-STATUS = 'I' AND NOT WS-LEAVER
                        MOVE "EMPLOYEE INACTIVE - NOT PAID"
                            TO WS-EXC-TEXT
                        MOVE 'N' TO WS-EMP-OK
                    ELSE
                        PERFORM PRORATE-PERIOD-PARA
                    END-IF
                END-IF
            END-IF.
            IF WS-LEAVER
                DISPLAY "FINAL PAY - EMP " WS-E-NO " LEFT "
                    WS-EMPL-END
            END-IF.

       PRORATE-PERIOD-PARA.
            MOVE WS-FRQ-START(WS-FRQ-HIT) TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DN-FROM.
            MOVE WS-FRQ-END(WS-FRQ-HIT) TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            COMPUTE WS-PER-DAYS = WS-DAYNUM - WS-DN-FROM + 1.
            MOVE WS-EMPL-FROM TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            MOVE WS-DAYNUM TO WS-DN-FROM.
            MOVE WS-EMPL-TO TO WS-DAYNUM-WORK.
            PERFORM COMPUTE-DAYNUM-PARA.
            COMPUTE WS-EMPL-DAYS = WS-DAYNUM - WS-DN-FROM + 1.
            IF WS-EMPL-DAYS < WS-PER-DAYS
                MOVE 'Y' TO WS-PRORATE-SW
                COMPUTE WS-PRORATE-FACTOR ROUNDED =
                    WS-EMPL-DAYS / WS-PER-DAYS
                COMPUTE WS-OT-LIMIT ROUNDED =
                    WS-OT-LIMIT * WS-PRORATE-FACTOR
                COMPUTE WS-MIN-DAYS ROUNDED =
                    WS-MIN-DAYS * WS-PRORATE-FACTOR
                DISPLAY "PRORATED - EMP " WS-E-NO " " WS-EMPL-DAYS
                    " OF " WS-PER-DAYS " DAYS IN THE PERIOD"
            END-IF.

       COMPUTE-DAYNUM-PARA.
      *     DAYS FROM A FIXED ORIGIN, SO THE DIFFERENCE OF TWO DATES
      *     IS THE TRUE NUMBER OF CALENDAR DAYS BETWEEN THEM. JANUARY
      *     AND FEBRUARY COUNT THE LEAP DAYS OF THE YEAR BEFORE.
            IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
                MOVE 1 TO WS-DN-MONTH
            END-IF.
            MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
            IF WS-DN-MONTH < 3 AND WS-DN-LEAP-YEAR > ZERO
                SUBTRACT 1 FROM WS-DN-LEAP-YEAR
            END-IF.
            DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-DIV4.
            DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-DIV100.
            DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-DIV400.
            COMPUTE WS-DAYNUM = (WS-DN-YEAR * 365) + WS-DN-DIV4
                - WS-DN-DIV100 + WS-DN-DIV400
                + WS-DN-CUM(WS-DN-MONTH) + WS-DN-DAY.

       WRITE-EXCEPTION-PARA.
            DISPLAY "NOT PAID - EMP NO " WS-E-NO " - " WS-EXC-TEXT.
            MOVE SPACES TO EXCEPTION-REC.
            MOVE WS-E-NO TO EXC-EMP-NO.
            MOVE WS-NAME TO EXC-NAME.
            MOVE WS-EXC-TEXT TO EXC-REASON.
            IF NOT WS-REPLAYING
                WRITE EXCEPTION-REC
                ADD 1 TO WS-OL-EXCEPT
            END-IF.
            ADD 1 TO WS-EXCEPT-COUNT.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       CALCULATE-PARA.
      *     THE WEEK'S HOURS ARE THE TIMESHEET ACCUMULATION, NOT THE
      *     HAND-TOTALLED FIGURE STILL RIDING ON EMP-DATA.
            IF WS-TS-TOTAL > WS-OT-LIMIT
                MOVE WS-OT-LIMIT TO WS-REG-HOURS
                COMPUTE WS-OT-HOURS = WS-TS-TOTAL - WS-OT-LIMIT
                MOVE WS-TS-TOTAL TO WS-REG-HOURS
                MOVE ZERO TO WS-OT-HOURS
            END-IF.
      *     ONLY AUTHORISED OVERTIME EARNS THE PREMIUM; THE REST IS
      *     HELD FOR APPROVAL, AND EARLIER HELD PREMIUM NOW COVERED
      *     BY AN AUTHORISATION COMES BACK AS WS-OT-REL-PAY.
            PERFORM APPLY-OT-AUTH-PARA.
      *     EVERY WORKED HOUR IS PRICED UNDER ITS SHIFT'S UPLIFTED
      *     RATE, AND THE OVERTIME PREMIUM (THE HALF ON TOP OF TIME
      *     AND A HALF) STACKS ON THE DIFFERENTIAL INSTEAD OF
                PERFORM PRICE-SHIFT-PARA
            END-PERFORM.
            COMPUTE WS-OT-PREMIUM ROUNDED =
                WS-OT-PAID * WS-P-RATE * (WS-OT-MULTIPLIER - 1).
            COMPUTE WS-SALARY = WS-DIFF-PAY + WS-OT-PREMIUM
                + WS-OT-REL-PAY.
      *     PAID-LEAVE DAYS PAY AT BASE RATE ON TOP OF THE WORKED
      *     HOURS AND STAY OUTSIDE THE OVERTIME SPLIT.
            COMPUTE WS-LEAVE-PAY = WS-LV-HOURS * WS-P-RATE.
            ADD WS-LEAVE-PAY TO WS-SALARY.
      *     AN UNKEYED PUBLIC HOLIDAY PAYS A STANDARD DAY AT BASE
      *     RATE; HOURS WORKED ON ONE CARRY THE HOLIDAY PREMIUM ON
      *     TOP OF THEIR SHIFT PAY. NEITHER ENTERS THE OVERTIME SPLIT.
            COMPUTE WS-HOL-PAID-HOURS =
                WS-HOL-PAID-DAYS * LEAVE-DAY-HOURS.
            COMPUTE WS-HOL-PAY = WS-HOL-PAID-HOURS * WS-P-RATE.
            ADD WS-HOL-PAY TO WS-SALARY.
            ADD WS-HOL-PREMIUM TO WS-SALARY.
      *     ARREARS FROM A BACKDATED RATE CHANGE PAY OUT AS A
      *     DISTINCT COMPONENT, TAXED WITH THE REST OF GROSS.
            MOVE ZERO TO WS-ARREARS.
                DISPLAY "ARREARS PAID - EMP " WS-E-NO " AMOUNT "
                    WS-ARREARS
            END-IF.
      *     A LEAVER'S UNTAKEN LEAVE PAYS OUT AT BASE RATE WITH THE
      *     FINAL PAY AND IS TAXED WITH IT.
            MOVE ZERO TO WS-SETTLE-DAYS.
            MOVE ZERO TO WS-SETTLE-PAY.
            MOVE ZERO TO WS-SETTLE-OVER.
            IF WS-LEAVER
                PERFORM CALC-SETTLEMENT-PARA
            END-IF.
            PERFORM CALC-WITHHOLDING-PARA.
            PERFORM APPLY-DEDUCTIONS-PARA.
            COMPUTE WS-NET-SALARY =
                WS-SALARY - WS-WITHHOLDING - WS-DED-TOTAL.
            PERFORM CALC-EMPLOYER-COST-PARA.
            PERFORM DISTRIBUTE-LABOUR-PARA.

            MOVE WS-E-NO TO PAY-EMP-NO
            MOVE WS-NAME TO EMP-NAME
            MOVE WS-E-BRANCH TO PAY-BRANCH
            COMPUTE WORK-HOUR = WS-TS-TOTAL + WS-LV-HOURS
                + WS-HOL-PAID-HOURS
            MOVE WS-P-RATE TO PAY-RATE
            MOVE WS-SALARY TO SALARY
            MOVE WS-WITHHOLDING TO WITHHOLDING
            MOVE WS-DED-TOTAL TO DEDUCT-TOTAL
            MOVE WS-NET-SALARY TO NET-SALARY.
            MOVE WS-ER-TOTAL TO ER-COST-TOTAL.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                UNTIL WS-ERC-IDX > MAX-ERC-COUNT
                IF WS-ERC-IDX > WS-ERC-COUNT
                    MOVE SPACES TO PAY-ER-CODE(WS-ERC-IDX)
                    MOVE ZERO TO PAY-ER-AMT(WS-ERC-IDX)
                ELSE
                    MOVE WS-ERC-TYPE(WS-ERC-IDX)
                        TO PAY-ER-CODE(WS-ERC-IDX)
                    MOVE WS-ERC-AMT(WS-ERC-IDX)
                        TO PAY-ER-AMT(WS-ERC-IDX)
                END-IF
            END-PERFORM.
            MOVE WS-DIST-COUNT TO PAY-DIST-COUNT.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > 5
                IF WS-DST-IDX > WS-DIST-COUNT
                    MOVE ZERO TO PAY-DIST-BRANCH(WS-DST-IDX)
                    MOVE ZERO TO PAY-DIST-HOURS(WS-DST-IDX)
                    MOVE ZERO TO PAY-DIST-GROSS(WS-DST-IDX)
                    MOVE ZERO TO PAY-DIST-OT(WS-DST-IDX)
                    MOVE ZERO TO PAY-DIST-ER(WS-DST-IDX)
                ELSE
                    MOVE WS-DST-BRANCH(WS-DST-IDX)
                        TO PAY-DIST-BRANCH(WS-DST-IDX)
                    MOVE WS-DST-HOURS(WS-DST-IDX)
                        TO PAY-DIST-HOURS(WS-DST-IDX)
                    MOVE WS-DST-GROSS(WS-DST-IDX)
                        TO PAY-DIST-GROSS(WS-DST-IDX)
                    MOVE WS-DST-OT(WS-DST-IDX)
                        TO PAY-DIST-OT(WS-DST-IDX)
                    MOVE WS-DST-ER(WS-DST-IDX)
                        TO PAY-DIST-ER(WS-DST-IDX)
                END-IF
            END-PERFORM.

            ADD 1 TO WS-EMP-COUNT.
            ADD WS-TS-TOTAL TO WS-TOTAL-HOURS.
            ADD WS-LV-HOURS TO WS-TOTAL-HOURS.
            ADD WS-HOL-PAID-HOURS TO WS-TOTAL-HOURS.
            ADD WS-SALARY TO WS-TOTAL-SALARY.

            DISPLAY "GOT SALARY : "SALARY
            DISPLAY "NET SALARY : "NET-SALARY
            DISPLAY "**************************************************"
      *     A REPLAYED ROW REBUILDS THE TOTALS AND THE ROLLED-FORWARD
      *     TABLES ONLY -- ITS OUTPUT IS ALREADY ON FILE.
            IF NOT WS-REPLAYING
                WRITE PAY-DATA
                END-WRITE
                ADD 1 TO WS-OL-PAYROLL
            END-IF.
            IF WS-LV-DAYS > ZERO
                PERFORM UPDATE-LEAVE-PARA
            END-IF.
            PERFORM UPDATE-YTD-PARA.
            PERFORM ACCUMULATE-COST-PARA.
            IF NOT WS-REPLAYING
                PERFORM WRITE-PAYSLIP-PARA
                IF WS-LEAVER
                    PERFORM WRITE-SETTLEMENT-PARA
                END-IF
                PERFORM WRITE-BANK-PARA
            END-IF.

       CALC-SETTLEMENT-PARA.
      *     REMAINING DAYS ARE ENTITLEMENT LESS WHAT WAS TAKEN BEFORE
      *     AND IN THIS PERIOD. THEY ARE BOOKED AS TAKEN SO THE SAVED
      *     BALANCE COMES OUT AT ZERO; AN OVERDRAWN BALANCE IS NOT
      *     CLAWED BACK BUT GOES ON THE STATEMENT FOR HR.
            MOVE ZERO TO WS-LVE-HIT.
            PERFORM VARYING WS-LVE-IDX FROM 1 BY 1
                UNTIL WS-LVE-IDX > WS-LEAVE-COUNT
                IF WS-LVE-EMP-NO(WS-LVE-IDX) = WS-E-NO
                    MOVE WS-LVE-IDX TO WS-LVE-HIT
                    MOVE WS-LEAVE-COUNT TO WS-LVE-IDX
                END-IF
            END-PERFORM.
            IF WS-LVE-HIT > ZERO
                COMPUTE WS-LVE-REMAIN =
                    WS-LVE-ENTITLE(WS-LVE-HIT) -
                    WS-LVE-TAKEN(WS-LVE-HIT) - WS-LV-DAYS
                IF WS-LVE-REMAIN > ZERO
                    MOVE WS-LVE-REMAIN TO WS-SETTLE-DAYS
                    ADD WS-SETTLE-DAYS TO WS-LVE-TAKEN(WS-LVE-HIT)
                ELSE
                    COMPUTE WS-SETTLE-OVER = ZERO - WS-LVE-REMAIN
                END-IF
            END-IF.
            COMPUTE WS-SETTLE-PAY =
                WS-SETTLE-DAYS * LEAVE-DAY-HOURS * WS-P-RATE.
            ADD WS-SETTLE-PAY TO WS-SALARY.
            ADD 1 TO WS-LEAVER-COUNT.

       WRITE-SETTLEMENT-PARA.
      *     ONE BLOCK PER LEAVER FOR HR -- THE FINAL PAY BROKEN DOWN,
      *     THE LEAVE PAID OUT OR OVERDRAWN, AND EVERY RECURRING
      *     DEDUCTION STOPPED WITH ITS PER-PERIOD VALUE SO ANY
      *     BALANCE STILL OWED CAN BE SETTLED OUTSIDE THE PAYROLL.
            MOVE SPACES TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE WS-E-NO TO WS-LST-NO.
            MOVE WS-NAME TO WS-LST-NAME.
            MOVE WS-E-BRANCH TO WS-LST-BRANCH.
            MOVE WS-LST-EMP-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE WS-EMPL-EFF TO WS-LST-EFF.
            MOVE WS-EMPL-END TO WS-LST-END.
            MOVE SPACES TO WS-LST-NOTE.
            IF WS-PRORATED
                MOVE WS-EMPL-DAYS TO WS-SPN-DAYS
                MOVE WS-PER-DAYS TO WS-SPN-OF
                MOVE WS-SLIP-PRO-NOTE TO WS-LST-NOTE
            END-IF.
            MOVE WS-LST-DATES-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE SPACES TO WS-LST-TEXT.
            MOVE "FINAL PERIOD PAY  :" TO WS-LST-LABEL.
            COMPUTE WS-LST-AMT = WS-SALARY - WS-SETTLE-PAY.
            MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE "LEAVE PAID OUT    :" TO WS-LST-LABEL.
            MOVE WS-SETTLE-PAY TO WS-LST-AMT.
            MOVE WS-SETTLE-DAYS TO WS-SSE-DAYS.
            STRING "  FOR " WS-SSE-DAYS " DAYS UNTAKEN"
                DELIMITED BY SIZE INTO WS-LST-TEXT.
            MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE SPACES TO WS-LST-TEXT.
            IF WS-SETTLE-OVER > ZERO
                MOVE "LEAVE OVERDRAWN   :" TO WS-LST-LABEL
                COMPUTE WS-LST-AMT =
                    WS-SETTLE-OVER * LEAVE-DAY-HOURS * WS-P-RATE
                MOVE WS-SETTLE-OVER TO WS-SSE-DAYS
                STRING "  FOR " WS-SSE-DAYS " DAYS - RECOVER BY HAND"
                    DELIMITED BY SIZE INTO WS-LST-TEXT
                MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE
                PERFORM PUT-LEAVER-LINE-PARA
                MOVE SPACES TO WS-LST-TEXT
            END-IF.
            MOVE "GROSS             :" TO WS-LST-LABEL.
            MOVE WS-SALARY TO WS-LST-AMT.
            MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE "WITHHELD          :" TO WS-LST-LABEL.
            MOVE WS-WITHHOLDING TO WS-LST-AMT.
            MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            MOVE "NET PAY           :" TO WS-LST-LABEL.
            MOVE WS-NET-SALARY TO WS-LST-AMT.
            MOVE WS-LST-AMT-LINE TO LEAVER-STMT-LINE.
            PERFORM PUT-LEAVER-LINE-PARA.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                UNTIL WS-DED-IDX > WS-DEDMST-COUNT
                IF WS-DED-EMP-NO(WS-DED-IDX) = WS-E-NO
                    PERFORM FIND-DEDUCTION-TYPE-PARA
                    MOVE WS-DED-TYPE(WS-DED-IDX) TO WS-LSD-CODE
                    MOVE WS-DED-DESC TO WS-LSD-DESC
                    MOVE WS-DED-VALUE(WS-DED-IDX) TO WS-LSD-VALUE
                    IF WS-DED-METHOD = 'P'
                        MOVE " PCT" TO WS-LSD-UNIT
                    ELSE
                        MOVE " PER PERIOD" TO WS-LSD-UNIT
                    END-IF
                    MOVE WS-LST-DED-LINE TO LEAVER-STMT-LINE
                    PERFORM PUT-LEAVER-LINE-PARA
                END-IF
            END-PERFORM.

       PUT-LEAVER-LINE-PARA.
            WRITE LEAVER-STMT-LINE.
            ADD 1 TO WS-OL-LEAVER.

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
                        PERFORM CALC-BANDED-TAX-PARA
                    END-IF
            END-EVALUATE.
            IF WS-WITHHOLDING > WS-SALARY
                MOVE WS-SALARY TO WS-WITHHOLDING
            END-IF.

       CALC-BANDED-TAX-PARA.
      *     ANNUALISE, TAKE OFF THE ALLOWANCE (NOT FOR CODE 'N'),
      *     TAX EACH BAND'S SLICE, AND BRING THE ANNUAL TAX BACK TO
      *     ONE PERIOD OF THE EMPLOYEE'S CYCLE.
            COMPUTE WS-TAX-ANNUAL-GROSS =
                WS-SALARY * WS-FRQ-PERIODS(WS-FRQ-HIT).
            MOVE WS-TAX-ANNUAL-GROSS TO WS-TAX-TAXABLE.
            IF WS-EMP-TAX-CODE NOT = 'N'
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

       LOAD-TAX-TABLE-PARA.
            MOVE ZERO TO WS-TAXROW-COUNT.
            MOVE 'N' TO WS-TXT-EOF.
            OPEN INPUT TAX-TABLE-FILE.
            IF WS-TXT-STATUS NOT = '00'
                MOVE 'Y' TO WS-TXT-EOF
            END-IF.
            PERFORM UNTIL WS-TXT-EOF = 'Y'
                READ TAX-TABLE-FILE
                    AT END MOVE 'Y' TO WS-TXT-EOF
                    NOT AT END PERFORM POST-TAX-ROW-PARA
                END-READ
            END-PERFORM.
            IF WS-TXT-STATUS = '00' OR WS-TXT-STATUS = '10'
                CLOSE TAX-TABLE-FILE
            END-IF.
      *     THE TABLE IN FORCE IS THE LATEST EFFECTIVE DATE THAT HAS
      *     ARRIVED -- A FUTURE YEAR'S ROWS SIT UNUSED UNTIL THEN.
            MOVE ZERO TO WS-TAX-EFF-DATE.
            PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                UNTIL WS-TXR-IDX > WS-TAXROW-COUNT
                IF WS-TXR-EFF-DATE(WS-TXR-IDX) NOT > WS-SLIP-RUN-DATE
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
            IF WS-TAX-BAND-COUNT = ZERO
                DISPLAY "NO TAX TABLE IN EFFECT FOR "
                    WS-SLIP-RUN-DATE " - FLAT RATE WITHHOLDING"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                DISPLAY "TAX TABLE EFFECTIVE " WS-TAX-EFF-DATE " - "
                    WS-TAX-BAND-COUNT " BANDS, ALLOWANCE "
                    WS-TAX-ALLOWANCE
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
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
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
            ELSE
                DISPLAY "TAX TABLE ROW INVALID - " TAX-TABLE-REC
                    " - IGNORED"
            END-IF.

       LOAD-TAX-CODES-PARA.
            MOVE ZERO TO WS-TAXCODE-COUNT.
            MOVE 'N' TO WS-TXC-EOF.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TXC-STATUS NOT = '00'
                MOVE 'Y' TO WS-TXC-EOF
            END-IF.
            PERFORM UNTIL WS-TXC-EOF = 'Y' OR WS-TAXCODE-COUNT = 200
                READ TAX-CODE-FILE
                    AT END MOVE 'Y' TO WS-TXC-EOF
                    NOT AT END
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

       CALC-EMPLOYER-COST-PARA.
      *     EACH CONTRIBUTION IN FORCE AT ITS RATE ON GROSS, WITH
      *     GROSS CAPPED AT ONE PERIOD OF THE ANNUAL CEILING FOR THE
      *     EMPLOYEE'S CYCLE.
            MOVE ZERO TO WS-ER-TOTAL.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                UNTIL WS-ERC-IDX > WS-ERC-COUNT
                MOVE WS-SALARY TO WS-ERC-BASE
                IF WS-ERC-CEILING(WS-ERC-IDX) > ZERO
                    COMPUTE WS-ERC-PERIOD-CAP ROUNDED =
                        WS-ERC-CEILING(WS-ERC-IDX)
                        / WS-FRQ-PERIODS(WS-FRQ-HIT)
                    IF WS-ERC-BASE > WS-ERC-PERIOD-CAP
                        MOVE WS-ERC-PERIOD-CAP TO WS-ERC-BASE
                    END-IF
                END-IF
                COMPUTE WS-ERC-AMT(WS-ERC-IDX) ROUNDED =
                    WS-ERC-BASE * WS-ERC-RATE(WS-ERC-IDX) / 100
                ADD WS-ERC-AMT(WS-ERC-IDX) TO WS-ER-TOTAL
            END-PERFORM.

       DISTRIBUTE-LABOUR-PARA.
      *     EACH BRANCH WORKED AWAY FROM HOME TAKES ITS HOURS' SHARE
      *     OF GROSS, OVERTIME PREMIUM AND EMPLOYER COST; THE HOME
      *     BRANCH TAKES WHAT IS LEFT, SO THE SHARES ADD BACK TO THE
      *     EMPLOYEE'S TOTALS TO THE CENT.
            COMPUTE WS-OT-COST = WS-OT-PREMIUM + WS-OT-REL-PAY.
            COMPUTE WS-DIST-BASE-HOURS = WS-TS-TOTAL + WS-LV-HOURS
                + WS-HOL-PAID-HOURS.
            MOVE 1 TO WS-DIST-COUNT.
            MOVE WS-E-BRANCH TO WS-DST-BRANCH(1).
            MOVE WS-BRANCH-REGION TO WS-DST-REGION(1).
            MOVE WS-DIST-BASE-HOURS TO WS-DIST-REM-HOURS.
            MOVE WS-SALARY TO WS-DIST-REM-GROSS.
            MOVE WS-OT-COST TO WS-DIST-REM-OT.
            MOVE WS-ER-TOTAL TO WS-DIST-REM-ER.
            IF WS-TS-HIT > ZERO AND WS-DIST-BASE-HOURS > ZERO
                PERFORM VARYING WS-WRK-IDX FROM 1 BY 1
                    UNTIL WS-WRK-IDX > WS-TS-T-WRK-CNT(WS-TS-HIT)
                    IF WS-TS-T-W-BRANCH(WS-TS-HIT WS-WRK-IDX)
                        NOT = WS-E-BRANCH AND
                        WS-TS-T-W-HOURS(WS-TS-HIT WS-WRK-IDX) > ZERO
                        PERFORM ADD-DIST-SHARE-PARA
                    END-IF
                END-PERFORM
            END-IF.
      *     ALL THE HOURS AWAY CAN LEAVE THE HOME BRANCH A CENT
      *     UNDER NOTHING ON ROUNDING -- THE LAST SHARE GIVES IT BACK.
            IF WS-DIST-REM-GROSS < ZERO
                ADD WS-DIST-REM-GROSS TO WS-DST-GROSS(WS-DIST-COUNT)
                MOVE ZERO TO WS-DIST-REM-GROSS
            END-IF.
            IF WS-DIST-REM-OT < ZERO
                ADD WS-DIST-REM-OT TO WS-DST-OT(WS-DIST-COUNT)
                MOVE ZERO TO WS-DIST-REM-OT
            END-IF.
            IF WS-DIST-REM-ER < ZERO
                ADD WS-DIST-REM-ER TO WS-DST-ER(WS-DIST-COUNT)
                MOVE ZERO TO WS-DIST-REM-ER
            END-IF.
            MOVE WS-DIST-REM-HOURS TO WS-DST-HOURS(1).
            MOVE WS-DIST-REM-GROSS TO WS-DST-GROSS(1).
            MOVE WS-DIST-REM-OT TO WS-DST-OT(1).
            MOVE WS-DIST-REM-ER TO WS-DST-ER(1).

       ADD-DIST-SHARE-PARA.
            ADD 1 TO WS-DIST-COUNT.
            MOVE WS-TS-T-W-BRANCH(WS-TS-HIT WS-WRK-IDX)
                TO WS-DST-BRANCH(WS-DIST-COUNT).
            MOVE ZERO TO WS-DST-REGION(WS-DIST-COUNT).
            SEARCH ALL WS-BRANCH-ENTRY
                AT END CONTINUE
                WHEN WS-BR-CODE(WS-BR-INX) =
                    WS-DST-BRANCH(WS-DIST-COUNT)
                    MOVE WS-BR-REGION(WS-BR-INX)
                        TO WS-DST-REGION(WS-DIST-COUNT)
            END-SEARCH.
            MOVE WS-TS-T-W-HOURS(WS-TS-HIT WS-WRK-IDX)
                TO WS-DST-HOURS(WS-DIST-COUNT).
            COMPUTE WS-DST-GROSS(WS-DIST-COUNT) ROUNDED =
                WS-SALARY * WS-DST-HOURS(WS-DIST-COUNT)
                / WS-DIST-BASE-HOURS.
            COMPUTE WS-DST-OT(WS-DIST-COUNT) ROUNDED =
                WS-OT-COST * WS-DST-HOURS(WS-DIST-COUNT)
                / WS-DIST-BASE-HOURS.
            COMPUTE WS-DST-ER(WS-DIST-COUNT) ROUNDED =
                WS-ER-TOTAL * WS-DST-HOURS(WS-DIST-COUNT)
                / WS-DIST-BASE-HOURS.
            SUBTRACT WS-DST-HOURS(WS-DIST-COUNT) FROM WS-DIST-REM-HOURS.
            SUBTRACT WS-DST-GROSS(WS-DIST-COUNT) FROM WS-DIST-REM-GROSS.
            SUBTRACT WS-DST-OT(WS-DIST-COUNT) FROM WS-DIST-REM-OT.
            SUBTRACT WS-DST-ER(WS-DIST-COUNT) FROM WS-DIST-REM-ER.
            PERFORM RECORD-CROSS-CHARGE-PARA.

       RECORD-CROSS-CHARGE-PARA.
            IF WS-XCH-COUNT >= MAX-XCH-COUNT
                DISPLAY "CROSS-CHARGE LIST FULL - EMP " WS-E-NO
                    " BRANCH " WS-DST-BRANCH(WS-DIST-COUNT)
                    " NOT LISTED"
            ELSE
      *         SLIDE HIGHER CHARGED BRANCHES UP ONE SLOT SO THE
      *         LISTING COMES OUT IN CHARGED-BRANCH ORDER.
                MOVE WS-XCH-COUNT TO WS-XCH-MOVE
                ADD 1 TO WS-XCH-COUNT
                PERFORM UNTIL WS-XCH-MOVE < 1 OR
                    WS-XCH-BRANCH(WS-XCH-MOVE) NOT >
                    WS-DST-BRANCH(WS-DIST-COUNT)
                    COMPUTE WS-XCH-IDX = WS-XCH-MOVE + 1
                    MOVE WS-XCH-ENTRY(WS-XCH-MOVE)
                        TO WS-XCH-ENTRY(WS-XCH-IDX)
                    SUBTRACT 1 FROM WS-XCH-MOVE
                END-PERFORM
                COMPUTE WS-XCH-IDX = WS-XCH-MOVE + 1
                MOVE WS-DST-BRANCH(WS-DIST-COUNT)
                    TO WS-XCH-BRANCH(WS-XCH-IDX)
                MOVE WS-E-NO TO WS-XCH-EMP-NO(WS-XCH-IDX)
                MOVE WS-NAME TO WS-XCH-NAME(WS-XCH-IDX)
                MOVE WS-E-BRANCH TO WS-XCH-HOME(WS-XCH-IDX)
                MOVE WS-DST-HOURS(WS-DIST-COUNT)
                    TO WS-XCH-HOURS(WS-XCH-IDX)
                MOVE WS-DST-GROSS(WS-DIST-COUNT)
                    TO WS-XCH-GROSS(WS-XCH-IDX)
                MOVE WS-DST-OT(WS-DIST-COUNT)
                    TO WS-XCH-OT(WS-XCH-IDX)
                MOVE WS-DST-ER(WS-DIST-COUNT)
                    TO WS-XCH-ER(WS-XCH-IDX)
            END-IF.

       LOAD-EMPLOYER-CONTRIB-PARA.
            MOVE ZERO TO WS-ERCROW-COUNT.
            MOVE 'N' TO WS-ERC-EOF.
            OPEN INPUT EMPLOYER-CONTRIB-FILE.
            IF WS-ERC-STATUS NOT = '00'
                MOVE 'Y' TO WS-ERC-EOF
            END-IF.
            PERFORM UNTIL WS-ERC-EOF = 'Y'
                READ EMPLOYER-CONTRIB-FILE
                    AT END MOVE 'Y' TO WS-ERC-EOF
                    NOT AT END PERFORM POST-ERC-ROW-PARA
                END-READ
            END-PERFORM.
            IF WS-ERC-STATUS = '00' OR WS-ERC-STATUS = '10'
                CLOSE EMPLOYER-CONTRIB-FILE
            END-IF.
      *     PER TYPE, THE LATEST EFFECTIVE DATE THAT HAS ARRIVED IS
      *     THE RATE IN FORCE -- A FUTURE ROW SITS UNUSED UNTIL THEN.
            MOVE ZERO TO WS-ERC-COUNT.
            PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                UNTIL WS-ERR-IDX > WS-ERCROW-COUNT
                IF WS-ERR-EFF-DATE(WS-ERR-IDX) NOT > WS-SLIP-RUN-DATE
                    PERFORM PICK-ERC-ROW-PARA
                END-IF
            END-PERFORM.
            IF WS-ERC-COUNT = ZERO
                DISPLAY "NO EMPLOYER CONTRIBUTIONS IN EFFECT FOR "
                    WS-SLIP-RUN-DATE " - LABOUR COST EXCLUDES ON-COSTS"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            ELSE
                PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-ERC-COUNT
                    DISPLAY "EMPLOYER CONTRIBUTION "
                        WS-ERC-TYPE(WS-ERC-IDX) " EFFECTIVE "
                        WS-ERC-EFF-DATE(WS-ERC-IDX) " RATE "
                        WS-ERC-RATE(WS-ERC-IDX) " CEILING "
                        WS-ERC-CEILING(WS-ERC-IDX)
                END-PERFORM
            END-IF.

       PICK-ERC-ROW-PARA.
            MOVE ZERO TO WS-ERC-HIT.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                UNTIL WS-ERC-IDX > WS-ERC-COUNT
                IF WS-ERC-TYPE(WS-ERC-IDX) = WS-ERR-TYPE(WS-ERR-IDX)
                    MOVE WS-ERC-IDX TO WS-ERC-HIT
                    MOVE WS-ERC-COUNT TO WS-ERC-IDX
                END-IF
            END-PERFORM.
            IF WS-ERC-HIT = ZERO
                IF WS-ERC-COUNT >= MAX-ERC-COUNT
                    DISPLAY "EMPLOYER CONTRIBUTION TYPES EXCEED "
                        MAX-ERC-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-ERC-COUNT
                MOVE WS-ERC-COUNT TO WS-ERC-HIT
                MOVE ZERO TO WS-ERC-EFF-DATE(WS-ERC-HIT)
            END-IF.
            IF WS-ERR-EFF-DATE(WS-ERR-IDX) >=
                WS-ERC-EFF-DATE(WS-ERC-HIT)
                MOVE WS-ERR-TYPE(WS-ERR-IDX) TO WS-ERC-TYPE(WS-ERC-HIT)
                MOVE WS-ERR-DESC(WS-ERR-IDX) TO WS-ERC-DESC(WS-ERC-HIT)
                MOVE WS-ERR-RATE(WS-ERR-IDX) TO WS-ERC-RATE(WS-ERC-HIT)
                MOVE WS-ERR-CEILING(WS-ERR-IDX)
                    TO WS-ERC-CEILING(WS-ERC-HIT)
                MOVE WS-ERR-EFF-DATE(WS-ERR-IDX)
                    TO WS-ERC-EFF-DATE(WS-ERC-HIT)
                MOVE ZERO TO WS-ERC-AMT(WS-ERC-HIT)
            END-IF.

       POST-ERC-ROW-PARA.
      *     A TYPE CODE THAT IS ALREADY A PAY COMPONENT WOULD POST
      *     INTO THAT COMPONENT ON THE PAYROLL JOURNAL, SO IT IS
      *     REFUSED ALONG WITH MALFORMED ROWS.
            MOVE 'Y' TO WS-ERC-OK.
            IF ERC-TYPE = SPACES OR ERC-RATE NOT NUMERIC OR
                ERC-CEILING NOT NUMERIC OR ERC-EFF-DATE NOT NUMERIC
                MOVE 'N' TO WS-ERC-OK
            END-IF.
            IF ERC-TYPE = 'GRS' OR ERC-TYPE = 'TAX' OR
                ERC-TYPE = 'NET'
                MOVE 'N' TO WS-ERC-OK
            END-IF.
            PERFORM VARYING WS-DTY-IDX FROM 1 BY 1
                UNTIL WS-DTY-IDX > WS-DEDTYPE-COUNT
                IF WS-DTY-CODE(WS-DTY-IDX) = ERC-TYPE
                    MOVE 'N' TO WS-ERC-OK
                END-IF
            END-PERFORM.
            IF WS-ERC-OK = 'N'
                DISPLAY "EMPLOYER CONTRIBUTION ROW INVALID - "
                    EMPLOYER-CONTRIB-REC " - IGNORED"
            ELSE
                IF WS-ERCROW-COUNT >= MAX-ERCROW-COUNT
                    DISPLAY "EMPLOYER CONTRIBUTIONS EXCEED TABLE "
                        "CAPACITY OF " MAX-ERCROW-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-ERCROW-COUNT
                MOVE ERC-TYPE TO WS-ERR-TYPE(WS-ERCROW-COUNT)
                MOVE ERC-DESC TO WS-ERR-DESC(WS-ERCROW-COUNT)
                MOVE ERC-RATE TO WS-ERR-RATE(WS-ERCROW-COUNT)
                MOVE ERC-CEILING TO WS-ERR-CEILING(WS-ERCROW-COUNT)
                MOVE ERC-EFF-DATE TO WS-ERR-EFF-DATE(WS-ERCROW-COUNT)
            END-IF.

       LOAD-OT-AUTH-PARA.
            MOVE ZERO TO WS-OTA-COUNT.
            MOVE 'N' TO WS-OTA-EOF.
            OPEN INPUT OT-AUTH-FILE.
            IF WS-OTA-STATUS NOT = '00'
                DISPLAY "NO OVERTIME AUTHORISATIONS - STATUS "
                    WS-OTA-STATUS " - NO OVERTIME PREMIUM PAID"
                MOVE 'Y' TO WS-OTA-EOF
            END-IF.
            PERFORM UNTIL WS-OTA-EOF = 'Y'
                READ OT-AUTH-FILE
                    AT END MOVE 'Y' TO WS-OTA-EOF
                    NOT AT END
                        IF OTA-HOURS IS NUMERIC AND
                            OTA-PERIOD IS NUMERIC
                            PERFORM POST-OT-AUTH-PARA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OTA-STATUS = '00' OR WS-OTA-STATUS = '10'
                CLOSE OT-AUTH-FILE
            END-IF.

       POST-OT-AUTH-PARA.
            IF WS-OTA-COUNT >= MAX-OTA-COUNT
                DISPLAY "OVERTIME AUTHORISATIONS EXCEED CAPACITY OF "
                    MAX-OTA-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-OTA-COUNT.
            MOVE OTA-EMP-NO TO WS-OTA-EMP-NO(WS-OTA-COUNT).
            MOVE OTA-PERIOD TO WS-OTA-PERIOD(WS-OTA-COUNT).
            MOVE OTA-HOURS TO WS-OTA-HOURS(WS-OTA-COUNT).
            MOVE OTA-MANAGER TO WS-OTA-MANAGER(WS-OTA-COUNT).

       LOAD-OT-PENDING-PARA.
      *     A ROW THIS PAY DATE RELEASED FROM (A RERUN) GETS ITS
      *     HOURS BACK; A ROW HELD BY THIS PAY DATE IS DROPPED, AS
      *     THE RUN HOLDS ITS OWN OVERTIME AFRESH; A ROW FULLY
      *     RELEASED BY AN EARLIER RUN IS DONE WITH.
            MOVE ZERO TO WS-OTP-COUNT.
            MOVE 'N' TO WS-OTA-EOF.
            OPEN INPUT OT-PENDING-FILE.
            IF WS-OTP-STATUS NOT = '00'
                MOVE 'Y' TO WS-OTA-EOF
            END-IF.
            PERFORM UNTIL WS-OTA-EOF = 'Y'
                READ OT-PENDING-FILE
                    AT END MOVE 'Y' TO WS-OTA-EOF
                    NOT AT END PERFORM POST-OT-PENDING-PARA
                END-READ
            END-PERFORM.
            IF WS-OTP-STATUS = '00' OR WS-OTP-STATUS = '10'
                CLOSE OT-PENDING-FILE
            END-IF.

       POST-OT-PENDING-PARA.
            IF OTP-REL-DATE = WS-SLIP-RUN-DATE
                ADD OTP-REL-HOURS TO OTP-HOURS
                SUBTRACT OTP-REL-HOURS FROM OTP-USED
            END-IF.
            MOVE ZERO TO OTP-REL-DATE OTP-REL-HOURS.
            IF OTP-PERIOD NOT = WS-SLIP-RUN-DATE AND
                OTP-HOURS > ZERO
                IF WS-OTP-COUNT >= MAX-OTP-COUNT
                    DISPLAY "OVERTIME PENDING LIST EXCEEDS CAPACITY OF "
                        MAX-OTP-COUNT " - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-OTP-COUNT
                MOVE OT-PENDING-REC TO WS-OTP-ENTRY(WS-OTP-COUNT)
            END-IF.

       SUM-OT-AUTH-PARA.
            MOVE ZERO TO WS-OT-AUTH.
            MOVE SPACES TO WS-OT-MANAGER.
            PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                UNTIL WS-OTA-IDX > WS-OTA-COUNT
                IF WS-OTA-EMP-NO(WS-OTA-IDX) = WS-E-NO AND
                    WS-OTA-PERIOD(WS-OTA-IDX) = WS-OT-LOOK-PERIOD
                    ADD WS-OTA-HOURS(WS-OTA-IDX) TO WS-OT-AUTH
                    MOVE WS-OTA-MANAGER(WS-OTA-IDX) TO WS-OT-MANAGER
                END-IF
            END-PERFORM.

       APPLY-OT-AUTH-PARA.
            MOVE WS-SLIP-RUN-DATE TO WS-OT-LOOK-PERIOD.
            PERFORM SUM-OT-AUTH-PARA.
            IF WS-OT-HOURS > WS-OT-AUTH
                MOVE WS-OT-AUTH TO WS-OT-PAID
                COMPUTE WS-OT-HELD = WS-OT-HOURS - WS-OT-AUTH
                PERFORM HOLD-OT-PARA
            ELSE
                MOVE WS-OT-HOURS TO WS-OT-PAID
                MOVE ZERO TO WS-OT-HELD
            END-IF.
            MOVE ZERO TO WS-OT-REL-HOURS WS-OT-REL-PAY.
            PERFORM VARYING WS-OTP-IDX FROM 1 BY 1
                UNTIL WS-OTP-IDX > WS-OTP-COUNT
                IF WS-OTP-EMP-NO(WS-OTP-IDX) = WS-E-NO AND
                    WS-OTP-PERIOD(WS-OTP-IDX) < WS-SLIP-RUN-DATE AND
                    WS-OTP-HOURS(WS-OTP-IDX) > ZERO
                    PERFORM RELEASE-OT-PARA
                END-IF
            END-PERFORM.
            IF WS-OT-REL-HOURS > ZERO
                ADD 1 TO WS-OT-REL-COUNT
                DISPLAY "HELD OVERTIME RELEASED - EMP " WS-E-NO " "
                    WS-OT-REL-HOURS " HRS " WS-OT-REL-PAY
            END-IF.
      *     THE RELEASES LOOKED UP EARLIER PERIODS -- THIS PERIOD'S
      *     AUTHORISATION IS FETCHED AGAIN FOR THE BRANCH REPORT.
            MOVE WS-SLIP-RUN-DATE TO WS-OT-LOOK-PERIOD.
            PERFORM SUM-OT-AUTH-PARA.
            IF WS-OT-HOURS > ZERO OR WS-OT-AUTH > ZERO OR
                WS-OT-REL-HOURS > ZERO
                PERFORM RECORD-OT-REPORT-PARA
            END-IF.

       HOLD-OT-PARA.
            IF WS-OTP-COUNT >= MAX-OTP-COUNT
                DISPLAY "OVERTIME PENDING LIST EXCEEDS CAPACITY OF "
                    MAX-OTP-COUNT " - RUN STOPPED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-OTP-COUNT.
            MOVE WS-E-NO TO WS-OTP-EMP-NO(WS-OTP-COUNT).
            MOVE WS-SLIP-RUN-DATE TO WS-OTP-PERIOD(WS-OTP-COUNT).
            MOVE WS-OT-HELD TO WS-OTP-HOURS(WS-OTP-COUNT).
            MOVE WS-P-RATE TO WS-OTP-RATE(WS-OTP-COUNT).
            MOVE WS-OT-PAID TO WS-OTP-USED(WS-OTP-COUNT).
            MOVE ZERO TO WS-OTP-REL-DATE(WS-OTP-COUNT).
            MOVE ZERO TO WS-OTP-REL-HOURS(WS-OTP-COUNT).
            ADD 1 TO WS-OT-HELD-COUNT.
            DISPLAY "OVERTIME HELD FOR APPROVAL - EMP " WS-E-NO " "
                WS-OT-HELD " OF " WS-OT-HOURS " HRS NOT AUTHORISED".
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

       RELEASE-OT-PARA.
      *     WHAT THE PERIOD'S AUTHORISATION NOW COVERS BEYOND THE
      *     HOURS ALREADY PAID AT THE PREMIUM IS RELEASED, AT THE
      *     RATE THE HOURS WERE WORKED AT.
            MOVE WS-OTP-PERIOD(WS-OTP-IDX) TO WS-OT-LOOK-PERIOD.
            PERFORM SUM-OT-AUTH-PARA.
            MOVE ZERO TO WS-OT-AVAIL.
            IF WS-OT-AUTH > WS-OTP-USED(WS-OTP-IDX)
                COMPUTE WS-OT-AVAIL =
                    WS-OT-AUTH - WS-OTP-USED(WS-OTP-IDX)
            END-IF.
            IF WS-OT-AVAIL > WS-OTP-HOURS(WS-OTP-IDX)
                MOVE WS-OTP-HOURS(WS-OTP-IDX) TO WS-OT-REL-ONE
            ELSE
                MOVE WS-OT-AVAIL TO WS-OT-REL-ONE
            END-IF.
            IF WS-OT-REL-ONE > ZERO
                SUBTRACT WS-OT-REL-ONE FROM WS-OTP-HOURS(WS-OTP-IDX)
                ADD WS-OT-REL-ONE TO WS-OTP-USED(WS-OTP-IDX)
                MOVE WS-SLIP-RUN-DATE TO WS-OTP-REL-DATE(WS-OTP-IDX)
                MOVE WS-OT-REL-ONE TO WS-OTP-REL-HOURS(WS-OTP-IDX)
                COMPUTE WS-OT-REL-ONE-PAY ROUNDED = WS-OT-REL-ONE
                    * WS-OTP-RATE(WS-OTP-IDX) * (WS-OT-MULTIPLIER - 1)
                ADD WS-OT-REL-ONE TO WS-OT-REL-HOURS
                ADD WS-OT-REL-ONE-PAY TO WS-OT-REL-PAY
            END-IF.

       SAVE-OT-PENDING-PARA.
      *     ROWS STILL HOLDING HOURS CARRY FORWARD, AND SO DOES A ROW
      *     EMPTIED THIS RUN -- ITS RELEASE DATE LETS A RERUN UNDO IT.
            OPEN OUTPUT OT-PENDING-FILE.
            PERFORM VARYING WS-OTP-IDX FROM 1 BY 1
                UNTIL WS-OTP-IDX > WS-OTP-COUNT
                IF WS-OTP-HOURS(WS-OTP-IDX) > ZERO OR
                    WS-OTP-REL-DATE(WS-OTP-IDX) = WS-SLIP-RUN-DATE
                    MOVE WS-OTP-ENTRY(WS-OTP-IDX) TO OT-PENDING-REC
                    WRITE OT-PENDING-REC
                END-IF
            END-PERFORM.
            CLOSE OT-PENDING-FILE.
            DISPLAY WS-OT-HELD-COUNT " EMPLOYEES WITH OVERTIME HELD, "
                WS-OT-REL-COUNT " WITH HELD OVERTIME RELEASED".

       RECORD-OT-REPORT-PARA.
            IF WS-OTR-COUNT >= MAX-OTR-COUNT
                DISPLAY "OVERTIME REPORT TABLE FULL - EMP " WS-E-NO
                    " NOT REPORTED"
            ELSE
      *         SLIDE LATER ROWS UP ONE SLOT SO THE REPORT COMES OUT
      *         IN BRANCH AND EMP-NO ORDER.
                MOVE WS-OTR-COUNT TO WS-OTR-MOVE
                ADD 1 TO WS-OTR-COUNT
                PERFORM UNTIL WS-OTR-MOVE < 1 OR
                    WS-OTR-BCODE(WS-OTR-MOVE) < WS-E-BRANCH OR
                    (WS-OTR-BCODE(WS-OTR-MOVE) = WS-E-BRANCH AND
                    WS-OTR-EMP-NO(WS-OTR-MOVE) < WS-E-NO)
                    COMPUTE WS-OTR-IDX = WS-OTR-MOVE + 1
                    MOVE WS-OTR-ENTRY(WS-OTR-MOVE)
                        TO WS-OTR-ENTRY(WS-OTR-IDX)
                    SUBTRACT 1 FROM WS-OTR-MOVE
                END-PERFORM
                COMPUTE WS-OTR-IDX = WS-OTR-MOVE + 1
                MOVE WS-E-BRANCH TO WS-OTR-BCODE(WS-OTR-IDX)
                MOVE WS-E-NO TO WS-OTR-EMP-NO(WS-OTR-IDX)
                MOVE WS-NAME TO WS-OTR-NAME(WS-OTR-IDX)
                MOVE WS-OT-HOURS TO WS-OTR-WORKED(WS-OTR-IDX)
                MOVE WS-OT-PAID TO WS-OTR-PAID(WS-OTR-IDX)
                MOVE WS-OT-HELD TO WS-OTR-HELD(WS-OTR-IDX)
                MOVE WS-OT-REL-HOURS TO WS-OTR-REL(WS-OTR-IDX)
                MOVE WS-OT-AUTH TO WS-OTR-AUTH(WS-OTR-IDX)
                MOVE WS-OT-MANAGER TO WS-OTR-MANAGER(WS-OTR-IDX)
            END-IF.

       WRITE-OT-REPORT-PARA.
            OPEN OUTPUT OT-REPORT.
            MOVE WS-SLIP-RUN-DATE TO WS-ORT-DATE.
            MOVE WS-OT-RPT-TITLE TO OT-REPORT-LINE.
            WRITE OT-REPORT-LINE.
            MOVE ZERO TO WS-OTR-LAST-BCODE.
            MOVE ZERO TO WS-OTR-TOTALS.
            PERFORM VARYING WS-OTR-IDX FROM 1 BY 1
                UNTIL WS-OTR-IDX > WS-OTR-COUNT
                IF WS-OTR-IDX = 1 OR
                    WS-OTR-BCODE(WS-OTR-IDX) NOT = WS-OTR-LAST-BCODE
                    IF WS-OTR-IDX > 1
                        PERFORM WRITE-OT-BRANCH-TOTAL-PARA
                    END-IF
                    PERFORM WRITE-OT-BRANCH-HEAD-PARA
                END-IF
                MOVE WS-OTR-EMP-NO(WS-OTR-IDX) TO WS-ORD-EMP-NO
                MOVE WS-OTR-NAME(WS-OTR-IDX) TO WS-ORD-NAME
                MOVE WS-OTR-WORKED(WS-OTR-IDX) TO WS-ORD-WORKED
                MOVE WS-OTR-AUTH(WS-OTR-IDX) TO WS-ORD-AUTH
                MOVE WS-OTR-PAID(WS-OTR-IDX) TO WS-ORD-PAID
                MOVE WS-OTR-HELD(WS-OTR-IDX) TO WS-ORD-HELD
                MOVE WS-OTR-REL(WS-OTR-IDX) TO WS-ORD-REL
                MOVE WS-OTR-MANAGER(WS-OTR-IDX) TO WS-ORD-MANAGER
                MOVE WS-OT-RPT-DETAIL TO OT-REPORT-LINE
                WRITE OT-REPORT-LINE
                ADD WS-OTR-WORKED(WS-OTR-IDX) TO WS-OTT-WORKED
                ADD WS-OTR-AUTH(WS-OTR-IDX) TO WS-OTT-AUTH
                ADD WS-OTR-PAID(WS-OTR-IDX) TO WS-OTT-PAID
                ADD WS-OTR-HELD(WS-OTR-IDX) TO WS-OTT-HELD
                ADD WS-OTR-REL(WS-OTR-IDX) TO WS-OTT-REL
            END-PERFORM.
            IF WS-OTR-COUNT > ZERO
                PERFORM WRITE-OT-BRANCH-TOTAL-PARA
            ELSE
                MOVE "NO OVERTIME WORKED OR AUTHORISED THIS RUN"
                    TO OT-REPORT-LINE
                WRITE OT-REPORT-LINE
            END-IF.
            CLOSE OT-REPORT.

       WRITE-OT-BRANCH-HEAD-PARA.
            MOVE WS-OTR-BCODE(WS-OTR-IDX) TO WS-OTR-LAST-BCODE.
            MOVE WS-OTR-LAST-BCODE TO WS-ORB-BCODE.
            MOVE SPACES TO WS-ORB-NAME.
            IF WS-BRANCH-COUNT > ZERO
                SEARCH ALL WS-BRANCH-ENTRY
                    AT END CONTINUE
                    WHEN WS-BR-CODE(WS-BR-INX) = WS-OTR-LAST-BCODE
                        MOVE WS-BR-NAME(WS-BR-INX) TO WS-ORB-NAME
                END-SEARCH
            END-IF.
            MOVE SPACES TO OT-REPORT-LINE.
            WRITE OT-REPORT-LINE.
            MOVE WS-OT-RPT-BRANCH TO OT-REPORT-LINE.
            WRITE OT-REPORT-LINE.
            MOVE WS-OT-RPT-HEAD TO OT-REPORT-LINE.
            WRITE OT-REPORT-LINE.

       WRITE-OT-BRANCH-TOTAL-PARA.
            MOVE SPACES TO WS-ORD-EMP-NO WS-ORD-MANAGER.
            MOVE "BRANCH TOTAL" TO WS-ORD-NAME.
            MOVE WS-OTT-WORKED TO WS-ORD-WORKED.
            MOVE WS-OTT-AUTH TO WS-ORD-AUTH.
            MOVE WS-OTT-PAID TO WS-ORD-PAID.
            MOVE WS-OTT-HELD TO WS-ORD-HELD.
            MOVE WS-OTT-REL TO WS-ORD-REL.
            MOVE WS-OT-RPT-DETAIL TO OT-REPORT-LINE.
            WRITE OT-REPORT-LINE.
            MOVE ZERO TO WS-OTR-TOTALS.

       ACCUMULATE-COST-PARA.
      *     EACH BRANCH IN THE LABOUR DISTRIBUTION CARRIES ITS SHARE
      *     OF GROSS, OVERTIME AND ON-COST; TAX AND NET ARE PAID BY
      *     THE HOME BRANCH (ENTRY 1) AND STAY THERE.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                UNTIL WS-DST-IDX > WS-DIST-COUNT
                PERFORM ACCUMULATE-ONE-COST-PARA
            END-PERFORM.

       ACCUMULATE-ONE-COST-PARA.
            MOVE ZERO TO WS-CST-HIT.
            PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                UNTIL WS-CST-IDX > WS-COST-COUNT
                IF WS-CST-BCODE(WS-CST-IDX) = WS-DST-BRANCH(WS-DST-IDX)
                    MOVE WS-CST-IDX TO WS-CST-HIT
                    MOVE WS-COST-COUNT TO WS-CST-IDX
                END-IF
            IF WS-CST-HIT = ZERO
                IF WS-COST-COUNT >= 100
                    DISPLAY "BRANCH COST TABLE FULL - BRANCH "
                        WS-DST-BRANCH(WS-DST-IDX) " NOT ROLLED UP"
                ELSE
      *             SLIDE HIGHER BRANCHES UP ONE SLOT SO THE COST
      *             REPORT COMES OUT IN BRANCH ORDER.
                    MOVE WS-COST-COUNT TO WS-CST-MOVE
                    ADD 1 TO WS-COST-COUNT
                    PERFORM UNTIL WS-CST-MOVE < 1 OR
                        WS-CST-BCODE(WS-CST-MOVE) <
                        WS-DST-BRANCH(WS-DST-IDX)
                        COMPUTE WS-CST-IDX = WS-CST-MOVE + 1
                        MOVE WS-COST-ENTRY(WS-CST-MOVE)
                            TO WS-COST-ENTRY(WS-CST-IDX)
                        SUBTRACT 1 FROM WS-CST-MOVE
                    END-PERFORM
                    COMPUTE WS-CST-HIT = WS-CST-MOVE + 1
                    MOVE WS-DST-BRANCH(WS-DST-IDX)
                        TO WS-CST-BCODE(WS-CST-HIT)
                    MOVE WS-DST-REGION(WS-DST-IDX)
                        TO WS-CST-REGION(WS-CST-HIT)
                    MOVE ZERO TO WS-CST-GROSS(WS-CST-HIT)
                    MOVE ZERO TO WS-CST-TAX(WS-CST-HIT)
                    MOVE ZERO TO WS-CST-NET(WS-CST-HIT)
                    MOVE ZERO TO WS-CST-ERC(WS-CST-HIT)
                    MOVE ZERO TO WS-CST-OT(WS-CST-HIT)
                END-IF
            END-IF.
            IF WS-CST-HIT > ZERO
                ADD WS-DST-GROSS(WS-DST-IDX) TO WS-CST-GROSS(WS-CST-HIT)
                ADD WS-DST-ER(WS-DST-IDX) TO WS-CST-ERC(WS-CST-HIT)
                ADD WS-DST-OT(WS-DST-IDX) TO WS-CST-OT(WS-CST-HIT)
                IF WS-DST-IDX = 1
                    ADD WS-WITHHOLDING TO WS-CST-TAX(WS-CST-HIT)
                    ADD WS-NET-SALARY TO WS-CST-NET(WS-CST-HIT)
                END-IF
            END-IF.

       APPLY-DEDUCTIONS-PARA.
      *     CAPPED SO THE COMBINED DEDUCTIONS NEVER TAKE NET PAY
      *     BELOW ZERO (THE SHORTFALL STAYS ON THE MASTER FOR A
      *     LATER PAY). EACH APPLIED DEDUCTION IS ITEMIZED IN
      *     PAY-DATA (UP TO FIVE) AND ON THE PAYSLIP. A LEAVER'S
      *     RECURRING DEDUCTIONS STOP WITH THE FINAL PAY -- THEY ARE
      *     LISTED ON THE SETTLEMENT STATEMENT INSTEAD.
            MOVE ZERO TO WS-DED-TOTAL.
            MOVE ZERO TO WS-PAY-DED-IDX.
            MOVE ZERO TO WS-SLIP-DED-COUNT.
            COMPUTE WS-DED-AVAIL = WS-SALARY - WS-WITHHOLDING.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                UNTIL WS-DED-IDX > WS-DEDMST-COUNT
                IF WS-DED-EMP-NO(WS-DED-IDX) = WS-E-NO AND
                    NOT WS-LEAVER
                    PERFORM APPLY-ONE-DEDUCTION-PARA
                END-IF
            END-PERFORM.
                COMPUTE WS-DED-AMOUNT ROUNDED =
                    WS-SALARY * WS-DED-VALUE(WS-DED-IDX) / 100
            ELSE
      *         A FIXED AMOUNT IS FOR A WHOLE PERIOD, SO A JOINER'S
      *         PART PERIOD TAKES ITS SHARE.
                COMPUTE WS-DED-AMOUNT ROUNDED =
                    WS-DED-VALUE(WS-DED-IDX) * WS-PRORATE-FACTOR
            END-IF.
            IF WS-DED-AMOUNT > WS-DED-AVAIL
                DISPLAY "DEDUCTION " WS-DED-TYPE(WS-DED-IDX)
            END-PERFORM.

       WRITE-PAYSLIP-PARA.
      *     ONE SLIP PER EMPLOYEE, PADDED TO A FIXED-DEPTH
      *     PAGE SO CONTINUOUS STATIONERY TEARS CLEANLY BETWEEN
      *     EMPLOYEES -- THE PAD SHRINKS BY THE DEDUCTION, EMPLOYER
      *     CONTRIBUTION AND YTD LINES ACTUALLY WRITTEN.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-SLIP-RUN-DATE TO WS-SLIP-DATE.
            IF WS-LEAVER
                MOVE "  FINAL PAY" TO WS-SLIP-FINAL
            ELSE
                MOVE SPACES TO WS-SLIP-FINAL
            END-IF.
            MOVE WS-SLIP-TITLE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            MOVE WS-E-NO TO WS-SLIP-EMP-NO.
            MOVE WS-NAME TO WS-SLIP-NAME.
            MOVE WS-E-BRANCH TO WS-SLIP-BRANCH.
            MOVE WS-SLIP-EMP-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            IF WS-FRQ-START(WS-FRQ-HIT) > ZERO
                MOVE WS-FRQ-START(WS-FRQ-HIT) TO WS-SLIP-PER-START
                MOVE WS-FRQ-END(WS-FRQ-HIT) TO WS-SLIP-PER-END
                MOVE SPACES TO WS-SLIP-PER-NOTE
                IF WS-PRORATED
                    MOVE WS-EMPL-DAYS TO WS-SPN-DAYS
                    MOVE WS-PER-DAYS TO WS-SPN-OF
                    MOVE WS-SLIP-PRO-NOTE TO WS-SLIP-PER-NOTE
                END-IF
                MOVE WS-SLIP-PERIOD-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
                MOVE WS-SLIP-LEAVE-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            IF WS-HOL-PAID-HOURS > ZERO
                MOVE WS-HOL-PAID-HOURS TO WS-SLIP-PH-HOURS
                MOVE WS-HOL-PAY TO WS-SLIP-PH-PAY
                MOVE WS-SLIP-PUBHOL-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            IF WS-HOL-PREMIUM > ZERO
                MOVE WS-HOL-WORK-HOURS TO WS-SLIP-HP-HOURS
                MOVE WS-HOL-PREMIUM TO WS-SLIP-HP-PAY
                MOVE WS-SLIP-HOLPREM-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            IF WS-SETTLE-DAYS > ZERO
                MOVE WS-SETTLE-DAYS TO WS-SSE-DAYS
                MOVE WS-SETTLE-PAY TO WS-SSE-PAY
                MOVE WS-SLIP-SETTLE-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            IF WS-ARREARS > ZERO
                MOVE WS-ARREARS TO WS-SLIP-ARREARS
                MOVE WS-SLIP-ARREARS-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            IF WS-OT-REL-HOURS > ZERO
                MOVE WS-OT-REL-HOURS TO WS-SORL-HOURS
                MOVE WS-OT-REL-PAY TO WS-SORL-PAY
                MOVE WS-SLIP-OT-REL-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-IF.
            MOVE WS-REG-HOURS TO WS-SLIP-REG-HOURS.
            MOVE WS-OT-HOURS TO WS-SLIP-OT-HOURS.
            MOVE WS-OT-HELD TO WS-SLIP-OT-HELD.
            MOVE WS-SLIP-HOURS-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
            PERFORM VARYING WS-SHF-IDX FROM 1 BY 1
                MOVE WS-SLIP-SHIFT-LINE TO PAYSLIP-LINE
                PERFORM PUT-SLIP-LINE-PARA
            END-PERFORM.
      *     THE COST LINES COME BEFORE GROSS AND THE EMPLOYER LINES,
      *     SO A READER KNOWS THE SLIP IS SPLIT BEFORE IT MEETS THE
      *     TOTALS.
            IF WS-DIST-COUNT > 1
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-DIST-COUNT
                    MOVE WS-DST-BRANCH(WS-DST-IDX) TO WS-SCL-BRANCH
                    MOVE WS-DST-HOURS(WS-DST-IDX) TO WS-SCL-HOURS
                    MOVE WS-DST-GROSS(WS-DST-IDX) TO WS-SCL-GROSS
                    MOVE WS-DST-ER(WS-DST-IDX) TO WS-SCL-ER
                    MOVE WS-SLIP-COST-LINE TO PAYSLIP-LINE
                    PERFORM PUT-SLIP-LINE-PARA
                END-PERFORM
            END-IF.
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
            PERFORM VARYING WS-SLIP-PAD-IDX FROM 1 BY 1
            MOVE WS-NET-SALARY TO WS-SLIP-NET.
            MOVE WS-SLIP-NET-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
      *     EMPLOYER CONTRIBUTIONS ARE INFORMATION ONLY -- THEY ARE
      *     PAID ON TOP AND TAKE NOTHING OFF NET PAY.
            MOVE ZERO TO WS-SLIP-ER-COUNT.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                UNTIL WS-ERC-IDX > WS-ERC-COUNT
                IF WS-ERC-AMT(WS-ERC-IDX) > ZERO
                    MOVE WS-ERC-TYPE(WS-ERC-IDX) TO WS-SEL-CODE
                    MOVE WS-ERC-DESC(WS-ERC-IDX) TO WS-SEL-DESC
                    MOVE WS-ERC-AMT(WS-ERC-IDX) TO WS-SEL-AMT
                    MOVE WS-SLIP-ER-LINE TO PAYSLIP-LINE
                    PERFORM PUT-SLIP-LINE-PARA
                    ADD 1 TO WS-SLIP-ER-COUNT
                END-IF
            END-PERFORM.
            IF WS-YTD-HIT > ZERO
                MOVE WS-YTD-GROSS(WS-YTD-HIT) TO WS-SLIP-YTD-GROSS
                MOVE WS-YTD-NET(WS-YTD-HIT) TO WS-SLIP-YTD-NET
            END-IF.
            MOVE WS-SLIP-RULE-LINE TO PAYSLIP-LINE.
            PERFORM PUT-SLIP-LINE-PARA.
      *     TEN FIXED LINES WERE WRITTEN (TWO RULES, TITLE, EMP,
      *     HOURS, RATE, GROSS, TAXABLE, WITHHELD, NET) PLUS THE
      *     VARIABLE DEDUCTION, EMPLOYER CONTRIBUTION AND YTD LINES --
      *     PAD OUT TO THE PAGE DEPTH. A SLIP THAT RUNS OVER THE PAGE
      *     GOES NEGATIVE AND TAKES NO PADDING.
            COMPUTE WS-SLIP-PAD-N =
                SLIP-PAGE-DEPTH - 10 - WS-SLIP-DED-COUNT
                - WS-SLIP-ER-COUNT.
            IF WS-YTD-HIT > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-LV-HOURS > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-HOL-PAID-HOURS > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-HOL-PREMIUM > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            SUBTRACT WS-SHF-W-CNT FROM WS-SLIP-PAD-N.
            IF WS-DIST-COUNT > 1
                SUBTRACT WS-DIST-COUNT FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-ARREARS > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-OT-REL-HOURS > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            IF WS-SETTLE-DAYS > ZERO
                SUBTRACT 1 FROM WS-SLIP-PAD-N
            END-IF.
            PERFORM VARYING WS-SLIP-PAD-IDX FROM 1 BY 1
                UNTIL WS-SLIP-PAD-IDX > WS-SLIP-PAD-N
                MOVE SPACES TO PAYSLIP-LINE
            MOVE PAYSLIP-LINE TO PSH-LINE.
            WRITE PAYSLIP-LINE.
            WRITE PSH-REC.
            ADD 1 TO WS-OL-PAYSLIP.
            ADD 1 TO WS-OL-SLIP-HIST.

       CLOSE-FILE.
            MOVE WS-BANK-PAID-COUNT TO WS-BPT-COUNT.
            WRITE BANK-PAY-LINE.
            CLOSE EMPLOYEE-DATA PAYROLL-DATA EMPLOYEE-MASTER
                EXCEPTION-FILE PAYSLIP-FILE PAYSLIP-HISTORY
                BANK-PAY-FILE BANK-EXCEPTION-FILE LEAVER-STATEMENT.
            DISPLAY WS-BANK-PAID-COUNT " BANK CREDITS TOTAL "
                WS-BANK-PAID-TOTAL " - " WS-NOBANK-COUNT
                " WITHOUT BANK DETAILS".
            PERFORM SAVE-YTD-PARA.
            PERFORM SAVE-LEAVE-PARA.
            PERFORM SAVE-RETRO-PARA.
            PERFORM SAVE-OT-PENDING-PARA.
            DISPLAY WS-EXCEPT-COUNT " RECORDS EXCEPTED".
            DISPLAY WS-NOT-DUE-COUNT " EMPLOYEES NOT DUE THIS CYCLE".
            DISPLAY WS-LEAVER-COUNT " LEAVERS SETTLED - "
                WS-TS-OUTSIDE-COUNT " TIMESHEET DAYS OUTSIDE"
                " EMPLOYMENT".

       WRITE-SUMMARY-PARA.
            IF WS-EMP-COUNT > ZERO
            CLOSE PAYROLL-SUMMARY-FILE.

       SET-FILE-NAMES.
            MOVE 'D:\cOBOLTRAINING\PublicHolidays.txt'
                TO WS-PUBHOL-PATH
            ACCEPT WS-PUBHOL-PATH FROM ENVIRONMENT 'PUBLIC_HOLIDAYS'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OtAuth.txt'
                TO WS-OT-AUTH-PATH
            ACCEPT WS-OT-AUTH-PATH FROM ENVIRONMENT 'OT_AUTH_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OtPending.txt'
                TO WS-OT-PENDING-PATH
            ACCEPT WS-OT-PENDING-PATH FROM ENVIRONMENT 'OT_PENDING'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\OvertimeAuthReport.txt'
                TO WS-OT-REPORT-PATH
            ACCEPT WS-OT-REPORT-PATH FROM ENVIRONMENT 'OT_AUTH_REPORT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\EMPLOYEEDATA.txt'
                TO WS-EMPLOYEE-DATA-PATH
            ACCEPT WS-EMPLOYEE-DATA-PATH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\CrossChargeList.txt'
                TO WS-CROSS-CHARGE-PATH
            ACCEPT WS-CROSS-CHARGE-PATH
                FROM ENVIRONMENT 'CROSS_CHARGE_LIST'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\Timesheet.txt'
                TO WS-TIMESHEET-PATH
            ACCEPT WS-TIMESHEET-PATH FROM ENVIRONMENT 'TIMESHEET_FILE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\LeaverSettlement.txt'
                TO WS-LEAVER-STMT-PATH
            ACCEPT WS-LEAVER-STMT-PATH
                FROM ENVIRONMENT 'LEAVER_SETTLEMENT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayslipHistory.txt'
                TO WS-SLIP-HIST-PATH
            ACCEPT WS-SLIP-HIST-PATH
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\BankPayHeld.txt'
                TO WS-BANK-PAY-PATH
            ACCEPT WS-BANK-PAY-PATH FROM ENVIRONMENT 'BANK_PAY_HELD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
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
            MOVE 'D:\cOBOLTRAINING\EmployerContrib.txt'
                TO WS-EMPLOYER-CONTRIB-PATH
            ACCEPT WS-EMPLOYER-CONTRIB-PATH
                FROM ENVIRONMENT 'EMPLOYER_CONTRIB'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollCheckpoint.txt'
                TO WS-PAY-CKPT-PATH
            ACCEPT WS-PAY-CKPT-PATH
                FROM ENVIRONMENT 'PAYROLL_CHECKPOINT'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollRestartWork.txt'
                TO WS-RESTART-WORK-PATH
            ACCEPT WS-RESTART-WORK-PATH
                FROM ENVIRONMENT 'PAYROLL_RESTART_WORK'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollSaveYTD.txt'
                TO WS-YTD-SAVE-PATH
            ACCEPT WS-YTD-SAVE-PATH
                FROM ENVIRONMENT 'PAYROLL_SAVE_YTD'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollSaveLeave.txt'
                TO WS-LEAVE-SAVE-PATH
            ACCEPT WS-LEAVE-SAVE-PATH
                FROM ENVIRONMENT 'PAYROLL_SAVE_LEAVE'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollSaveRetro.txt'
                TO WS-RETRO-SAVE-PATH
            ACCEPT WS-RETRO-SAVE-PATH
                FROM ENVIRONMENT 'PAYROLL_SAVE_RETRO'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE 'D:\cOBOLTRAINING\PayrollSaveOtPending.txt'
                TO WS-OT-PENDING-SAVE-PATH
            ACCEPT WS-OT-PENDING-SAVE-PATH
                FROM ENVIRONMENT 'PAYROLL_SAVE_OT_PENDING'
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

       END PROGRAM EMPLOYEEREPORT.
