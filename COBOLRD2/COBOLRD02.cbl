      *                checkpoint, run-control, locks, and run-stats
      *                are never touched, so the real 11 p.m. run is
      *                unaffected whatever the trial found.
      * 10/15/2026 SWL The open-PO table now carries each line's
      *                supplier code through load and rewrite, and a
      *                receipt posted against a line stamps the
      *                business date on it as the line's last-receipt
      *                date, so the supplier scorecard can measure
      *                on-time delivery and actual lead time.
      * 10/15/2026 SWL The open-PO rewrite also carries each line's
      *                printed flag and purchase-order document
      *                number, so a close between the reorder check
      *                and the PO print cannot make printed lines go
      *                out twice.
      * 10/15/2026 SWL The open-PO rewrite also carries each line's
      *                agreed unit price and invoiced quantity, which
      *                the supplier invoice match maintains.
      * 10/15/2026 SWL Stock promised to customers is held back. The
      *                open orders on CustomerOrders.txt (CUSTORD
      *                layout, kept by CUSTORDER and ORDERSWEEP) are
      *                totalled per branch/product at startup, and an
      *                option-1 issue is rejected (and backordered)
      *                when it would leave less on hand than is
      *                reserved -- except an issue with reason 'ORD',
      *                which is an order's own fulfilment and is only
      *                held to the on-hand balance. A backorder fills
      *                only from unreserved stock.
      * 10/15/2026 SWL Kits. KitMaster.txt (KITMST layout) lists the
      *                components of every kit product and how many go
      *                into one kit. An option-1 issue of a kit is
      *                exploded into one issue per component against
      *                the balance master; it posts only when every
      *                component covers its quantity (and any stock
      *                reserved for customer orders), otherwise the
      *                whole issue is rejected and backordered --
      *                never a partial issue. A kit backorder fills
      *                the same all-or-nothing way. The movement
      *                register prints the kit line with its
      *                component lines under it, and each component's
      *                history line carries reason 'Knn' (nn the kit)
      *                so the stock card shows where the units went.
      * 10/15/2026 SWL Lot expiry and first-expiry-first-out issuing.
      *                An option-2 receipt stamps its expiry date
      *                (TDN-EXPIRY, zero = none) on the lot balance --
      *                a lot received again keeps the earlier date.
      *                An option-1 issue keyed without a lot is now
      *                drawn from that branch's lots of the product,
      *                earliest expiry first (lots with no expiry
      *                last), one lot-register line per lot drawn;
      *                whatever the lots cannot cover stays untracked
      *                as before. An option-5 adjustment carrying a
      *                lot (the expiry write-off) clears that lot on
      *                the lot balance. A restart replays the draw-
      *                down without re-appending register lines. The
      *                unmatched, balance-error and invalid-branch
      *                records widen with the 35-byte TDYTRAN layout,
      *                so those files must be drained before cutover.
      * 10/15/2026 SWL Serial-number tracking for products the product
      *                master flags serial-tracked. Receipts, issues,
      *                option-4 transfers, option-6 confirmations and
      *                the option-7/8/9 quarantine moves of such a
      *                product must be matched by exactly as many
      *                serials on the day's SerialTran.txt (SERMOVE)
      *                as the transaction's quantity, each serial in
      *                the status the move expects at that branch;
      *                otherwise the transaction is rejected to the
      *                balance-error file and nothing is applied. An
      *                applied move updates the serial register
      *                (SerialRegister.txt, SERREG, rewritten at end
      *                of run) and appends a line per serial to
      *                SerialHistory.txt (SERHIST). Serials on the
      *                feed that no applied transaction claimed are
      *                listed on SerialExceptions.txt (RETURN-CODE 4).
      *                A restart replays the register postings of
      *                committed moves without re-appending history.
      * 10/15/2026 SWL Reversal transaction, option 0. The branch keys
      *                the reference of a movement already posted (in
      *                the quantity field) and optionally its business
      *                date (in the expiry field); the exact opposite
      *                is posted -- the balance change is undone, an
      *                open in-transit line is withdrawn or a
      *                confirmed one reopened, a PO receipt comes back
      *                off its PO line, lots drawn or credited are put
      *                back, and quarantine moves are unwound. To make
      *                that possible every posted movement now also
      *                writes a detail record (MovementDetail.dat,
      *                MOVEDTL layout, INDEXED on the history key)
      *                holding the quantity, before/after balances,
      *                other branch, PO line and lots; quarantine
      *                returns and scraps get one under their own
      *                sequence. The reversal and the original are
      *                linked to each other on the detail, and an
      *                original already linked refuses a second
      *                reversal. The movement register widens to 100
      *                bytes and prints each line's reference, plus
      *                on a reversal the reference, option and reason
      *                it backs out. Serial-tracked moves are refused
      *                (the serials must be moved back explicitly), as
      *                is anything the stock has since moved on from.
      *                Nothing is written to the adjustments register.
      * 10/15/2026 SWL Accounting-period posting lock. The business
      *                date is checked against the period master
      *                (AccountPeriods.txt, PERIODMST) through the
      *                shared PERIODCHK lookup -- once per run, or per
      *                queued day in catch-up mode. A date in a period
      *                finance has closed no longer posts into it: the
      *                day's movements are routed to the open period
      *                (today's date, or the open period's first day)
      *                and every routed transaction is listed on
      *                PeriodExceptions.txt with its original date,
      *                closed period and routed date (RETURN-CODE 4).
      *                Postings into a period that is closing are
      *                listed too. A closed date with no open period
      *                after it refuses the run with RETURN-CODE 12.
      *                Run control and run statistics stay keyed on
      *                the business date.
      * 10/15/2026 SWL Product code widened from two digits to six on
      *                every shared layout and private record. The
      *                transaction buffers follow the 39-byte TDYTRAN
      *                record; the movement and adjustment registers
      *                shift every column after the product code four
      *                to the right (the movement register and period
      *                exception lines widen to 110, the in-transit
      *                report to 100, which also stops its flag from
      *                being cut off).
      * 10/15/2026 SWL Region-partitioned close: CLOSE_REGION=nn runs
      *                this program as one region's partition of a split
      *                close (CLOSESPLIT cuts the feed per region and
      *                holds the locks and run-control entry; CLOSEMERGE
      *                puts the files back together). Every per-run file
      *                -- the feed slice, carry files, outputs, trails,
      *                checkpoint and run-statistics line -- becomes a
      *                '.Rnn' twin, the carry files are cut to the
      *                region's branches through BRREGION, and only the
      *                region's master and serial-register rows are
      *                footed and written. A fresh confirmation whose
      *                sender is in another region and has no open
      *                in-transit line yet is parked on the unmatched
      *                file for the next run instead of rejected. The
      *                checkpoint file is now opened after the whole
      *                checkpoint has been read, not while it is still
      *                being read, so a restart actually finds its
      *                committed sequences.
      * 10/15/2026 SWL Every option-1 issue now leaves a line on the
      *                issue-demand trail (DemandLog.txt, DEMANDLOG
      *                layout) for the service-level report: I when it
      *                is filled first time, R when it is rejected to
      *                the backorder list, and F when a backorder is
      *                later filled (carrying the date it was raised).
      *                A kit logs once under its own code. The trail
      *                is appended like the serial history, twinned
      *                in trial and region runs; a restart does not
      *                log a second R for a reject at or below the
      *                interrupted run's last committed sequence.
      * 10/15/2026 SWL Catch-up mode now accounts for the dates the
      *                queue skips: every date between one queued day
      *                and the next is checked against the public-
      *                holiday master (PublicHolidays.txt, PUBHOL) and
      *                the standing week (NON_WORKING_DAYS, as the job
      *                stream uses). A chain-wide holiday -- or one for
      *                the region a partitioned close is running -- and
      *                a standing non-working day are reported as
      *                having no close due; any other skipped date is
      *                reported as a missing close and sets
      *                RETURN-CODE 4. A queued day that is itself a
      *                holiday is noted and still applied.
      * 10/15/2026 SWL The period check now runs after the trial and
      *                partition redirects, so a trial run no longer
      *                adds to the live PeriodExceptions.txt.
      * 10/15/2026 SWL In a region close, a serial-tracked receiving
      *                confirmation from a sender in another region is
      *                parked on the unmatched file like any other, so
      *                it posts with its serials on the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRD2.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BHI-STATUS.
           SELECT MOVEMENT-DETAIL ASSIGN TO DYNAMIC
           WS-MOVEMENT-DETAIL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-KEY
           FILE STATUS IS WS-MVD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
           WS-CHECKPOINT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT PRODUCT-MASTER ASSIGN TO DYNAMIC
           WS-PRODUCT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KIT-MASTER ASSIGN TO DYNAMIC WS-KIT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KIT-STATUS.
           SELECT REASON-MASTER ASSIGN TO DYNAMIC
           WS-REASON-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           WS-CATCHUP-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUP-STATUS.
           SELECT PUBLIC-HOLIDAYS ASSIGN TO DYNAMIC WS-PUBHOL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHL-STATUS.
           SELECT INTRANSIT-FILE ASSIGN TO DYNAMIC
           WS-INTRANSIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           WS-LOT-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LMV-STATUS.
           SELECT SERIAL-FEED ASSIGN TO DYNAMIC WS-SERIAL-FEED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFD-STATUS.
           SELECT SERIAL-REGISTER ASSIGN TO DYNAMIC
           WS-SERIAL-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRG-STATUS.
           SELECT SERIAL-HISTORY ASSIGN TO DYNAMIC
           WS-SERIAL-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHS-STATUS.
           SELECT DEMAND-LOG ASSIGN TO DYNAMIC WS-DEMAND-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DML-STATUS.
           SELECT SERIAL-EXCEPTIONS ASSIGN TO DYNAMIC
           WS-SERIAL-EXCEPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-EXCEPTIONS ASSIGN TO DYNAMIC
           WS-PERIOD-EXCEPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PX-STATUS.
           SELECT QUARBAL-FILE ASSIGN TO DYNAMIC WS-QUARBAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QBL-STATUS.
           SELECT CUSTORDER-FILE ASSIGN TO DYNAMIC WS-CUSTORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-STATUS.
           SELECT TRIAL-MASTER ASSIGN TO DYNAMIC WS-TRIAL-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           SELECT PROJECTION-SUMMARY ASSIGN TO DYNAMIC
           WS-PROJECTION-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNSTATS-TWIN ASSIGN TO DYNAMIC WS-RUNSTATS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 BALMASTER-REC.
           05 BAL-KEY.
               10 BAL-BCODE PIC 9(3).
               10 BAL-PCODE PIC 9(6).
           05 BAL-QUANTITY PIC 9(7).

       FD TDYTRANSAICTION.
                                   TDN-QTY-NAME BY TDY-QTY
                                   TDN-TOBR-NAME BY TDY-TO-BRANCH
                                   TDN-REASON-NAME BY TDY-REASON
                                   TDN-LOT-NAME BY TDY-LOT
                                   TDN-UNIT-NAME BY TDY-UNIT
                                   TDN-EXPIRY-NAME BY TDY-EXPIRY.

       FD NEWBALANCE.
       01 NEWBALANCE-FILE.
           05 NEW-BCODE PIC 9(3).
           05 NEW-PCODE PIC 9(6).
           05 NEW-QUANTITY PIC 9(7).

       FD ERRBALANCE.
       01 ERRBALANCE-FILE PIC X(39).

       FD UNMATCHED-FILE.
       01 UNMATCHED-LINE.
           05 UM-TRAN PIC X(39).
           05 UM-AGE PIC 9(2).

       FD UNMATCHED-PREV.
       01 UNMATCHED-PREV-LINE.
           05 UP-TRAN PIC X(39).
           05 UP-AGE PIC 9(2).

       FD AGING-REPORT.
       FD BACKORDER-FILE.
       01 BACKORDER-REC.
           05 BO-BCODE PIC 9(3).
           05 BO-PCODE PIC 9(6).
           05 BO-QTY PIC 9(7).
           05 BO-DATE PIC 9(8).
           05 BO-AGE PIC 9(2).
       FD BACKORDER-PREV.
       01 BACKORDER-PREV-REC.
           05 BOP-BCODE PIC 9(3).
           05 BOP-PCODE PIC 9(6).
           05 BOP-QTY PIC 9(7).
           05 BOP-DATE PIC 9(8).
           05 BOP-AGE PIC 9(2).
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
                                   MVD-LOT-COUNT-NAME BY MD-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME BY MD-LOT-ENTRY
                                   MVD-LOT-NAME BY MD-LOT
                                   MVD-LOT-QTY-NAME BY MD-LOT-QTY
                                   MVD-LINK-DATE-NAME BY MD-LINK-DATE
                                   MVD-LINK-REF-NAME BY MD-LINK-REF
                                   MVD-LINK-OPT-NAME BY MD-LINK-OPT.

       FD CHECKPOINT-FILE.
      * 'S' RECORDS CARRY A COMMITTED TRANSACTION SEQUENCE; 'D'/'K'
      * RECORDS (CATCH-UP ONLY, SEQUENCE ZERO) RECORD THAT A QUEUED
                                     BRM-STATUS-NAME BY BM-BRANCH-STAT.

       FD INVALID-BRANCH-FILE.
       01 INVALID-BRANCH-LINE PIC X(39).

       FD PRODUCT-MASTER.
           COPY PRODUCTMST REPLACING PRM-REC-NAME BY PRODUCT-MASTER-REC
                                      PRM-PCODE-NAME BY PM-PRODUCT-CODE
                                      PRM-PDESC-NAME BY PM-PRODUCT-DESC
                                      PRM-STATUS-NAME
                                          BY PM-PRODUCT-STAT
                                      PRM-SERIAL-NAME
                                          BY PM-PRODUCT-SERIAL.

       FD KIT-MASTER.
           COPY KITMST REPLACING KIT-REC-NAME BY KIT-MASTER-REC
                                  KIT-PCODE-NAME BY KM-KIT-PCODE
                                  KIT-COMP-NAME BY KM-COMP-PCODE
                                  KIT-QTY-NAME BY KM-COMP-QTY.

       FD REASON-MASTER.
           COPY REASONMST REPLACING RSN-REC-NAME BY REASON-MASTER-REC
       01 ADJUST-REGISTER-LINE PIC X(80).

       FD MOVEMENT-REGISTER.
       01 MOVEMENT-REGISTER-LINE PIC X(110).

       FD CATCHUP-LIST.
       01 CATCHUP-REC.
           05 CUP-DATE PIC 9(8).
           05 CUP-PATH PIC X(60).

       FD PUBLIC-HOLIDAYS.
           COPY PUBHOL REPLACING PHL-REC-NAME BY PUBHOL-REC
                                  PHL-DATE-NAME BY PHL-DATE
                                  PHL-REGION-NAME BY PHL-REGION
                                  PHL-NAME-NAME BY PHL-NAME
                                  PHL-PREMIUM-NAME BY PHL-PREMIUM.

       FD INTRANSIT-FILE.
       01 INTRANSIT-REC.
           05 ITR-FROM-BCODE PIC 9(3).
           05 ITR-TO-BCODE PIC 9(3).
           05 ITR-PCODE PIC 9(6).
           05 ITR-QTY PIC 9(7).
           05 ITR-SHIP-DATE PIC 9(8).

       01 INTRANSIT-PREV-REC.
           05 ITP-FROM-BCODE PIC 9(3).
           05 ITP-TO-BCODE PIC 9(3).
           05 ITP-PCODE PIC 9(6).
           05 ITP-QTY PIC 9(7).
           05 ITP-SHIP-DATE PIC 9(8).

       FD INTRANSIT-REPORT.
       01 INTRANSIT-REPORT-LINE PIC X(100).

       FD OPENPO-FILE.
           COPY OPENPO REPLACING OPO-REC-NAME BY OPENPO-REC
                                  OPO-ORDQTY-NAME BY OPO-ORDQTY
                                  OPO-RCVQTY-NAME BY OPO-RCVQTY
                                  OPO-DATE-NAME BY OPO-DATE
                                  OPO-STATUS-NAME BY OPO-STATUS
                                  OPO-SUPP-NAME BY OPO-SUPP
                                  OPO-RCVDATE-NAME BY OPO-RCVDATE
                                  OPO-PRINTED-NAME BY OPO-PRINTED
                                  OPO-DOCNUM-NAME BY OPO-DOCNUM
                                  OPO-PRICE-NAME BY OPO-PRICE
                                  OPO-INVQTY-NAME BY OPO-INVQTY.

       FD LOTBALANCE-FILE.
           COPY LOTBAL REPLACING LBL-REC-NAME BY LOTBALANCE-REC
                                  LBL-BCODE-NAME BY LBL-BCODE
                                  LBL-PCODE-NAME BY LBL-PCODE
                                  LBL-LOT-NAME BY LBL-LOT
                                  LBL-QTY-NAME BY LBL-QTY
                                  LBL-EXPIRY-NAME BY LBL-EXPIRY.

       FD LOT-REGISTER.
           COPY LOTMOVE REPLACING LMV-REC-NAME BY LOT-REGISTER-REC
                                   LMV-QTY-NAME BY LMV-QTY
                                   LMV-DATE-NAME BY LMV-DATE.

       FD SERIAL-FEED.
           COPY SERMOVE REPLACING SMV-REC-NAME BY SERIAL-FEED-REC
                                   SMV-BCODE-NAME BY SMV-BCODE
                                   SMV-PCODE-NAME BY SMV-PCODE
                                   SMV-OPTION-NAME BY SMV-OPTION
                                   SMV-TOBR-NAME BY SMV-TOBR
                                   SMV-SERIAL-NAME BY SMV-SERIAL.

       FD SERIAL-REGISTER.
           COPY SERREG REPLACING SRG-REC-NAME BY SERIAL-REGISTER-REC
                                  SRG-BCODE-NAME BY SRG-BCODE
                                  SRG-PCODE-NAME BY SRG-PCODE
                                  SRG-SERIAL-NAME BY SRG-SERIAL
                                  SRG-STATUS-NAME BY SRG-STATUS
                                  SRG-DATE-NAME BY SRG-DATE.

       FD SERIAL-HISTORY.
           COPY SERHIST REPLACING SHS-REC-NAME BY SERIAL-HISTORY-REC
                                   SHS-DATE-NAME BY SHS-DATE
                                   SHS-BCODE-NAME BY SHS-BCODE
                                   SHS-PCODE-NAME BY SHS-PCODE
                                   SHS-SERIAL-NAME BY SHS-SERIAL
                                   SHS-OPTION-NAME BY SHS-OPTION
                                   SHS-STATUS-NAME BY SHS-STATUS
                                   SHS-TOBR-NAME BY SHS-TOBR
                                   SHS-REF-NAME BY SHS-REF.

       FD DEMAND-LOG.
           COPY DEMANDLOG REPLACING DML-REC-NAME BY DEMAND-LOG-REC
                                     DML-DATE-NAME BY DML-DATE
                                     DML-REF-NAME BY DML-REF
                                     DML-EVENT-NAME BY DML-EVENT
                                     DML-BCODE-NAME BY DML-BCODE
                                     DML-PCODE-NAME BY DML-PCODE
                                     DML-QTY-NAME BY DML-QTY
                                     DML-RAISED-NAME BY DML-RAISED.

       FD SERIAL-EXCEPTIONS.
       01 SERIAL-EXCEPTIONS-LINE PIC X(80).

       FD PERIOD-EXCEPTIONS.
       01 PERIOD-EXCEPT-LINE PIC X(110).

       FD QUARBAL-FILE.
           COPY QUARBAL REPLACING QBL-REC-NAME BY QUARBAL-REC
                                   QBL-BCODE-NAME BY QBL-BCODE
                                   QBL-PCODE-NAME BY QBL-PCODE
                                   QBL-QTY-NAME BY QBL-QTY.

       FD CUSTORDER-FILE.
           COPY CUSTORD REPLACING COR-REC-NAME BY CUSTORDER-REC
                                   COR-ORDNUM-NAME BY COR-ORDNUM
                                   COR-BCODE-NAME BY COR-BCODE
                                   COR-PCODE-NAME BY COR-PCODE
                                   COR-QTY-NAME BY COR-QTY
                                   COR-PROMDATE-NAME BY COR-PROMDATE
                                   COR-STATUS-NAME BY COR-STATUS
                                   COR-CUSTREF-NAME BY COR-CUSTREF
                                   COR-ENTDATE-NAME BY COR-ENTDATE
                                   COR-CLOSEDATE-NAME BY COR-CLOSEDATE.

       FD TRIAL-MASTER.
      * THE TRIAL COPY OF THE BALANCE MASTER -- SAME SHAPE AS
      * BALMASTER, WRITTEN IN KEY ORDER AT TRIAL START-UP AND THEN
       01 TRIAL-MASTER-REC.
           05 TBM-KEY.
               10 TBM-BCODE PIC 9(3).
               10 TBM-PCODE PIC 9(6).
           05 TBM-QUANTITY PIC 9(7).

       FD COPY-IN.
       FD PROJECTION-SUMMARY.
       01 PROJECTION-LINE PIC X(100).

      * A REGION PARTITION'S RUN-STATISTICS LINE, IN THE RUNSTATS
      * LAYOUT, LEFT FOR CLOSEMERGE INSTEAD OF GOING TO THE SHARED
      * FILE.
       FD RUNSTATS-TWIN.
       01 RUNSTATS-TWIN-REC PIC X(62).

       FD VARIANCE-FILE.
       01 VARIANCE-REC.
           05 SV-BCODE PIC 9(3).
           05 SV-PCODE PIC 9(6).
           05 SV-BOOK PIC 9(7).
           05 SV-COUNTED PIC 9(7).
           05 SV-DIFF PIC S9(8) SIGN LEADING SEPARATE.
                                   TDN-QTY-NAME BY WS-TDY-QUANTITY
                                   TDN-TOBR-NAME BY WS-TDY-TO-BRANCH
                                   TDN-REASON-NAME BY WS-TDY-REASON
                                   TDN-LOT-NAME BY WS-TDY-LOT
                                   TDN-UNIT-NAME BY WS-TDY-UNIT
                                   TDN-EXPIRY-NAME BY WS-TDY-EXPIRY.
       01 WS-EOF2 PIC A(1).
       01 WS-BAL-EOF PIC A(1).

           05 WS-BD-MONTH PIC 9(2).
           05 WS-BD-DAY PIC 9(2).

      * ACCOUNTING-PERIOD POSTING LOCK. THE BUSINESS DATE IS CHECKED
      * AGAINST THE PERIOD MASTER THROUGH THE SHARED PERIODCHK
      * SUBPROGRAM (PER QUEUED DAY IN CATCH-UP MODE). A DATE IN A
      * CLOSED PERIOD POSTS ON THE ROUTED DATE IN THE OPEN PERIOD --
      * WS-RUN-DATE BECOMES THE ROUTED DATE FOR THE DAY'S POSTINGS,
      * WHILE WS-PRD-BUS-DATE KEEPS THE BUSINESS DATE THE RUN-CONTROL
      * REGISTRY AND THE RUN STATISTICS ARE KEYED ON. EVERY
      * TRANSACTION ROUTED OUT OF A CLOSED PERIOD, OR POSTED INTO ONE
      * THAT IS CLOSING, IS LISTED ON THE PERIOD EXCEPTION LISTING.
       01 WS-PERIOD-CHECK.
           05 WS-PC-DATE PIC 9(8).
           05 WS-PC-PERIOD-ID PIC 9(6).
           05 WS-PC-STATUS PIC X(1).
           05 WS-PC-POST-DATE PIC 9(8).
           05 WS-PC-OPEN-ID PIC 9(6).
           05 WS-PC-RESULT PIC X(1).
       01 WS-PRD-BUS-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRD-POST-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRD-ROUTED PIC X(1) VALUE 'N'.
       01 WS-PRD-LIST PIC X(1) VALUE 'N'.
       01 WS-PRD-REFUSED PIC X(1) VALUE 'N'.
       01 WS-PX-OPEN PIC X(1) VALUE 'N'.
       01 WS-PX-STATUS PIC X(2).
       01 WS-PX-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PERIOD-EXCEPT-PATH PIC X(60).
       01 WS-PX-HEAD-LINE.
           05 FILLER PIC X(34)
               VALUE "POSTING-PERIOD EXCEPTIONS - DATED ".
           05 WS-PXH-BUSDATE PIC 9(8).
           05 FILLER PIC X(8) VALUE " PERIOD ".
           05 WS-PXH-PERIOD PIC 9(6).
           05 FILLER PIC X(8) VALUE " STATUS ".
           05 WS-PXH-STATUS PIC X(1).
           05 FILLER PIC X(8) VALUE " RUN ON ".
           05 WS-PXH-CLOCK PIC 9(8).
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-PX-DETAIL-LINE.
           05 WS-PXD-BUSDATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PXD-PERIOD PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PXD-STATUS PIC X(1).
           05 FILLER PIC X(9) VALUE " POSTED ".
           05 WS-PXD-POSTDATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PXD-POST-PERIOD PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PXD-TRAN PIC X(39).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PXD-NOTE PIC X(22).

       01 WS-BAL-STATUS PIC X(2).
       01 WS-BHI-STATUS PIC X(2).
       01 WS-BHI-WRITTEN PIC X(1).
       01 WS-BHI-BUMP PIC 9(3).
       01 WS-MVD-STATUS PIC X(2).
       01 WS-MVD-OPEN PIC X(1) VALUE 'N'.
       01 WS-MVD-WRITTEN PIC X(1).
       01 WS-MVD-BUMP PIC 9(3).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-CKPT-EOF PIC A(1) VALUE 'N'.
       01 WS-CKPT-RECS-READ PIC 9(7) VALUE ZERO.
       01 WS-ERRBALANCE-PATH PIC X(60).
       01 WS-UNMATCHED-FILE-PATH PIC X(60).
       01 WS-BALHISTORY-PATH PIC X(60).
       01 WS-MOVEMENT-DETAIL-PATH PIC X(60).
       01 WS-CHECKPOINT-FILE-PATH PIC X(60).
       01 WS-BRANCH-MASTER-PATH PIC X(60).
       01 WS-INVALID-BRANCH-FILE-PATH PIC X(60).
               DEPENDING ON WS-PRODUCT-COUNT
               ASCENDING KEY IS WS-PR-CODE
               INDEXED BY WS-PR-INX.
               10 WS-PR-CODE PIC 9(6).
               10 WS-PR-DESC PIC X(20).
               10 WS-PR-SERIAL PIC X(1).
       77 MAX-PRODUCT-COUNT PIC 9(3) VALUE 500.
       01 WS-PR-MOVE PIC 9(3).
       01 WS-PR-SUB PIC 9(3).
       01 WS-PRMST-EOF PIC A(1) VALUE 'N'.
       01 WS-CHECK-PCODE PIC 9(6).
       01 WS-PRODUCT-DESC PIC X(20).

      * KIT COMPONENTS -- ONE ROW PER KIT/COMPONENT PAIR FROM THE KIT
      * MASTER. LOADED BEFORE ANYTHING IS COMMITTED, SO A MASTER PAST
      * CAPACITY STOPS THE RUN CLEAN.
       01 WS-KIT-MASTER-PATH PIC X(60).
       01 WS-KIT-STATUS PIC X(2).
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 500 TIMES.
               10 WS-KT-PCODE PIC 9(6).
               10 WS-KT-COMP PIC 9(6).
               10 WS-KT-QTY PIC 9(4).
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-KIT-COUNT PIC 9(3) VALUE 500.
       01 WS-KIT-IDX PIC 9(3).
       01 WS-KITMST-EOF PIC A(1) VALUE 'N'.
       01 WS-KIT-PCODE PIC 9(6).
       01 WS-KIT-FOUND PIC X(1).
       01 WS-KIT-ISSUE PIC X(1).
       01 WS-KIT-SHORT PIC X(1).
       01 WS-KIT-LEG PIC X(1) VALUE 'N'.
       01 WS-KIT-NEED PIC 9(11).
       01 WS-KIT-SAVE-QTY PIC 9(7).
       01 WS-KIT-SAVE-REASON PIC X(3).
       01 WS-KIT-REASON.
           05 FILLER PIC X(1) VALUE 'K'.
           05 WS-KIT-REASON-PCODE PIC 9(6).

       01 WS-REASON-MASTER-PATH PIC X(60).
       01 WS-ADJUST-REGISTER-PATH PIC X(60).
       01 WS-RSN-STATUS PIC X(2).

       01 WS-ADJ-HEAD-LINE.
           05 FILLER PIC X(80) VALUE
           "BRANCH PRODUCT                  OLD QTY  NEW QTY  REASON".
      * MOVEMENT REGISTER -- ONE PAGED LINE PER APPLIED TRANSACTION
      * (TRANSFERS PRINT ONE LINE PER LEG) WITH THE BALANCE BEFORE AND
      * AFTER, AND A NET-QUANTITY SUBTOTAL AT EACH CHANGE OF THE
       01 WS-AGING-REPORT-PATH PIC X(60).
       01 WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 200 TIMES.
               10 WS-CF-TRAN PIC X(39).
               10 WS-CF-AGE PIC 9(2).
       01 WS-CF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CF-IDX PIC 9(3).
       01 WS-BACKORDER-FILE-PATH PIC X(60).
       01 WS-BACKORDER-PREV-PATH PIC X(60).
       01 WS-BACKORDER-REPORT-PATH PIC X(60).

      * THE ISSUE-DEMAND TRAIL -- ONE LINE PER OPTION-1 OUTCOME (I
      * FILLED FIRST TIME, R BACKORDERED, F BACKORDER FILLED). A
      * REJECT USES NO CHECKPOINT, SO A RESTART REPLAYS IT; ONE AT OR
      * BELOW THE INTERRUPTED RUN'S LAST COMMITTED SEQUENCE WAS
      * LOGGED BEFORE THE FAILURE AND IS NOT LOGGED AGAIN.
       01 WS-DML-STATUS PIC X(2).
       01 WS-DEMAND-LOG-PATH PIC X(60).
       01 WS-DML-EVENT PIC X(1).
       01 WS-DML-QTY PIC 9(7).
       01 WS-DML-RAISED PIC 9(8).
       01 WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 200 TIMES.
               10 WS-BO-T-BCODE PIC 9(3).
               10 WS-BO-T-PCODE PIC 9(6).
               10 WS-BO-T-QTY PIC 9(7).
               10 WS-BO-T-DATE PIC 9(8).
               10 WS-BO-T-AGE PIC 9(2).
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-BOD-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-BOD-PCODE PIC 9(6).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-BOD-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(8) VALUE " RAISED ".
           05 WS-IT-ENTRY OCCURS 500 TIMES.
               10 WS-IT-T-FROM PIC 9(3).
               10 WS-IT-T-TO PIC 9(3).
               10 WS-IT-T-PCODE PIC 9(6).
               10 WS-IT-T-QTY PIC 9(7).
               10 WS-IT-T-DATE PIC 9(8).
               10 WS-IT-T-STATE PIC X(1).
           05 WS-PO-ENTRY OCCURS 500 TIMES.
               10 WS-PO-T-PONUM PIC 9(6).
               10 WS-PO-T-BCODE PIC 9(3).
               10 WS-PO-T-PCODE PIC 9(6).
               10 WS-PO-T-ORDQTY PIC 9(7).
               10 WS-PO-T-RCVQTY PIC 9(7).
               10 WS-PO-T-DATE PIC 9(8).
               10 WS-PO-T-STATE PIC X(1).
               10 WS-PO-T-SUPP PIC X(5).
               10 WS-PO-T-RCVDATE PIC 9(8).
               10 WS-PO-T-PRINTED PIC X(1).
               10 WS-PO-T-DOCNUM PIC 9(6).
               10 WS-PO-T-PRICE PIC 9(5)V99.
               10 WS-PO-T-INVQTY PIC 9(7).
       01 WS-PO-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-PO-COUNT PIC 9(3) VALUE 500.
       01 WS-PO-IDX PIC 9(3).
      * REGISTER FOR THE RECALL TRACE. A RESTART RELOADS THE LIVE
      * FILE (NEVER REWRITTEN MID-RUN) AND THE COMMITTED REPLAYS
      * RE-POST THE TABLE WITHOUT RE-APPENDING REGISTER LINES.
      * AN ISSUE KEYED WITHOUT A LOT IS DRAWN FROM THE BRANCH'S LOTS
      * EARLIEST EXPIRY FIRST (ZERO EXPIRY RANKS AS NEVER).
       01 WS-LBL-STATUS PIC X(2).
       01 WS-LMV-STATUS PIC X(2).
       01 WS-LOTBALANCE-PATH PIC X(60).
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 1000 TIMES.
               10 WS-LOT-T-BCODE PIC 9(3).
               10 WS-LOT-T-PCODE PIC 9(6).
               10 WS-LOT-T-LOT PIC X(6).
               10 WS-LOT-T-QTY PIC 9(7).
               10 WS-LOT-T-EXPIRY PIC 9(8).
       01 WS-LOT-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-LOT-COUNT PIC 9(4) VALUE 1000.
       01 WS-LOT-IDX PIC 9(4).
       01 WS-LOT-HIT PIC 9(4).
       01 WS-LOT-EOF PIC A(1).
       01 WS-FEFO-LEFT PIC 9(7).
       01 WS-FEFO-DRAW PIC 9(7).
       01 WS-FEFO-RANK PIC 9(8).
       01 WS-FEFO-BEST PIC 9(8).
       01 WS-FEFO-DONE PIC X(1).
       01 WS-LOT-REPLAY PIC X(1) VALUE 'N'.

      * SERIAL TRACKING -- THE DAY'S SERIAL FEED AND THE SERIAL
      * REGISTER, BOTH LOADED AT STARTUP. A TRANSACTION ON A SERIAL-
      * TRACKED PRODUCT CLAIMS ITS SERIALS FROM THE FEED IN FILE
      * ORDER (THE PICK LIST HOLDS THEIR FEED SLOTS); THE REGISTER IS
      * REWRITTEN AT END OF RUN, SO A RESTART RELOADS THE LIVE FILE
      * AND THE COMMITTED REPLAYS RE-POST IT WITHOUT RE-APPENDING
      * HISTORY LINES. WS-TRAN-APPLIED IS SET BY THE CHECKPOINT WRITE,
      * WHICH EVERY APPLIED TRANSACTION MAKES EXACTLY ONCE.
       01 WS-SFD-STATUS PIC X(2).
       01 WS-SRG-STATUS PIC X(2).
       01 WS-SHS-STATUS PIC X(2).
       01 WS-SERIAL-FEED-PATH PIC X(60).
       01 WS-SERIAL-REGISTER-PATH PIC X(60).
       01 WS-SERIAL-HISTORY-PATH PIC X(60).
       01 WS-SERIAL-EXCEPT-PATH PIC X(60).
       01 WS-SF-TABLE.
           05 WS-SF-ENTRY OCCURS 2000 TIMES.
               10 WS-SF-T-BCODE PIC 9(3).
               10 WS-SF-T-PCODE PIC 9(6).
               10 WS-SF-T-OPTION PIC 9.
               10 WS-SF-T-TOBR PIC 9(3).
               10 WS-SF-T-SERIAL PIC X(12).
               10 WS-SF-T-USED PIC X(1).
       01 WS-SF-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-SF-COUNT PIC 9(4) VALUE 2000.
       01 WS-SF-IDX PIC 9(4).
       01 WS-SR-TABLE.
           05 WS-SR-ENTRY OCCURS 5000 TIMES.
               10 WS-SR-T-BCODE PIC 9(3).
               10 WS-SR-T-PCODE PIC 9(6).
               10 WS-SR-T-SERIAL PIC X(12).
               10 WS-SR-T-STATUS PIC X(1).
               10 WS-SR-T-DATE PIC 9(8).
       01 WS-SR-COUNT PIC 9(5) VALUE ZERO.
       77 MAX-SR-COUNT PIC 9(5) VALUE 5000.
       01 WS-SR-IDX PIC 9(5).
       01 WS-SR-HIT PIC 9(5).
       01 WS-SER-EOF PIC A(1).
       01 WS-SER-PICK-TABLE.
           05 WS-SER-PICK PIC 9(4) OCCURS 500 TIMES.
       01 WS-SER-PICKED PIC 9(4).
       77 MAX-SER-PICK PIC 9(4) VALUE 500.
       01 WS-SER-P-IDX PIC 9(4).
       01 WS-SER-P-IDX2 PIC 9(4).
       01 WS-SER-DUP-IDX PIC 9(4).
       01 WS-SER-NEW-COUNT PIC 9(4).
       01 WS-SER-FIND-PCODE PIC 9(6).
       01 WS-SER-FIND-SERIAL PIC X(12).
       01 WS-SER-NEW-STATUS PIC X(1).
       01 WS-SER-NEW-BCODE PIC 9(3).
       01 WS-SERIAL-TRAN PIC X(1).
       01 WS-SERIAL-OK PIC X(1).
       01 WS-SERIAL-REPLAY PIC X(1) VALUE 'N'.
       01 WS-SERIAL-WHY PIC X(30).
       01 WS-TRAN-APPLIED PIC X(1) VALUE 'N'.
       01 WS-SER-UNUSED PIC 9(4) VALUE ZERO.
       01 WS-SER-MOVED PIC 9(7) VALUE ZERO.
       01 WS-SX-DETAIL-LINE.
           05 FILLER PIC X(14) VALUE "UNUSED SERIAL ".
           05 WS-SXD-SERIAL PIC X(12).
           05 FILLER PIC X(8) VALUE " BRANCH ".
           05 WS-SXD-BCODE PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-SXD-PCODE PIC 9(6).
           05 FILLER PIC X(8) VALUE " OPTION ".
           05 WS-SXD-OPTION PIC 9.
           05 FILLER PIC X(14) VALUE " OTHER BRANCH ".
           05 WS-SXD-TOBR PIC 9(3).
           05 FILLER PIC X(6) VALUE SPACES.

      * QUARANTINE BALANCES -- RETURNED STOCK HELD OUT OF THE
      * SELLABLE MASTER UNTIL RELEASED (OPTION 8) OR SCRAPPED
       01 WS-QUAR-TABLE.
           05 WS-QUAR-ENTRY OCCURS 1000 TIMES.
               10 WS-QR-T-BCODE PIC 9(3).
               10 WS-QR-T-PCODE PIC 9(6).
               10 WS-QR-T-QTY PIC 9(7).
       01 WS-QUAR-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-QUAR-COUNT PIC 9(4) VALUE 1000.
       01 WS-QUAR-EOF PIC A(1).
       01 WS-QUAR-OLD-QTY PIC 9(7).

      * CUSTOMER-ORDER RESERVATIONS -- THE OPEN ORDERS TOTALLED PER
      * BRANCH/PRODUCT AT STARTUP. READ ONLY; THE ORDER PROGRAMS OWN
      * THE FILE.
       01 WS-COR-STATUS PIC X(2).
       01 WS-CUSTORDER-PATH PIC X(60).
       01 WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 1000 TIMES.
               10 WS-RSV-T-BCODE PIC 9(3).
               10 WS-RSV-T-PCODE PIC 9(6).
               10 WS-RSV-T-QTY PIC 9(9).
       01 WS-RSV-COUNT PIC 9(4) VALUE ZERO.
       77 MAX-RSV-COUNT PIC 9(4) VALUE 1000.
       01 WS-RSV-IDX PIC 9(4).
       01 WS-RSV-HIT PIC 9(4).
       01 WS-RSV-EOF PIC A(1).
       01 WS-RSV-BCODE PIC 9(3).
       01 WS-RSV-PCODE PIC 9(6).
       01 WS-RSV-QTY PIC 9(9).

       01 WS-IT-DETAIL-LINE.
           05 FILLER PIC X(5) VALUE "FROM ".
           05 WS-ITD-FROM PIC 9(3).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-ITD-TO PIC 9(3).
           05 FILLER PIC X(9) VALUE " PRODUCT ".
           05 WS-ITD-PCODE PIC 9(6).
           05 FILLER PIC X(5) VALUE " QTY ".
           05 WS-ITD-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " SHIPPED ".
       01 WS-CATCHUP PIC X(1) VALUE 'N'.
           88 WS-CATCHUP-MODE VALUE 'Y'.
       01 WS-CUP-EOF PIC A(1) VALUE 'N'.

      * THE DATES A CATCH-UP QUEUE SKIPS -- EACH DATE BETWEEN ONE
      * QUEUED DAY AND THE NEXT IS LOOKED UP ON THE PUBLIC-HOLIDAY
      * MASTER AND AGAINST THE STANDING WEEK (DAY NUMBERS 1 = MONDAY
      * .. 7 = SUNDAY NOT WORKED), SO A HOLIDAY OR A CLOSED DAY IS
      * TOLD APART FROM A CLOSE THAT WAS NEVER QUEUED.
       01 WS-PUBHOL-PATH PIC X(60).
       01 WS-PHL-STATUS PIC X(2).
       01 WS-PHL-EOF PIC A(1).
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
               10 WS-HOL-DATE PIC 9(8).
               10 WS-HOL-REGION PIC 9(2).
               10 WS-HOL-NAME PIC X(30).
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       77 MAX-HOL-COUNT PIC 9(3) VALUE 200.
       01 WS-HOL-IDX PIC 9(3).
       01 WS-HOL-HIT PIC X(1).
       01 WS-HOL-HIT-NAME PIC X(30).
       01 WS-NONWORK-DAYS PIC X(7) VALUE '67'.
       01 WS-NONWORK-X PIC X(7).
       01 WS-PREV-CUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-GAP-DATE PIC 9(8).
       01 WS-GAP-DATE-R REDEFINES WS-GAP-DATE.
           05 WS-GAP-YEAR PIC 9(4).
           05 WS-GAP-MONTH PIC 9(2).
           05 WS-GAP-DAY PIC 9(2).
       01 WS-GAP-STEPS PIC 9(3).
       77 MAX-GAP-STEPS PIC 9(3) VALUE 60.
       01 WS-GAP-MISSED PIC 9(3) VALUE ZERO.
       01 WS-GAP-LAST-DAY PIC 9(2).
       01 WS-GAP-QUOT PIC 9(4).
       01 WS-GAP-REM4 PIC 9(1).
       01 WS-GAP-REM100 PIC 9(2).
       01 WS-GAP-REM400 PIC 9(3).
       01 WS-GAP-MONTH-LIST PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-GAP-MONTH-TABLE REDEFINES WS-GAP-MONTH-LIST.
           05 WS-GAP-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-GAP-DOW PIC 9(1).
       01 WS-GAP-DOW-X PIC X(1).
       01 WS-GAP-TALLY PIC 9(2).
       01 WS-ZC-Y PIC 9(4).
       01 WS-ZC-M PIC 9(2).
       01 WS-ZC-K PIC 9(2).
       01 WS-ZC-W1 PIC 9(4).
       01 WS-ZC-W2 PIC 9(4).
       01 WS-ZC-W3 PIC 9(4).
       01 WS-ZC-W4 PIC 9(4).
       01 WS-ZC-H PIC 9(5).
       01 WS-ZC-T PIC 9(5).
       01 WS-MV-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-MV-DELTA PIC S9(8).
       01 WS-MR-CUR-BRANCH PIC 9(3) VALUE ZERO.
       01 WS-MR-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MR-LINES-PER-PAGE PIC 9(2) VALUE 20.

      * MOVEMENT DETAIL. EACH HISTORY LINE (OR QUARANTINE MOVE)
      * STAGES ITS DETAIL HERE; IT IS WRITTEN WHEN THE NEXT ONE IS
      * STAGED OR THE TRANSACTION ENDS, SO THE SIDE EFFECTS THAT RUN
      * AFTER THE COMMIT (THE PO LINE POSTED, THE LOTS DRAWN, THE
      * SHIP DATE OF A CONFIRMED LINE) CAN STILL FILL IN THEIR PART.
      * WS-MVD-ORIG HOLDS THE MOVEMENT A REVERSAL IS BACKING OUT.
       01 WS-MVD-PENDING PIC X(1) VALUE 'N'.
       01 WS-MVD-NOTE-LOT PIC X(6).
       01 WS-MVD-NOTE-QTY PIC 9(7).
           COPY MOVEDTL REPLACING MVD-REC-NAME BY WS-MVD-STAGE
                                   MVD-KEY-NAME BY WS-MVS-KEY
                                   MVD-BCODE-NAME BY WS-MVS-BCODE
                                   MVD-PCODE-NAME BY WS-MVS-PCODE
                                   MVD-DATE-NAME BY WS-MVS-DATE
                                   MVD-REF-NAME BY WS-MVS-REF
                                   MVD-OPTION-NAME BY WS-MVS-OPTION
                                   MVD-QTY-NAME BY WS-MVS-QTY
                                   MVD-BEFORE-NAME BY WS-MVS-BEFORE
                                   MVD-AFTER-NAME BY WS-MVS-AFTER
                                   MVD-OTHBR-NAME BY WS-MVS-OTHBR
                                   MVD-SHIPDATE-NAME BY WS-MVS-SHIPDATE
                                   MVD-PONUM-NAME BY WS-MVS-PONUM
                                   MVD-REASON-NAME BY WS-MVS-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY WS-MVS-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY WS-MVS-LOT-ENTRY
                                   MVD-LOT-NAME BY WS-MVS-LOT
                                   MVD-LOT-QTY-NAME BY WS-MVS-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY WS-MVS-LINK-DATE
                                   MVD-LINK-REF-NAME BY WS-MVS-LINK-REF
                                   MVD-LINK-OPT-NAME BY WS-MVS-LINK-OPT.
           COPY MOVEDTL REPLACING MVD-REC-NAME BY WS-MVD-ORIG
                                   MVD-KEY-NAME BY WS-MVO-KEY
                                   MVD-BCODE-NAME BY WS-MVO-BCODE
                                   MVD-PCODE-NAME BY WS-MVO-PCODE
                                   MVD-DATE-NAME BY WS-MVO-DATE
                                   MVD-REF-NAME BY WS-MVO-REF
                                   MVD-OPTION-NAME BY WS-MVO-OPTION
                                   MVD-QTY-NAME BY WS-MVO-QTY
                                   MVD-BEFORE-NAME BY WS-MVO-BEFORE
                                   MVD-AFTER-NAME BY WS-MVO-AFTER
                                   MVD-OTHBR-NAME BY WS-MVO-OTHBR
                                   MVD-SHIPDATE-NAME BY WS-MVO-SHIPDATE
                                   MVD-PONUM-NAME BY WS-MVO-PONUM
                                   MVD-REASON-NAME BY WS-MVO-REASON
                                   MVD-LOT-COUNT-NAME
                                       BY WS-MVO-LOT-COUNT
                                   MVD-LOT-ENTRY-NAME
                                       BY WS-MVO-LOT-ENTRY
                                   MVD-LOT-NAME BY WS-MVO-LOT
                                   MVD-LOT-QTY-NAME BY WS-MVO-LOT-QTY
                                   MVD-LINK-DATE-NAME
                                       BY WS-MVO-LINK-DATE
                                   MVD-LINK-REF-NAME BY WS-MVO-LINK-REF
                                   MVD-LINK-OPT-NAME BY WS-MVO-LINK-OPT.

      * REVERSAL (OPTION 0). THE KEYED QUANTITY IS THE REFERENCE AND
      * THE EXPIRY FIELD THE DATE OF THE MOVEMENT BEING BACKED OUT;
      * WHILE THE OPPOSITE POSTS, TDY-QUANTITY CARRIES THE QUANTITY
      * ACTUALLY MOVED SO THE REGISTER AND THE DETAIL SHOW IT.
       01 WS-REV-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-REV-REF PIC 9(7).
       01 WS-REV-DATE PIC 9(8).
       01 WS-REV-FOUND PIC X(1).
       01 WS-REV-SCAN-END PIC X(1).
       01 WS-REV-SERIAL PIC X(1).
       01 WS-REV-DELTA PIC S9(8).
       01 WS-REV-ABS PIC 9(7).
       01 WS-REV-LOT-IDX PIC 9(1).
       01 WS-REV-IT-HIT PIC 9(3).
       01 WS-REV-IT-STATE PIC X(1).
       01 WS-REV-IT-FROM PIC 9(3).
       01 WS-REV-IT-TO PIC 9(3).
       01 WS-REV-IT-DATE PIC 9(8).
       01 WS-REV-WHY PIC X(40).

       01 WS-MR-HEAD-LINE.
           05 FILLER PIC X(110) VALUE
           "BRANCH PRODUCT                           OPT  TRAN QTY   BEF
      -    "ORE    AFTER   REFERENCE REVERSES OP  RSN".
       01 WS-MR-PAGE-LINE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-MR-PAGE-NO PIC ZZ9.
           05 FILLER PIC X(102) VALUE SPACES.
       01 WS-MR-DETAIL-LINE.
           05 WS-MR-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MR-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MR-DESC PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MR-BEFORE PIC ZZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-MR-AFTER PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MR-REF PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MR-LINK-REF PIC 9(7) BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MR-LINK-OPT PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MR-LINK-RSN PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-MR-KIT-LINE.
           05 WS-MRK-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MRK-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MRK-DESC PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MRK-OPTION PIC 9(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-MRK-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(38) VALUE "KIT - COMPONENTS ISSUED BELOW".
           05 FILLER PIC X(10) VALUE SPACES.
      * A REVERSED QUARANTINE RETURN OR SCRAP MOVES NO SELLABLE STOCK
      * -- ITS LINE CARRIES THE QUANTITY AND THE LINK, NO BALANCES.
       01 WS-MR-QREV-LINE.
           05 WS-MRQ-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MRQ-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MRQ-DESC PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-MRQ-OPTION PIC 9(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-MRQ-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "QUARANTINE ONLY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MRQ-REF PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MRQ-LINK-REF PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MRQ-LINK-OPT PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MRQ-LINK-RSN PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-MR-SUBTOTAL-LINE.
           05 FILLER PIC X(11) VALUE "  BRANCH ".
           05 WS-MR-SUB-BCODE PIC 9(3).
           05 FILLER PIC X(13) VALUE " NET MOVEMENT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MR-SUB-NET PIC +9(9).
           05 FILLER PIC X(72) VALUE SPACES.

       01 WS-ADJ-DETAIL-LINE.
           05 WS-ADJ-BCODE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-ADJ-PCODE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ADJ-DESC PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ADJ-REASON PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ADJ-REASON-DESC PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.

      * RECONCILIATION FOOTINGS -- OLDBALANCE-TOTAL (THE MASTER AS IT
      * STOOD BEFORE THE RUN) PLUS THE NET EFFECT OF EVERY APPLIED
       01 WS-PATH-WORK PIC X(60).
       01 WS-PATH-END PIC 9(2).
       01 WS-PATH-IDX PIC 9(2).
       01 WS-PATH-SUFFIX PIC X(6) VALUE '.trial'.
       01 WS-COPY-EOF PIC A(1).

      * REGION-PARTITIONED CLOSE -- CLOSE_REGION=nn RUNS THIS
      * INSTANCE AS ONE PARTITION OF A SPLIT CLOSE. CLOSESPLIT HAS
      * ALREADY CHECKED THE DATE IN WITH RUN CONTROL, CLAIMED THE
      * MASTER LOCKS AND CUT THE FEED INTO ONE SLICE PER REGION;
      * CLOSEMERGE PUTS THE PARTITIONS' FILES BACK TOGETHER AND
      * COMPLETES THE DATE. EVERY PER-RUN FILE (THE SLICE, THE CARRY
      * FILES, THE OUTPUTS, THE TRAILS AND THE CHECKPOINT) IS A
      * '.Rnn' TWIN OF THE REAL ONE, SO A FAILED REGION RESTARTS FROM
      * ITS OWN CHECKPOINT WITHOUT DISTURBING THE OTHERS. THE KEYED
      * MASTER, HISTORY AND MOVEMENT DETAIL ARE SHARED -- EVERY KEY
      * LEADS WITH THE BRANCH, AND A REGION ONLY POSTS ITS OWN
      * BRANCHES. THE CARRY FILES A REGION READS ARE CUT FROM THE
      * REAL ONES BY THE BRANCH EACH LINE BELONGS TO (THE RECEIVING
      * BRANCH FOR AN IN-TRANSIT LINE).
       01 WS-PARTITION PIC X(1) VALUE 'N'.
           88 WS-PARTITION-MODE VALUE 'Y'.
       01 WS-CLOSE-REGION-X PIC X(2).
       01 WS-CLOSE-REGION PIC 9(2) VALUE ZERO.
       01 WS-RUNSTATS-PATH PIC X(60).
       01 WS-RST-STATUS PIC X(2).
       01 WS-COPY-BCODE-POS PIC 9(3) VALUE ZERO.
       01 WS-COPY-KEEP PIC X(1).
       01 WS-IN-REGION PIC X(1).
       01 WS-IT-HELD PIC X(1).
       01 WS-SHARED-PATHS.
           05 WS-SHR-UNMATCHED-PATH PIC X(60).
           05 WS-SHR-BACKORDER-PATH PIC X(60).
           05 WS-SHR-INTRANSIT-PATH PIC X(60).
           05 WS-SHR-OPENPO-PATH PIC X(60).
           05 WS-SHR-LOTBAL-PATH PIC X(60).
           05 WS-SHR-QUARBAL-PATH PIC X(60).
           05 WS-SHR-SERFEED-PATH PIC X(60).
           05 WS-SHR-SERREG-PATH PIC X(60).

      * BRANCH-TO-REGION LOOKUP PASSED TO THE SHARED BRREGION
      * SUBPROGRAM, SO THIS RUN, THE SPLITTER AND THE MERGE ALL
      * PARTITION THE CHAIN THE SAME WAY.
       01 WS-BRREGION.
           05 WS-BRR-FUNC PIC X(5).
           05 WS-BRR-BCODE PIC 9(3).
           05 WS-BRR-ORDINAL PIC 9(2).
           05 WS-BRR-REGION PIC 9(2).
           05 WS-BRR-HOME-REGION PIC 9(2).
           05 WS-BRR-COUNT PIC 9(2).
           05 WS-BRR-RESULT PIC X(1).

      * FILE-LOCK REQUEST PASSED TO THE SHARED FILELOCK SUBPROGRAM --
      * THE BALANCE MASTER AND THE REFERENCE MASTERS ARE CLAIMED FOR
      * THE WHOLE CRITICAL SECTION SO AN INTERACTIVE SESSION CANNOT
            PERFORM LOAD-BRANCH-MASTER.
            PERFORM LOAD-PRODUCT-MASTER.
            PERFORM LOAD-REASON-MASTER.
            PERFORM LOAD-KIT-MASTER.
            STRING STRING1,STRING2,STRING3
            DELIMITED BY SIZE INTO STRING4
            END-STRING
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PARTITION-MODE
                IF WS-CATCHUP-MODE OR WS-TRIAL-MODE
      *             A REGION PARTITION IS ONE SLICE OF THE REAL
      *             CLOSE; IT CANNOT ALSO BE A QUEUE OR A SIMULATION.
                    DISPLAY "REGION CLOSE CANNOT COMBINE WITH CATCH-UP"
                        " OR TRIAL MODE - RUN REFUSED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM PARTITION-SETUP-PARA
                IF WS-RETURN-CODE = 12
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            IF WS-TRIAL-MODE
                IF WS-CATCHUP-MODE
      *             A TRIAL VETS ONE SUSPICIOUS FEED; THE CATCH-UP
                    STOP RUN
                END-IF
            END-IF.
      *     THE PERIOD CHECK MAY OPEN THE EXCEPTIONS LISTING, SO IT
      *     WAITS UNTIL A TRIAL OR A PARTITION HAS REDIRECTED IT.
            MOVE WS-RUN-DATE TO WS-PRD-BUS-DATE.
            IF NOT WS-CATCHUP-MODE
                PERFORM CHECK-PERIOD-PARA
                IF WS-RETURN-CODE = 12
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
      *     IN CATCH-UP MODE THE RUN-CONTROL REGISTRY IS CHECKED AND
      *     COMPLETED PER QUEUED DAY INSIDE CATCHUP-ONE-DAY-PARA, SO
      *     EVERY CAUGHT-UP DATE GETS ITS OWN ENTRY AND PROTECTION.
      *     A TRIAL NEVER CHECKS IN -- IT MUST NEITHER BE REFUSED AS
      *     A SECOND RUN NOR MARK THE DATE COMPLETE. NEITHER DOES A
      *     REGION PARTITION: THE SPLITTER CHECKED THE DATE IN FOR
      *     THE WHOLE CLOSE AND THE MERGE COMPLETES IT.
            IF NOT WS-CATCHUP-MODE AND NOT WS-TRIAL-MODE
                AND NOT WS-PARTITION-MODE
                PERFORM RUNCTL-START-PARA
                IF WS-RETURN-CODE = 12
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
      *     RUN CONTROL HAS CHECKED IN UNDER THE BUSINESS DATE; FROM
      *     HERE ON A DAY ROUTED OUT OF A CLOSED PERIOD POSTS ON ITS
      *     ROUTED DATE.
            IF WS-PRD-ROUTED = 'Y'
                MOVE WS-PRD-POST-DATE TO WS-RUN-DATE
            END-IF.
            PERFORM READ-CHECKPOINT.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PARTITION-MODE
                PERFORM PARTITION-COPY-PARA
            END-IF.
            PERFORM LOAD-CARRYFORWARD-PARA.
            PERFORM LOAD-BACKORDERS-PARA.
            PERFORM LOAD-INTRANSIT-PARA.
            PERFORM LOAD-OPENPO-PARA.
            PERFORM LOAD-LOTBAL-PARA.
            PERFORM LOAD-QUARBAL-PARA.
            PERFORM LOAD-RESERVATIONS-PARA.
            PERFORM LOAD-SERIAL-REGISTER-PARA.
            PERFORM LOAD-SERIAL-FEED-PARA.
            PERFORM SET-LOCKS-PARA.
            IF WS-RETURN-CODE = 12
                MOVE WS-RETURN-CODE TO RETURN-CODE
            PERFORM REWRITE-OPENPO-PARA.
            PERFORM REWRITE-LOTBAL-PARA.
            PERFORM REWRITE-QUARBAL-PARA.
            PERFORM REWRITE-SERIAL-REGISTER-PARA.
            PERFORM PUBLISH-SNAPSHOT-PARA.
            PERFORM CLOSE-FILE.
            PERFORM CLEAR-LOCKS-PARA.
            PERFORM RECONCILE-PARA.
            IF NOT WS-CATCHUP-MODE AND NOT WS-TRIAL-MODE
                AND NOT WS-PARTITION-MODE
                PERFORM RUNCTL-END-PARA
            END-IF.
            IF WS-TRIAL-MODE

       WRITE-RUNSTATS-PARA.
           MOVE 'COBOLRD2' TO WS-RS-PROGRAM.
           MOVE WS-PRD-BUS-DATE TO WS-RS-DATE.
           ACCEPT WS-RS-END FROM TIME.
           MOVE WS-TRAN-SEQ TO WS-RS-READ.
           MOVE WS-STAT-WRITTEN TO WS-RS-WRITTEN.
           MOVE WS-STAT-REJECTED TO WS-RS-REJECTED.
           MOVE WS-RETURN-CODE TO WS-RS-RC.
      *    A REGION PARTITION LEAVES ITS LINE ON ITS OWN TWIN; THE
      *    MERGE POSTS ONE LINE FOR THE WHOLE CLOSE, AND WILL NOT
      *    MERGE A REGION THAT NEVER GOT THIS FAR.
           IF WS-PARTITION-MODE
               OPEN OUTPUT RUNSTATS-TWIN
               WRITE RUNSTATS-TWIN-REC FROM WS-RUNSTATS
               CLOSE RUNSTATS-TWIN
           ELSE
               CALL 'RUNSTATS' USING WS-RUNSTATS
           END-IF.

       SET-BUSINESS-DATE.
           MOVE SPACES TO WS-CATCHUP-LIST-PATH.
      *    CLAIM MEANS ANOTHER RUN (OR A CRASHED ONE WHOSE LOCKS THE
      *    OPERATOR HAS NOT CLEARED) STILL HOLDS THEM. A TRIAL WORKS
      *    ONLY ON SCRATCH COPIES AND CLAIMS NOTHING (ITS LOCK CHECK
      *    HAPPENED BEFORE THE MASTER WAS COPIED). A REGION
      *    PARTITION RUNS UNDER THE SPLITTER'S CLAIM.
           IF NOT WS-TRIAL-MODE AND NOT WS-PARTITION-MODE
               MOVE 'SET  ' TO WS-FL-FUNC
               MOVE 'BALMASTER   ' TO WS-FL-RESOURCE
               CALL 'FILELOCK' USING WS-FILELOCK
           END-IF.

       CLEAR-LOCKS-PARA.
           IF NOT WS-TRIAL-MODE AND NOT WS-PARTITION-MODE
               MOVE 'CLEAR' TO WS-FL-FUNC
               MOVE 'BALMASTER   ' TO WS-FL-RESOURCE
               CALL 'FILELOCK' USING WS-FILELOCK

       COPY-MASTER-PARA.
           MOVE WS-BALMASTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-TRIAL-MASTER-PATH.
           MOVE 'N' TO WS-BAL-EOF.
           OPEN INPUT BALMASTER.
      *    THE PURE OUTPUTS ARE ONLY REDIRECTED.
           MOVE WS-OPENPO-PATH TO WS-COPY-IN-PATH.
           MOVE WS-OPENPO-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-OPENPO-PATH.
           MOVE WS-LOTBALANCE-PATH TO WS-COPY-IN-PATH.
           MOVE WS-LOTBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-LOTBALANCE-PATH.
           MOVE WS-QUARBAL-PATH TO WS-COPY-IN-PATH.
           MOVE WS-QUARBAL-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-QUARBAL-PATH.
           MOVE WS-BACKORDER-FILE-PATH TO WS-COPY-IN-PATH.
           MOVE WS-BACKORDER-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-FILE-PATH.
           MOVE WS-UNMATCHED-FILE-PATH TO WS-COPY-IN-PATH.
           MOVE WS-UNMATCHED-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-UNMATCHED-FILE-PATH.
           MOVE WS-INTRANSIT-FILE-PATH TO WS-COPY-IN-PATH.
           MOVE WS-INTRANSIT-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-FILE-PATH.
           MOVE WS-NEWBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-NEWBALANCE-PATH.
           MOVE WS-ERRBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-ERRBALANCE-PATH.
           MOVE WS-BALHISTORY-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BALHISTORY-PATH.
           MOVE WS-CHECKPOINT-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-CHECKPOINT-FILE-PATH.
           MOVE WS-INVALID-BRANCH-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INVALID-BRANCH-FILE-PATH.
           MOVE WS-ADJUST-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-ADJUST-REGISTER-PATH.
           MOVE WS-MOVEMENT-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-MOVEMENT-REGISTER-PATH.
           MOVE WS-VARIANCE-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-VARIANCE-FILE-PATH.
           MOVE WS-UNMATCHED-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-UNMATCHED-PREV-PATH.
           MOVE WS-AGING-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-AGING-REPORT-PATH.
           MOVE WS-BACKORDER-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-PREV-PATH.
           MOVE WS-BACKORDER-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-REPORT-PATH.
           MOVE WS-INTRANSIT-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-PREV-PATH.
           MOVE WS-INTRANSIT-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-REPORT-PATH.
           MOVE WS-LOT-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-LOT-REGISTER-PATH.
           MOVE WS-SERIAL-REGISTER-PATH TO WS-COPY-IN-PATH.
           MOVE WS-SERIAL-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-COPY-OUT-PATH.
           PERFORM COPY-FILE-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-REGISTER-PATH.
           MOVE WS-SERIAL-HISTORY-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-HISTORY-PATH.
           MOVE WS-DEMAND-LOG-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-DEMAND-LOG-PATH.
           MOVE WS-SERIAL-EXCEPT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-EXCEPT-PATH.
           MOVE WS-PERIOD-EXCEPT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-PERIOD-EXCEPT-PATH.

       APPEND-SUFFIX-PARA.
      *    STICK WS-PATH-SUFFIX ('.trial', OR A PARTITION'S '.Rnn') ON
      *    THE END OF THE PATH IN WS-PATH-WORK -- THE LAST NON-SPACE
      *    MARKS WHERE THE REAL NAME ENDS.
           MOVE 1 TO WS-PATH-END.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
               UNTIL WS-PATH-IDX > 54
                   MOVE WS-PATH-IDX TO WS-PATH-END
               END-IF
           END-PERFORM.
           MOVE WS-PATH-SUFFIX TO WS-PATH-WORK(WS-PATH-END + 1:6).

       COPY-FILE-PARA.
      *    PLAIN LINE-FOR-LINE COPY; A MISSING INPUT LEAVES AN EMPTY
      *    COPY, WHICH IS EXACTLY WHAT A FRESH RUN WOULD SEE. WITH
      *    WS-COPY-BCODE-POS SET, ONLY LINES WHOSE BRANCH (AT THAT
      *    POSITION) BELONGS TO THIS PARTITION'S REGION ARE COPIED.
           MOVE 'N' TO WS-COPY-EOF.
           OPEN INPUT COPY-IN.
           IF WS-CPI-STATUS NOT = '00'
               READ COPY-IN
                   AT END MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       PERFORM COPY-ONE-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE COPY-OUT.
               CLOSE COPY-IN
           END-IF.

       COPY-ONE-LINE-PARA.
           MOVE 'Y' TO WS-COPY-KEEP.
           IF WS-COPY-BCODE-POS > ZERO
               IF COPY-IN-REC(WS-COPY-BCODE-POS:3) IS NUMERIC
                   MOVE COPY-IN-REC(WS-COPY-BCODE-POS:3)
                       TO WS-BRR-BCODE
               ELSE
                   MOVE ZERO TO WS-BRR-BCODE
               END-IF
               PERFORM CHECK-REGION-PARA
               MOVE WS-IN-REGION TO WS-COPY-KEEP
           END-IF.
           IF WS-COPY-KEEP = 'Y'
               MOVE COPY-IN-REC TO COPY-OUT-REC
               WRITE COPY-OUT-REC
           END-IF.

       CHECK-REGION-PARA.
      *    DOES BRANCH WS-BRR-BCODE BELONG TO THIS PARTITION? THE
      *    ANSWER COMES FROM BRREGION, SO IT IS THE SAME ONE THE
      *    SPLITTER GAVE WHEN IT CUT THE FEED.
           MOVE 'FIND ' TO WS-BRR-FUNC.
           CALL 'BRREGION' USING WS-BRREGION.
           IF WS-BRR-REGION = WS-CLOSE-REGION
               MOVE 'Y' TO WS-IN-REGION
           ELSE
               MOVE 'N' TO WS-IN-REGION
           END-IF.

       PARTITION-SETUP-PARA.
      *    A PARTITION RUNS ONLY INSIDE A SPLIT CLOSE: ITS REGION MUST
      *    BE ON THE REGION MASTER, AND THE SPLITTER'S CLAIM ON THE
      *    BALANCE MASTER MUST STILL BE STANDING (THE MERGE RELEASES
      *    IT). THEN EVERY PER-RUN FILE IS REDIRECTED TO ITS TWIN.
           IF WS-CLOSE-REGION-X IS NUMERIC
               MOVE WS-CLOSE-REGION-X TO WS-CLOSE-REGION
           ELSE
               DISPLAY "INVALID CLOSE_REGION PARAMETER '"
                   WS-CLOSE-REGION-X "' - RUN REFUSED"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
           IF WS-RETURN-CODE NOT = 12
               MOVE 'N' TO WS-IN-REGION
               MOVE 'LIST ' TO WS-BRR-FUNC
               MOVE 1 TO WS-BRR-ORDINAL
               CALL 'BRREGION' USING WS-BRREGION
               PERFORM UNTIL WS-BRR-RESULT NOT = '0'
                   OR WS-IN-REGION = 'Y'
                   IF WS-BRR-REGION = WS-CLOSE-REGION
                       MOVE 'Y' TO WS-IN-REGION
                   ELSE
                       ADD 1 TO WS-BRR-ORDINAL
                       CALL 'BRREGION' USING WS-BRREGION
                   END-IF
               END-PERFORM
               IF WS-IN-REGION = 'N'
                   DISPLAY "REGION " WS-CLOSE-REGION
                       " IS NOT ON THE REGION MASTER - RUN REFUSED"
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE NOT = 12
               MOVE 'CHECK' TO WS-FL-FUNC
               MOVE 'BALMASTER   ' TO WS-FL-RESOURCE
               CALL 'FILELOCK' USING WS-FILELOCK
               IF WS-FL-RESULT = '0'
                   DISPLAY "NO SPLIT CLOSE IN PROGRESS - RUN "
                       "CLOSESPLIT FIRST - RUN REFUSED"
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE NOT = 12
               DISPLAY "REGION CLOSE - PARTITION " WS-CLOSE-REGION
               MOVE '.R' TO WS-PATH-SUFFIX
               MOVE WS-CLOSE-REGION-X TO WS-PATH-SUFFIX(3:2)
               PERFORM REDIRECT-PARTITION-PARA
           END-IF.

       REDIRECT-PARTITION-PARA.
      *    THE REAL CARRY FILES ARE REMEMBERED SO PARTITION-COPY-PARA
      *    CAN CUT THIS REGION'S SHARE OUT OF THEM ONCE IT KNOWS
      *    WHETHER THIS IS A RESTART.
           MOVE WS-UNMATCHED-FILE-PATH TO WS-SHR-UNMATCHED-PATH.
           MOVE WS-BACKORDER-FILE-PATH TO WS-SHR-BACKORDER-PATH.
           MOVE WS-INTRANSIT-FILE-PATH TO WS-SHR-INTRANSIT-PATH.
           MOVE WS-OPENPO-PATH TO WS-SHR-OPENPO-PATH.
           MOVE WS-LOTBALANCE-PATH TO WS-SHR-LOTBAL-PATH.
           MOVE WS-QUARBAL-PATH TO WS-SHR-QUARBAL-PATH.
           MOVE WS-SERIAL-FEED-PATH TO WS-SHR-SERFEED-PATH.
           MOVE WS-SERIAL-REGISTER-PATH TO WS-SHR-SERREG-PATH.
           MOVE WS-TDYTRANSACTION-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-TDYTRANSACTION-PATH.
           MOVE WS-NEWBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-NEWBALANCE-PATH.
           MOVE WS-ERRBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-ERRBALANCE-PATH.
           MOVE WS-UNMATCHED-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-UNMATCHED-FILE-PATH.
           MOVE WS-CHECKPOINT-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-CHECKPOINT-FILE-PATH.
           MOVE WS-INVALID-BRANCH-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INVALID-BRANCH-FILE-PATH.
           MOVE WS-ADJUST-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-ADJUST-REGISTER-PATH.
           MOVE WS-MOVEMENT-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-MOVEMENT-REGISTER-PATH.
           MOVE WS-VARIANCE-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-VARIANCE-FILE-PATH.
           MOVE WS-UNMATCHED-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-UNMATCHED-PREV-PATH.
           MOVE WS-AGING-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-AGING-REPORT-PATH.
           MOVE WS-BACKORDER-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-FILE-PATH.
           MOVE WS-BACKORDER-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-PREV-PATH.
           MOVE WS-BACKORDER-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-BACKORDER-REPORT-PATH.
           MOVE WS-INTRANSIT-FILE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-FILE-PATH.
           MOVE WS-INTRANSIT-PREV-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-PREV-PATH.
           MOVE WS-INTRANSIT-REPORT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-INTRANSIT-REPORT-PATH.
           MOVE WS-OPENPO-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-OPENPO-PATH.
           MOVE WS-LOTBALANCE-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-LOTBALANCE-PATH.
           MOVE WS-QUARBAL-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-QUARBAL-PATH.
           MOVE WS-LOT-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-LOT-REGISTER-PATH.
           MOVE WS-SERIAL-FEED-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-FEED-PATH.
           MOVE WS-SERIAL-REGISTER-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-REGISTER-PATH.
           MOVE WS-SERIAL-HISTORY-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-HISTORY-PATH.
           MOVE WS-DEMAND-LOG-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-DEMAND-LOG-PATH.
           MOVE WS-SERIAL-EXCEPT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-SERIAL-EXCEPT-PATH.
           MOVE WS-PERIOD-EXCEPT-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-PERIOD-EXCEPT-PATH.
           MOVE WS-RUNSTATS-PATH TO WS-PATH-WORK.
           PERFORM APPEND-SUFFIX-PARA.
           MOVE WS-PATH-WORK TO WS-RUNSTATS-PATH.

       PARTITION-COPY-PARA.
      *    CUT THIS REGION'S SHARE OF THE REAL CARRY FILES INTO ITS
      *    TWINS. UNMATCHED, BACKORDER AND IN-TRANSIT LINES ARE CUT
      *    ONLY ON A FRESH RUN -- A RESTART RELOADS THEM FROM ITS OWN
      *    PREV TWINS, AND ITS UNMATCHED TWIN IS ALREADY BEING
      *    EXTENDED. THE FILES ALWAYS READ LIVE ARE CUT EVERY TIME;
      *    THE REAL ONES DO NOT CHANGE UNTIL THE MERGE. THE SERIAL
      *    REGISTER GOES OVER WHOLE, BECAUSE A RETURN OR A RECEIPT
      *    CAN CLAIM A UNIT LAST SEEN AT ANY BRANCH; ONLY THIS
      *    REGION'S ROWS ARE WRITTEN BACK.
           IF WS-RESTART-FLAG NOT = 'Y'
               MOVE WS-SHR-UNMATCHED-PATH TO WS-COPY-IN-PATH
               MOVE WS-UNMATCHED-FILE-PATH TO WS-COPY-OUT-PATH
               MOVE 1 TO WS-COPY-BCODE-POS
               PERFORM COPY-FILE-PARA
               MOVE WS-SHR-BACKORDER-PATH TO WS-COPY-IN-PATH
               MOVE WS-BACKORDER-FILE-PATH TO WS-COPY-OUT-PATH
               MOVE 1 TO WS-COPY-BCODE-POS
               PERFORM COPY-FILE-PARA
               MOVE WS-SHR-INTRANSIT-PATH TO WS-COPY-IN-PATH
               MOVE WS-INTRANSIT-FILE-PATH TO WS-COPY-OUT-PATH
               MOVE 4 TO WS-COPY-BCODE-POS
               PERFORM COPY-FILE-PARA
           END-IF.
           MOVE WS-SHR-OPENPO-PATH TO WS-COPY-IN-PATH.
           MOVE WS-OPENPO-PATH TO WS-COPY-OUT-PATH.
           MOVE 7 TO WS-COPY-BCODE-POS.
           PERFORM COPY-FILE-PARA.
           MOVE WS-SHR-LOTBAL-PATH TO WS-COPY-IN-PATH.
           MOVE WS-LOTBALANCE-PATH TO WS-COPY-OUT-PATH.
           MOVE 1 TO WS-COPY-BCODE-POS.
           PERFORM COPY-FILE-PARA.
           MOVE WS-SHR-QUARBAL-PATH TO WS-COPY-IN-PATH.
           MOVE WS-QUARBAL-PATH TO WS-COPY-OUT-PATH.
           MOVE 1 TO WS-COPY-BCODE-POS.
           PERFORM COPY-FILE-PARA.
           MOVE WS-SHR-SERFEED-PATH TO WS-COPY-IN-PATH.
           MOVE WS-SERIAL-FEED-PATH TO WS-COPY-OUT-PATH.
           MOVE 1 TO WS-COPY-BCODE-POS.
           PERFORM COPY-FILE-PARA.
           MOVE WS-SHR-SERREG-PATH TO WS-COPY-IN-PATH.
           MOVE WS-SERIAL-REGISTER-PATH TO WS-COPY-OUT-PATH.
           MOVE ZERO TO WS-COPY-BCODE-POS.
           PERFORM COPY-FILE-PARA.

       WRITE-PROJECTION-PARA.
      *    THE TRIAL'S DELIVERABLE -- WHAT THE REAL RUN WOULD HAVE
      *    DONE, IN FOUR LINES THE SUPERVISOR CAN VET AT 6 P.M.

       RUNCTL-END-PARA.
           MOVE 'END' TO WS-RUNCTL-FUNC.
           MOVE WS-PRD-BUS-DATE TO WS-RUNCTL-DATE.
           MOVE SPACES TO WS-RUNCTL-PRED.
           CALL 'RUNCTL' USING WS-RUNCTL-REQUEST.

       CHECK-PERIOD-PARA.
      *    ASK THE PERIOD MASTER WHETHER THE BUSINESS DATE MAY STILL
      *    POST. A CLOSED PERIOD IS ROUTED TO THE OPEN ONE (THE CALLER
      *    SWAPS WS-RUN-DATE ONCE RUN CONTROL HAS CHECKED IN); A
      *    CLOSED PERIOD WITH NOTHING OPEN AFTER IT REFUSES THE RUN.
           MOVE WS-RUN-DATE TO WS-PRD-BUS-DATE.
           MOVE WS-RUN-DATE TO WS-PRD-POST-DATE.
           MOVE 'N' TO WS-PRD-ROUTED.
           MOVE 'N' TO WS-PRD-LIST.
           MOVE 'N' TO WS-PRD-REFUSED.
           MOVE WS-RUN-DATE TO WS-PC-DATE.
           CALL 'PERIODCHK' USING WS-PERIOD-CHECK.
           IF WS-PC-RESULT = '1'
               MOVE WS-PC-POST-DATE TO WS-PRD-POST-DATE
               MOVE 'Y' TO WS-PRD-ROUTED
               MOVE 'Y' TO WS-PRD-LIST
               DISPLAY "BUSINESS DATE " WS-PRD-BUS-DATE
                   " IS IN CLOSED PERIOD " WS-PC-PERIOD-ID
                   " - POSTINGS ROUTED TO " WS-PRD-POST-DATE
                   " IN PERIOD " WS-PC-OPEN-ID
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE IF WS-PC-RESULT = '8'
               DISPLAY "BUSINESS DATE " WS-PRD-BUS-DATE
                   " IS IN CLOSED PERIOD " WS-PC-PERIOD-ID
                   " AND NO LATER PERIOD IS OPEN - RUN REFUSED"
               MOVE 'Y' TO WS-PRD-REFUSED
               MOVE 12 TO WS-RETURN-CODE
           ELSE IF WS-PC-RESULT = '2'
               DISPLAY "NO ACCOUNTING PERIOD COVERS " WS-PRD-BUS-DATE
                   " - POSTED AS DATED"
           ELSE IF WS-PC-RESULT = '0' AND WS-PC-STATUS = 'G'
               MOVE 'Y' TO WS-PRD-LIST
               DISPLAY "PERIOD " WS-PC-PERIOD-ID " IS CLOSING - "
                   "POSTINGS FOR " WS-PRD-BUS-DATE " ARE LISTED"
           END-IF END-IF END-IF END-IF.
           IF WS-PRD-LIST = 'Y'
               PERFORM OPEN-PERIOD-EXCEPT-PARA
               MOVE WS-PRD-BUS-DATE TO WS-PXH-BUSDATE
               MOVE WS-PC-PERIOD-ID TO WS-PXH-PERIOD
               MOVE WS-PC-STATUS TO WS-PXH-STATUS
               MOVE WS-CLOCK-DATE TO WS-PXH-CLOCK
               MOVE WS-PX-HEAD-LINE TO PERIOD-EXCEPT-LINE
               WRITE PERIOD-EXCEPT-LINE
           END-IF.

       OPEN-PERIOD-EXCEPT-PARA.
      *    THE LISTING IS KEPT ACROSS RUNS FOR FINANCE, SO EACH RUN
      *    ADDS TO IT; IT IS ONLY CREATED WHEN THERE IS NONE YET.
           IF WS-PX-OPEN = 'N'
               OPEN EXTEND PERIOD-EXCEPTIONS
               IF WS-PX-STATUS NOT = '00'
                   OPEN OUTPUT PERIOD-EXCEPTIONS
               END-IF
               MOVE 'Y' TO WS-PX-OPEN
           END-IF.

       WRITE-PERIOD-EXCEPT-PARA.
           MOVE WS-PRD-BUS-DATE TO WS-PXD-BUSDATE.
           MOVE WS-PC-PERIOD-ID TO WS-PXD-PERIOD.
           MOVE WS-PC-STATUS TO WS-PXD-STATUS.
           MOVE WS-PRD-POST-DATE TO WS-PXD-POSTDATE.
           MOVE WS-TDYTRANSACTION TO WS-PXD-TRAN.
           IF WS-PRD-ROUTED = 'Y'
               MOVE WS-PC-OPEN-ID TO WS-PXD-POST-PERIOD
               MOVE "CLOSED - ROUTED" TO WS-PXD-NOTE
           ELSE
               MOVE WS-PC-PERIOD-ID TO WS-PXD-POST-PERIOD
               MOVE "POSTED WHILE CLOSING" TO WS-PXD-NOTE
           END-IF.
           MOVE WS-PX-DETAIL-LINE TO PERIOD-EXCEPT-LINE.
           WRITE PERIOD-EXCEPT-LINE.
           ADD 1 TO WS-PX-COUNT.

       OPEN-FILE.
           OPEN I-O BALMASTER.
           IF WS-BAL-STATUS NOT = '00'
               IF WS-BHI-STATUS NOT = '00'
                   OPEN OUTPUT BALHISTORY
               END-IF
      *        THE MOVEMENT DETAIL IS READ BACK BY REVERSALS IN THE
      *        SAME RUN, SO A MISSING FILE IS CREATED AND REOPENED
      *        I-O. A TRIAL ONLY READS THE LIVE FILE FOR ITS
      *        REVERSAL LOOKUPS AND NEVER WRITES IT.
               IF WS-TRIAL-MODE
                   OPEN INPUT MOVEMENT-DETAIL
               ELSE
                   OPEN I-O MOVEMENT-DETAIL
                   IF WS-MVD-STATUS NOT = '00'
                       OPEN OUTPUT MOVEMENT-DETAIL
                       CLOSE MOVEMENT-DETAIL
                       OPEN I-O MOVEMENT-DETAIL
                   END-IF
               END-IF
               IF WS-MVD-STATUS = '00'
                   MOVE 'Y' TO WS-MVD-OPEN
               ELSE
                   DISPLAY "MOVEMENT DETAIL NOT AVAILABLE - STATUS "
                       WS-MVD-STATUS " - REVERSALS WILL BE REFUSED"
               END-IF
               OPEN EXTEND LOT-REGISTER
               IF WS-LMV-STATUS NOT = '00'
                   OPEN OUTPUT LOT-REGISTER
               END-IF
               OPEN EXTEND SERIAL-HISTORY
               IF WS-SHS-STATUS NOT = '00'
                   OPEN OUTPUT SERIAL-HISTORY
               END-IF
               OPEN EXTEND DEMAND-LOG
               IF WS-DML-STATUS NOT = '00'
                   OPEN OUTPUT DEMAND-LOG
               END-IF
               OPEN EXTEND VARIANCE-FILE
               IF WS-VAR-STATUS NOT = '00'
                   OPEN OUTPUT VARIANCE-FILE
      *    THE PRIOR RUN COMPLETED NORMALLY AND CLOSE-FILE TRUNCATED IT
      *    -- NOT THAT AN ABEND LEFT A CHECKPOINT MID-RUN -- SO ONLY A
      *    NONZERO RECORD COUNT MARKS THIS AS A REAL RESTART.
           IF WS-CKPT-RECS-READ > ZERO
               MOVE 'Y' TO WS-RESTART-FLAG
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               MOVE 'N' TO WS-RESTART-FLAG
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

       ADD-CKPT-SEQ-PARA.
      *    INSERT THE COMMITTED SEQUENCE IN SORTED POSITION -- THE
           END-PERFORM.
           COMPUTE WS-CKPT-SUB = WS-CKPT-MOVE + 1.
           MOVE CKPT-TRAN-SEQ TO WS-CKPT-SEQ-T(WS-CKPT-SUB).

       SUM-MASTER-PARA.
      *    FOOT THE MASTER AS IT STANDS BEFORE ANY TRANSACTION IS
               READ BALMASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF
                   NOT AT END
                       PERFORM CHECK-MASTER-ROW-PARA
                       IF WS-IN-REGION = 'Y'
                           ADD BAL-QUANTITY TO WS-OLDBALANCE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MASTER-ROW-PARA.
      *    A REGION PARTITION FOOTS AND PUBLISHES ONLY ITS OWN
      *    BRANCHES' ROWS OF THE SHARED MASTER.
           MOVE 'Y' TO WS-IN-REGION.
           IF WS-PARTITION-MODE
               MOVE BAL-BCODE TO WS-BRR-BCODE
               PERFORM CHECK-REGION-PARA
           END-IF.

       READ-FILE2.
           READ TDYTRANSAICTION INTO WS-TDYTRANSACTION
               AT END MOVE 'Y' TO WS-EOF2
           PERFORM PROCESS-TRANFILE-PARA.

       CATCHUP-LOOP-PARA.
           PERFORM LOAD-HOLIDAY-PARA.
           OPEN INPUT CATCHUP-LIST.
           IF WS-CUP-STATUS NOT = '00'
               DISPLAY "CATCH-UP LIST NOT READABLE - STATUS "
           IF WS-CUP-STATUS = '00' OR WS-CUP-STATUS = '10'
               CLOSE CATCHUP-LIST
           END-IF.
           IF WS-GAP-MISSED > ZERO
               DISPLAY "CATCH-UP QUEUE SKIPS " WS-GAP-MISSED
                   " DATE(S) THAT NEEDED A CLOSE"
           END-IF.

       CATCHUP-ONE-DAY-PARA.
           ADD 1 TO WS-DAY-ORDINAL.
           IF CUP-DATE IS NUMERIC AND CUP-DATE NOT = ZERO
               MOVE CUP-DATE TO WS-RUN-DATE
               PERFORM CHECK-QUEUE-GAP-PARA
           END-IF.
           MOVE CUP-PATH TO WS-TDYTRANSACTION-PATH.
      *    A RESTART MUST MAKE EXACTLY THE SAME SKIP/PROCESS DECISION

       PROCESS-CATCHUP-DAY-PARA.
           DISPLAY "CATCH-UP CYCLE FOR BUSINESS DATE " WS-RUN-DATE.
      *    EACH QUEUED DAY IS CHECKED AGAINST THE PERIOD MASTER IN ITS
      *    OWN RIGHT; A DAY THAT CANNOT POST ANYWHERE STOPS THE QUEUE
      *    THE SAME WAY A MISSING PRE-EDIT DOES.
           PERFORM CHECK-PERIOD-PARA.
           IF WS-PRD-REFUSED = 'Y'
               MOVE 'Y' TO WS-CUP-EOF
           ELSE
               IF WS-PRD-ROUTED = 'Y'
                   MOVE WS-PRD-POST-DATE TO WS-RUN-DATE
               END-IF
               OPEN INPUT TDYTRANSAICTION
               PERFORM PROCESS-TRANFILE-PARA
               CLOSE TDYTRANSAICTION
               PERFORM FILL-BACKORDERS-PARA
               MOVE WS-PRD-BUS-DATE TO WS-RUN-DATE
               MOVE 'END' TO WS-RUNCTL-FUNC
               MOVE WS-RUN-DATE TO WS-RUNCTL-DATE
               MOVE SPACES TO WS-RUNCTL-PRED
               CALL 'RUNCTL' USING WS-RUNCTL-REQUEST
           END-IF.

       LOAD-HOLIDAY-PARA.
      *    A MISSING HOLIDAY MASTER LEAVES ONLY THE STANDING WEEK TO
      *    EXCUSE A SKIPPED DATE.
           MOVE ZERO TO WS-HOL-COUNT.
           MOVE 'N' TO WS-PHL-EOF.
           OPEN INPUT PUBLIC-HOLIDAYS.
           IF WS-PHL-STATUS NOT = '00'
               DISPLAY "PUBLIC-HOLIDAY MASTER NOT READABLE - STATUS "
                   WS-PHL-STATUS
               MOVE 'Y' TO WS-PHL-EOF
           END-IF.
           PERFORM UNTIL WS-PHL-EOF = 'Y'
               READ PUBLIC-HOLIDAYS
                   AT END MOVE 'Y' TO WS-PHL-EOF
                   NOT AT END
                       IF PHL-DATE IS NUMERIC AND
                           WS-HOL-COUNT < MAX-HOL-COUNT
                           ADD 1 TO WS-HOL-COUNT
                           MOVE PHL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                           MOVE PHL-NAME TO WS-HOL-NAME(WS-HOL-COUNT)
                           IF PHL-REGION IS NUMERIC
                               MOVE PHL-REGION
                                   TO WS-HOL-REGION(WS-HOL-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-HOL-REGION(WS-HOL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PHL-STATUS = '00' OR WS-PHL-STATUS = '10'
               CLOSE PUBLIC-HOLIDAYS
           END-IF.

       CHECK-QUEUE-GAP-PARA.
      *    EVERY DATE BETWEEN THE PREVIOUS QUEUED DAY AND THIS ONE HAS
      *    NO CLOSE IN THE QUEUE. A HOLIDAY FOR THE WHOLE CHAIN (OR
      *    FOR THE REGION THIS PARTITION CLOSES) OR A STANDING NON-
      *    WORKING DAY NEEDS NONE; ANY OTHER DATE IS A CLOSE THAT WAS
      *    NEVER QUEUED. ONLY REPORTS -- THE QUEUE IS APPLIED AS IT
      *    STANDS, SO A RESTART SEES THE SAME DAYS.
           IF WS-PREV-CUP-DATE NOT = ZERO AND
               CUP-DATE > WS-PREV-CUP-DATE
               MOVE WS-PREV-CUP-DATE TO WS-GAP-DATE
               MOVE ZERO TO WS-GAP-STEPS
               PERFORM NEXT-GAP-DAY-PARA
               PERFORM UNTIL WS-GAP-DATE NOT < CUP-DATE OR
                   WS-GAP-STEPS > MAX-GAP-STEPS
                   PERFORM CHECK-GAP-DAY-PARA
                   PERFORM NEXT-GAP-DAY-PARA
               END-PERFORM
               IF WS-GAP-STEPS > MAX-GAP-STEPS
                   DISPLAY "CATCH-UP GAP BEFORE " CUP-DATE
                       " LONGER THAN " MAX-GAP-STEPS
                       " DAYS - NOT CHECKED PAST " WS-GAP-DATE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE CUP-DATE TO WS-GAP-DATE.
           PERFORM FIND-HOLIDAY-PARA.
           IF WS-HOL-HIT = 'Y'
               DISPLAY "CATCH-UP DAY " CUP-DATE " IS PUBLIC HOLIDAY "
                   WS-HOL-HIT-NAME " - QUEUED FEED STILL APPLIED"
           END-IF.
           MOVE CUP-DATE TO WS-PREV-CUP-DATE.

       CHECK-GAP-DAY-PARA.
           PERFORM FIND-HOLIDAY-PARA.
           IF WS-HOL-HIT = 'Y'
               DISPLAY "NO CLOSE DUE " WS-GAP-DATE
                   " - PUBLIC HOLIDAY " WS-HOL-HIT-NAME
           ELSE
               PERFORM GAP-DAY-OF-WEEK-PARA
               MOVE WS-GAP-DOW TO WS-GAP-DOW-X
               MOVE ZERO TO WS-GAP-TALLY
               INSPECT WS-NONWORK-DAYS TALLYING WS-GAP-TALLY
                   FOR ALL WS-GAP-DOW-X
               IF WS-GAP-TALLY > ZERO
                   DISPLAY "NO CLOSE DUE " WS-GAP-DATE
                       " - STANDING NON-WORKING DAY"
               ELSE
                   DISPLAY "CLOSE MISSING FOR " WS-GAP-DATE
                       " - NOT IN THE CATCH-UP QUEUE"
                   ADD 1 TO WS-GAP-MISSED
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       FIND-HOLIDAY-PARA.
           MOVE 'N' TO WS-HOL-HIT.
           MOVE SPACES TO WS-HOL-HIT-NAME.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-GAP-DATE AND
                   (WS-HOL-REGION(WS-HOL-IDX) = ZERO OR
                   (WS-PARTITION-MODE AND
                   WS-HOL-REGION(WS-HOL-IDX) = WS-CLOSE-REGION))
                   MOVE 'Y' TO WS-HOL-HIT
                   MOVE WS-HOL-NAME(WS-HOL-IDX) TO WS-HOL-HIT-NAME
                   MOVE WS-HOL-COUNT TO WS-HOL-IDX
               END-IF
           END-PERFORM.

       NEXT-GAP-DAY-PARA.
           ADD 1 TO WS-GAP-STEPS.
           MOVE WS-GAP-MONTH-DAYS(WS-GAP-MONTH) TO WS-GAP-LAST-DAY.
           IF WS-GAP-MONTH = 2
               DIVIDE WS-GAP-YEAR BY 4 GIVING WS-GAP-QUOT
                   REMAINDER WS-GAP-REM4
               DIVIDE WS-GAP-YEAR BY 100 GIVING WS-GAP-QUOT
                   REMAINDER WS-GAP-REM100
               DIVIDE WS-GAP-YEAR BY 400 GIVING WS-GAP-QUOT
                   REMAINDER WS-GAP-REM400
               IF WS-GAP-REM400 = ZERO OR
                   (WS-GAP-REM4 = ZERO AND WS-GAP-REM100 > ZERO)
                   MOVE 29 TO WS-GAP-LAST-DAY
               END-IF
           END-IF.
           IF WS-GAP-DAY < WS-GAP-LAST-DAY
               ADD 1 TO WS-GAP-DAY
           ELSE
               MOVE 1 TO WS-GAP-DAY
               IF WS-GAP-MONTH < 12
                   ADD 1 TO WS-GAP-MONTH
               ELSE
                   MOVE 1 TO WS-GAP-MONTH
                   ADD 1 TO WS-GAP-YEAR
               END-IF
           END-IF.

       GAP-DAY-OF-WEEK-PARA.
      *    ZELLER'S CONGRUENCE ON WS-GAP-DATE, GIVING WS-GAP-DOW AS
      *    1 = MONDAY .. 7 = SUNDAY; EVERY DIVISION IS TRUNCATED
      *    THROUGH ITS OWN INTEGER WORK FIELD.
           MOVE WS-GAP-YEAR TO WS-ZC-Y.
           MOVE WS-GAP-MONTH TO WS-ZC-M.
           MOVE WS-GAP-DAY TO WS-ZC-K.
           IF WS-ZC-M < 3
               ADD 12 TO WS-ZC-M
               SUBTRACT 1 FROM WS-ZC-Y
           END-IF.
           COMPUTE WS-ZC-W1 = (13 * (WS-ZC-M + 1)) / 5.
           COMPUTE WS-ZC-W2 = WS-ZC-Y / 4.
           COMPUTE WS-ZC-W3 = WS-ZC-Y / 100.
           COMPUTE WS-ZC-W4 = WS-ZC-Y / 400.
           COMPUTE WS-ZC-H =
               WS-ZC-K + WS-ZC-W1 + WS-ZC-Y
               + WS-ZC-W2 - WS-ZC-W3 + WS-ZC-W4.
           ADD 5 TO WS-ZC-H.
           COMPUTE WS-ZC-T = WS-ZC-H / 7.
           COMPUTE WS-GAP-DOW = WS-ZC-H - (WS-ZC-T * 7) + 1.

       WRITE-DAY-MARKER-PARA.
           MOVE WS-MARKER-TYPE TO CKPT-TYPE.
      * THE CHECKPOINT -- SKIP IT SO IT ISN'T APPLIED A SECOND TIME,
      * BUT STILL REPLAY ITS EFFECT ON THE IN-MEMORY IN-TRANSIT LIST.
                   PERFORM REPLAY-INTRANSIT-PARA
                   PERFORM FIND-SERIAL-PRODUCT-PARA
                   IF WS-SERIAL-TRAN = 'Y'
                       MOVE 'Y' TO WS-SERIAL-REPLAY
                       PERFORM CHECK-SERIALS-PARA
                       IF WS-SERIAL-OK = 'Y'
                           PERFORM POST-SERIALS-PARA
                       END-IF
                       MOVE 'N' TO WS-SERIAL-REPLAY
                   END-IF
               ELSE
                   IF WS-PRD-LIST = 'Y'
                       PERFORM WRITE-PERIOD-EXCEPT-PARA
                   END-IF
                   PERFORM FIND-SERIAL-PRODUCT-PARA
                   IF WS-SERIAL-TRAN = 'Y'
                       PERFORM SERIAL-TRANSACTION-PARA
                   ELSE
                       PERFORM APPLY-TRANSACTION-PARA
                   END-IF
               END-IF
               IF WS-MVD-PENDING = 'Y'
                   PERFORM WRITE-MOVEDTL-PARA
               END-IF
               PERFORM READ-FILE2
           END-PERFORM.
           END-IF.

       APPLY-TRANSACTION-PARA.
           MOVE 'N' TO WS-KIT-ISSUE.
           IF WS-TDY-OPTION = 1
               MOVE WS-TDY-PRODUCT-CODE TO WS-KIT-PCODE
               PERFORM FIND-KIT-PARA
               MOVE WS-KIT-FOUND TO WS-KIT-ISSUE
           END-IF.
           MOVE WS-TDY-BRANCH-CODE TO WS-CHECK-BCODE.
           PERFORM VALIDATE-BRANCH-CODE.
           IF NOT WS-BRANCH-VALID
               PERFORM APPLY-RELEASE-PARA
           ELSE IF WS-TDY-OPTION = 9
               PERFORM APPLY-QSCRAP-PARA
           ELSE IF WS-TDY-OPTION = 0
               PERFORM APPLY-REVERSAL-PARA THRU APPLY-REVERSAL-EXIT
           ELSE IF WS-KIT-ISSUE = 'Y'
               PERFORM APPLY-KIT-PARA
           ELSE
               MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE
               MOVE WS-TDY-PRODUCT-CODE TO BAL-PCODE
                   NOT INVALID KEY
                       PERFORM APPLY-MATCHED-PARA
               END-READ
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF.

       APPLY-KIT-PARA.
      * OPTION 1 FOR A KIT -- EVERY COMPONENT MUST COVER ITS SHARE
      * BEFORE ANY IS TOUCHED. ONE SHORT COMPONENT REJECTS THE WHOLE
      * ISSUE TO THE BACKORDER LIST UNDER THE KIT'S OWN CODE.
           PERFORM KIT-CHECK-PARA.
           IF WS-KIT-SHORT = 'Y'
               MOVE WS-TDY-PRODUCT-CODE TO WS-CHECK-PCODE
               PERFORM FIND-PRODUCT-DESC
               DISPLAY
               "REJECTED - KIT COMPONENT SHORT "
               WS-TDY-BRANCH-CODE'             '
               WS-TDY-PRODUCT-CODE'  '
               WS-PRODUCT-DESC'             '
               WS-TDY-QUANTITY
               MOVE WS-TDYTRANSACTION TO ERRBALANCE-FILE
               WRITE ERRBALANCE-FILE
               ADD 1 TO WS-STAT-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM RAISE-BACKORDER-PARA
           ELSE
               PERFORM KIT-POST-PARA
               MOVE 'I' TO WS-DML-EVENT
               MOVE WS-TDY-QUANTITY TO WS-DML-QTY
               MOVE WS-RUN-DATE TO WS-DML-RAISED
               PERFORM LOG-DEMAND-PARA
           END-IF.

       KIT-CHECK-PARA.
           MOVE 'N' TO WS-KIT-SHORT.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KT-PCODE(WS-KIT-IDX) = WS-TDY-PRODUCT-CODE
                   PERFORM KIT-CHECK-ONE-PARA
               END-IF
           END-PERFORM.

       KIT-CHECK-ONE-PARA.
           COMPUTE WS-KIT-NEED =
               WS-KT-QTY(WS-KIT-IDX) * WS-TDY-QUANTITY.
           MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE.
           MOVE WS-KT-COMP(WS-KIT-IDX) TO BAL-PCODE.
           MOVE ZERO TO WS-RSV-QTY.
           IF WS-TDY-REASON NOT = 'ORD'
               MOVE BAL-BCODE TO WS-RSV-BCODE
               MOVE BAL-PCODE TO WS-RSV-PCODE
               PERFORM FIND-RESERVED-PARA
           END-IF.
           READ BALMASTER
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-SHORT
                   DISPLAY "  KIT COMPONENT " WS-KT-COMP(WS-KIT-IDX)
                       " NOT STOCKED AT BRANCH " WS-TDY-BRANCH-CODE
               NOT INVALID KEY
                   IF WS-KIT-NEED + WS-RSV-QTY > BAL-QUANTITY
                       MOVE 'Y' TO WS-KIT-SHORT
                       DISPLAY "  KIT COMPONENT "
                           WS-KT-COMP(WS-KIT-IDX) " NEEDS "
                           WS-KIT-NEED " HAS " BAL-QUANTITY
                           " RESERVED " WS-RSV-QTY
                   END-IF
           END-READ.

       KIT-POST-PARA.
      * EVERY COMPONENT IS KNOWN GOOD. THE KIT LINE GOES ON THE
      * REGISTER FIRST, EACH COMPONENT POSTS AND LOGS UNDER IT WITH
      * ITS OWN QUANTITY AND THE KIT AS ITS REASON, AND THE WHOLE
      * EXPLOSION CHECKPOINTS ONCE, LIKE A TRANSFER'S LEGS.
           PERFORM WRITE-MR-KIT-PARA.
           MOVE WS-TDY-QUANTITY TO WS-KIT-SAVE-QTY.
           MOVE WS-TDY-REASON TO WS-KIT-SAVE-REASON.
           MOVE WS-TDY-PRODUCT-CODE TO WS-KIT-REASON-PCODE.
           MOVE WS-KIT-REASON TO WS-TDY-REASON.
           MOVE 'Y' TO WS-KIT-LEG.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KT-PCODE(WS-KIT-IDX) = WS-TDY-PRODUCT-CODE
                   PERFORM KIT-POST-ONE-PARA
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-KIT-LEG.
           MOVE WS-KIT-SAVE-QTY TO WS-TDY-QUANTITY.
           MOVE WS-KIT-SAVE-REASON TO WS-TDY-REASON.
           PERFORM WRITE-CHECKPOINT-PARA.

       KIT-POST-ONE-PARA.
           COMPUTE WS-KIT-NEED =
               WS-KT-QTY(WS-KIT-IDX) * WS-KIT-SAVE-QTY.
           MOVE WS-KIT-NEED TO WS-TDY-QUANTITY.
           MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE.
           MOVE WS-KT-COMP(WS-KIT-IDX) TO BAL-PCODE.
           READ BALMASTER
               INVALID KEY
                   DISPLAY "KIT COMPONENT " BAL-PCODE
                       " VANISHED FROM THE MASTER - NOT POSTED"
               NOT INVALID KEY
                   MOVE BAL-QUANTITY TO WS-MV-BEFORE
                   SUBTRACT WS-KIT-NEED FROM BAL-QUANTITY
                   SUBTRACT WS-KIT-NEED FROM WS-TRANSACTION-NET
                   REWRITE BALMASTER-REC
                   PERFORM LOG-BALANCE-PARA
           END-READ.

       FIND-KIT-PARA.
           MOVE 'N' TO WS-KIT-FOUND.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT OR WS-KIT-FOUND = 'Y'
               IF WS-KT-PCODE(WS-KIT-IDX) = WS-KIT-PCODE
                   MOVE 'Y' TO WS-KIT-FOUND
               END-IF
           END-PERFORM.

       APPLY-MATCHED-PARA.
           MOVE BAL-QUANTITY TO WS-MV-BEFORE.
           IF WS-TDY-OPTION = 2
               ADD WS-TDY-QUANTITY TO BAL-QUANTITY GIVING WS-RESULT
               ADD WS-TDY-QUANTITY TO WS-TRANSACTION-NET
               MOVE WS-RESULT TO BAL-QUANTITY
               REWRITE BALMASTER-REC
               PERFORM COMMIT-BALANCE-PARA
               PERFORM POST-PO-RECEIPT-PARA
               PERFORM APPLY-LOT-PARA

           ELSE IF WS-TDY-OPTION = 3
               PERFORM COMMIT-BALANCE-PARA

           ELSE IF WS-TDY-OPTION = 1
      * STOCK RESERVED FOR OPEN CUSTOMER ORDERS IS NOT FREE TO ISSUE;
      * AN 'ORD' ISSUE IS AN ORDER COLLECTING ITS OWN RESERVATION.
               MOVE ZERO TO WS-RSV-QTY
               IF WS-TDY-REASON NOT = 'ORD'
                   MOVE WS-TDY-BRANCH-CODE TO WS-RSV-BCODE
                   MOVE WS-TDY-PRODUCT-CODE TO WS-RSV-PCODE
                   PERFORM FIND-RESERVED-PARA
               END-IF
               IF WS-TDY-QUANTITY + WS-RSV-QTY > BAL-QUANTITY THEN
                   MOVE WS-TDY-PRODUCT-CODE TO WS-CHECK-PCODE
                   PERFORM FIND-PRODUCT-DESC
                   IF WS-TDY-QUANTITY > BAL-QUANTITY
                       DISPLAY
                       "REJECTED - WOULD GO NEGATIVE "
                       WS-TDY-BRANCH-CODE'             '
                       WS-TDY-PRODUCT-CODE'  '
                       WS-PRODUCT-DESC'             '
                       WS-TDY-QUANTITY
                   ELSE
                       DISPLAY
                       "REJECTED - STOCK RESERVED    "
                       WS-TDY-BRANCH-CODE'             '
                       WS-TDY-PRODUCT-CODE'  '
                       WS-PRODUCT-DESC'             '
                       WS-TDY-QUANTITY " RESERVED " WS-RSV-QTY
                   END-IF
                   MOVE WS-TDYTRANSACTION TO ERRBALANCE-FILE
                   WRITE ERRBALANCE-FILE
                   ADD 1 TO WS-STAT-REJECTED
                   REWRITE BALMASTER-REC
                   PERFORM COMMIT-BALANCE-PARA
                   PERFORM APPLY-LOT-PARA
                   MOVE 'I' TO WS-DML-EVENT
                   MOVE WS-TDY-QUANTITY TO WS-DML-QTY
                   MOVE WS-RUN-DATE TO WS-DML-RAISED
                   PERFORM LOG-DEMAND-PARA
               END-IF

           ELSE IF WS-TDY-OPTION = 5
               MOVE WS-REASON-DESC TO WS-ADJ-REASON-DESC
               MOVE WS-ADJ-DETAIL-LINE TO ADJUST-REGISTER-LINE
               WRITE ADJUST-REGISTER-LINE
               IF WS-TDY-LOT NOT = SPACES
                   PERFORM WRITE-OFF-LOT-PARA
               END-IF
           END-IF.

       APPLY-TRANSFER-PARA.
      * IN TDY-TO-BRANCH. THE OLDEST OPEN IN-TRANSIT LINE MATCHING
      * FROM/TO/PRODUCT/QUANTITY IS CLOSED AND THE RECEIVING BALANCE
      * INCREMENTED; A CONFIRMATION NOTHING IS IN TRANSIT FOR IS
      * REJECTED, BECAUSE BOOKING IT WOULD MANUFACTURE STOCK. IN A
      * REGION PARTITION A FRESH CONFIRMATION FROM A SENDER IN ANOTHER
      * REGION MAY BE FOR A SHIPMENT THAT REGION IS POSTING TONIGHT,
      * SO IT IS PARKED ON THE UNMATCHED FILE INSTEAD AND RETRIED
      * NEXT RUN, WHEN THE MERGED IN-TRANSIT FILE CARRIES THE LINE.
           PERFORM CHECK-CONFIRM-HELD-PARA.
           IF WS-IT-HELD = 'Y'
               DISPLAY
               "CONFIRMATION HELD - SENDER IN ANOTHER REGION "
               WS-TDY-TO-BRANCH " TO " WS-TDY-BRANCH-CODE
               " PRODUCT " WS-TDY-PRODUCT-CODE
               PERFORM WRITE-UNMATCHED-PARA
           ELSE IF WS-IT-MATCHED = 'N'
               DISPLAY
               "CONFIRMATION REJECTED - NO OPEN IN-TRANSIT LINE "
               WS-TDY-TO-BRANCH " TO " WS-TDY-BRANCH-CODE
               END-READ
               ADD WS-TDY-QUANTITY TO WS-TRANSACTION-NET
               PERFORM COMMIT-BALANCE-PARA
               MOVE WS-IT-T-DATE(WS-IT-IDX) TO WS-MVS-SHIPDATE
           END-IF END-IF.

       FIND-INTRANSIT-PARA.
      * OLDEST FIRST -- TABLE ORDER IS ARRIVAL ORDER, AND CARRIED
      *                LINE WAS ALREADY APPENDED BEFORE THE CRASH.
                       IF WS-TDY-LOT NOT = SPACES
                           PERFORM POST-LOT-BALANCE-PARA
                       ELSE
                           IF WS-TDY-OPTION = 1
                               MOVE 'Y' TO WS-LOT-REPLAY
                               PERFORM ISSUE-FEFO-PARA
                               MOVE 'N' TO WS-LOT-REPLAY
                           END-IF
                       END-IF
                   END-IF
                   IF WS-TDY-OPTION = 5 AND WS-TDY-LOT NOT = SPACES
                       MOVE 'Y' TO WS-LOT-REPLAY
                       PERFORM WRITE-OFF-LOT-PARA
                       MOVE 'N' TO WS-LOT-REPLAY
                   END-IF
                   IF WS-TDY-OPTION = 7 OR WS-TDY-OPTION = 8
                       OR WS-TDY-OPTION = 9
      *                RE-POST THE QUARANTINE TABLE -- THE BUCKET
                   END-IF
               END-IF
           END-IF.
           IF WS-TDY-OPTION = 0
               PERFORM REPLAY-REVERSAL-PARA
           END-IF.

       REPLAY-QUAR-PARA.
           PERFORM FIND-QUAR-ROW-PARA.
                       TO WS-QR-T-PCODE(WS-QUAR-COUNT)
                   MOVE WS-TDY-QUANTITY
                       TO WS-QR-T-QTY(WS-QUAR-COUNT)
                   PERFORM LOG-QUAR-MOVEDTL-PARA
                   PERFORM WRITE-CHECKPOINT-PARA
                   DISPLAY "RETURN TO QUARANTINE - BRANCH "
                       WS-TDY-BRANCH-CODE " PRODUCT "
                       WS-TDY-PRODUCT-CODE " QTY " WS-TDY-QUANTITY
                       " REF " WS-MVS-REF
               END-IF
           ELSE
               ADD WS-TDY-QUANTITY TO WS-QR-T-QTY(WS-QUAR-HIT)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-QR-T-QTY(WS-QUAR-HIT)
               END-ADD
               PERFORM LOG-QUAR-MOVEDTL-PARA
               PERFORM WRITE-CHECKPOINT-PARA
               DISPLAY "RETURN TO QUARANTINE - BRANCH "
                   WS-TDY-BRANCH-CODE " PRODUCT "
                   WS-TDY-PRODUCT-CODE " QTY " WS-TDY-QUANTITY
                   " REF " WS-MVS-REF
           END-IF.

       APPLY-RELEASE-PARA.
                   MOVE WS-REASON-DESC TO WS-ADJ-REASON-DESC
                   MOVE WS-ADJ-DETAIL-LINE TO ADJUST-REGISTER-LINE
                   WRITE ADJUST-REGISTER-LINE
                   PERFORM LOG-QUAR-MOVEDTL-PARA
                   PERFORM WRITE-CHECKPOINT-PARA
                   DISPLAY "QUARANTINE SCRAP - BRANCH "
                       WS-TDY-BRANCH-CODE " PRODUCT "
                       WS-TDY-PRODUCT-CODE " QTY " WS-TDY-QUANTITY
                       " REASON " WS-TDY-REASON " REF " WS-MVS-REF
               END-IF
           END-IF.

       APPLY-REVERSAL-PARA.
      * OPTION 0 -- REVERSAL. THE KEYED QUANTITY IS THE REFERENCE OF
      * THE MOVEMENT TO BACK OUT (AS PRINTED ON THE REGISTER AND THE
      * STOCK CARD) AND THE EXPIRY FIELD ITS DATE; A ZERO DATE TAKES
      * THE LATEST MOVEMENT OF THE BRANCH/PRODUCT UNDER THAT
      * REFERENCE. THE MOVEMENT DETAIL SAYS WHAT THE ORIGINAL DID, AND
      * THE EXACT OPPOSITE POSTS -- THE BALANCE, THE LOTS, THE PO
      * LINE, THE IN-TRANSIT LINE OR THE QUARANTINE BUCKET. THE
      * ORIGINAL IS LINKED TO THE REVERSAL SO IT CANNOT BE BACKED OUT
      * TWICE. ANY REVERSAL THAT CANNOT APPLY CLEANLY IS REJECTED AND
      * NOTHING IS TOUCHED.
           IF WS-MVD-PENDING = 'Y'
               PERFORM WRITE-MOVEDTL-PARA
           END-IF.
           MOVE WS-TDY-QUANTITY TO WS-REV-REF.
           IF WS-TDY-EXPIRY IS NUMERIC
               MOVE WS-TDY-EXPIRY TO WS-REV-DATE
           ELSE
               MOVE ZERO TO WS-REV-DATE
           END-IF.
           PERFORM FIND-ORIGINAL-PARA.
           IF WS-REV-FOUND = 'N'
               MOVE "NO MOVEMENT UNDER THAT REFERENCE" TO WS-REV-WHY
               PERFORM REJECT-REVERSAL-PARA
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           IF WS-MVO-OPTION = 0
               MOVE "A REVERSAL CANNOT ITSELF BE REVERSED"
                   TO WS-REV-WHY
               PERFORM REJECT-REVERSAL-PARA
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           IF WS-MVO-LINK-REF NOT = ZERO
               DISPLAY "MOVEMENT " WS-MVO-DATE " " WS-MVO-REF
                   " WAS REVERSED ON " WS-MVO-LINK-DATE
                   " BY " WS-MVO-LINK-REF
               MOVE "ALREADY REVERSED" TO WS-REV-WHY
               PERFORM REJECT-REVERSAL-PARA
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
      *    A SERIAL-TRACKED MOVE WOULD NEED ITS SERIALS PUT BACK TOO;
      *    THOSE ARE CORRECTED WITH THEIR OWN OPPOSITE TRANSACTION.
           MOVE 'N' TO WS-REV-SERIAL.
           IF WS-PRODUCT-COUNT > ZERO
               SEARCH ALL WS-PRODUCT-ENTRY
                   AT END CONTINUE
                   WHEN WS-PR-CODE(WS-PR-INX) = WS-TDY-PRODUCT-CODE
                       MOVE WS-PR-SERIAL(WS-PR-INX) TO WS-REV-SERIAL
               END-SEARCH
           END-IF.
           IF WS-REV-SERIAL = 'Y' AND
               WS-MVO-OPTION NOT = 3 AND WS-MVO-OPTION NOT = 5
               MOVE "SERIAL-TRACKED MOVEMENT" TO WS-REV-WHY
               PERFORM REJECT-REVERSAL-PARA
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           COMPUTE WS-REV-DELTA = WS-MVO-AFTER - WS-MVO-BEFORE.
           IF WS-MVO-OPTION = 7 OR WS-MVO-OPTION = 9
               MOVE WS-MVO-QTY TO WS-REV-ABS
           ELSE
               IF WS-REV-DELTA < ZERO
                   COMPUTE WS-REV-ABS = ZERO - WS-REV-DELTA
               ELSE
                   MOVE WS-REV-DELTA TO WS-REV-ABS
               END-IF
           END-IF.
           PERFORM CHECK-REVERSAL-PARA.
           IF WS-REV-WHY NOT = SPACES
               PERFORM REJECT-REVERSAL-PARA
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           MOVE 'Y' TO WS-REV-ACTIVE.
           MOVE WS-REV-ABS TO WS-TDY-QUANTITY.
           IF WS-MVO-OPTION = 7 OR WS-MVO-OPTION = 9
               PERFORM REVERSE-SIDE-EFFECTS-PARA
               PERFORM LOG-QUAR-MOVEDTL-PARA
               PERFORM WRITE-MR-QREV-PARA
           ELSE
               PERFORM POST-REVERSAL-BALANCE-PARA
               PERFORM REVERSE-SIDE-EFFECTS-PARA
               PERFORM WRITE-MOVEDTL-PARA
           END-IF.
           PERFORM LINK-ORIGINAL-PARA.
           PERFORM WRITE-CHECKPOINT-PARA.
           DISPLAY "REVERSED - BRANCH " WS-TDY-BRANCH-CODE
               " PRODUCT " WS-TDY-PRODUCT-CODE " OPTION "
               WS-MVO-OPTION " OF " WS-MVO-DATE " REF " WS-MVO-REF
               " QTY " WS-TDY-QUANTITY " - REVERSAL REF " WS-MVS-REF.
           MOVE 'N' TO WS-REV-ACTIVE.
           MOVE WS-REV-REF TO WS-TDY-QUANTITY.

       APPLY-REVERSAL-EXIT.
           EXIT.

       CHECK-REVERSAL-PARA.
      * CAN THE OPPOSITE POST CLEANLY? A TRANSFER CAN ONLY COME BACK
      * WHILE ITS SHIPMENT IS STILL ON THE ROAD -- ONCE CONFIRMED, THE
      * CONFIRMATION HAS TO BE REVERSED FIRST. STOCK TAKEN BACK OFF A
      * BRANCH (OR OUT OF QUARANTINE) MUST STILL BE THERE.
           MOVE SPACES TO WS-REV-WHY.
           IF WS-MVO-OPTION = 4
               PERFORM FIND-REV-INTRANSIT-PARA
               IF WS-REV-IT-HIT = ZERO
                   MOVE "SHIPMENT CONFIRMED - REVERSE THAT FIRST"
                       TO WS-REV-WHY
      *            A REGION PARTITION ONLY CARRIES THE LINES ITS OWN
      *            BRANCHES ARE DUE TO RECEIVE.
                   IF WS-PARTITION-MODE
                       MOVE WS-MVO-OTHBR TO WS-BRR-BCODE
                       PERFORM CHECK-REGION-PARA
                       IF WS-IN-REGION = 'N'
                           MOVE "RECEIVING REGION HOLDS THE SHIPMENT"
                               TO WS-REV-WHY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MVO-OPTION = 7
               PERFORM FIND-QUAR-ROW-PARA
               IF WS-QUAR-HIT = ZERO
                   MOVE "QUARANTINE CANNOT COVER IT" TO WS-REV-WHY
               ELSE
                   IF WS-QR-T-QTY(WS-QUAR-HIT) < WS-REV-ABS
                       MOVE "QUARANTINE CANNOT COVER IT" TO WS-REV-WHY
                   END-IF
               END-IF
           END-IF.
           IF WS-MVO-OPTION = 8 OR WS-MVO-OPTION = 9
               PERFORM FIND-QUAR-ROW-PARA
               IF WS-QUAR-HIT = ZERO AND
                   WS-QUAR-COUNT >= MAX-QUAR-COUNT
                   MOVE "QUARANTINE TABLE FULL" TO WS-REV-WHY
               END-IF
           END-IF.
           IF WS-REV-WHY = SPACES AND
               WS-MVO-OPTION NOT = 7 AND WS-MVO-OPTION NOT = 9
               MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE
               MOVE WS-TDY-PRODUCT-CODE TO BAL-PCODE
               READ BALMASTER
                   INVALID KEY
                       IF WS-REV-DELTA > ZERO
                           MOVE "NO BALANCE TO TAKE IT BACK FROM"
                               TO WS-REV-WHY
                       END-IF
                   NOT INVALID KEY
                       IF WS-REV-DELTA > BAL-QUANTITY
                           MOVE "BALANCE WOULD GO NEGATIVE"
                               TO WS-REV-WHY
                       END-IF
               END-READ
           END-IF.

       REJECT-REVERSAL-PARA.
           DISPLAY "REVERSAL REJECTED - " WS-REV-WHY
               " - BRANCH " WS-TDY-BRANCH-CODE
               " PRODUCT " WS-TDY-PRODUCT-CODE
               " REF " WS-REV-REF " DATE " WS-REV-DATE.
           MOVE WS-TDYTRANSACTION TO ERRBALANCE-FILE.
           WRITE ERRBALANCE-FILE.
           ADD 1 TO WS-STAT-REJECTED.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       FIND-ORIGINAL-PARA.
      * A DATED REVERSAL READS THE ONE KEY. AN UNDATED ONE WALKS THE
      * BRANCH/PRODUCT'S DETAIL IN DATE ORDER AND KEEPS THE LAST
      * MOVEMENT UNDER THE REFERENCE (SEQUENCES RESTART EACH RUN).
           MOVE 'N' TO WS-REV-FOUND.
           IF WS-MVD-OPEN = 'Y'
               MOVE WS-TDY-BRANCH-CODE TO MD-BCODE
               MOVE WS-TDY-PRODUCT-CODE TO MD-PCODE
               IF WS-REV-DATE NOT = ZERO
                   MOVE WS-REV-DATE TO MD-DATE
                   MOVE WS-REV-REF TO MD-REF
                   READ MOVEMENT-DETAIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MOVEMENT-DETAIL-REC TO WS-MVD-ORIG
                           MOVE 'Y' TO WS-REV-FOUND
                   END-READ
               ELSE
                   MOVE ZERO TO MD-DATE
                   MOVE ZERO TO MD-REF
                   MOVE 'N' TO WS-REV-SCAN-END
                   START MOVEMENT-DETAIL KEY IS NOT LESS THAN MD-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-REV-SCAN-END
                   END-START
                   PERFORM SCAN-ORIGINAL-PARA
                       UNTIL WS-REV-SCAN-END = 'Y'
               END-IF
           END-IF.

       SCAN-ORIGINAL-PARA.
           READ MOVEMENT-DETAIL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REV-SCAN-END
               NOT AT END
                   IF MD-BCODE NOT = WS-TDY-BRANCH-CODE OR
                       MD-PCODE NOT = WS-TDY-PRODUCT-CODE
                       MOVE 'Y' TO WS-REV-SCAN-END
                   ELSE
                       IF MD-REF = WS-REV-REF AND MD-OPTION NOT = 0
                           MOVE MOVEMENT-DETAIL-REC TO WS-MVD-ORIG
                           MOVE 'Y' TO WS-REV-FOUND
                       END-IF
                   END-IF
           END-READ.

       POST-REVERSAL-BALANCE-PARA.
      * TAKE THE ORIGINAL'S NET CHANGE BACK OFF THE MASTER. THE CHECK
      * ALREADY PROVED THE BALANCE COVERS IT (OR, FOR A MISSING
      * MASTER, THAT THE REVERSAL ONLY ADDS).
           MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE.
           MOVE WS-TDY-PRODUCT-CODE TO BAL-PCODE.
           READ BALMASTER
               INVALID KEY
                   MOVE WS-TDY-BRANCH-CODE TO BAL-BCODE
                   MOVE WS-TDY-PRODUCT-CODE TO BAL-PCODE
                   MOVE ZERO TO WS-MV-BEFORE
                   COMPUTE BAL-QUANTITY = ZERO - WS-REV-DELTA
                   WRITE BALMASTER-REC
               NOT INVALID KEY
                   MOVE BAL-QUANTITY TO WS-MV-BEFORE
                   COMPUTE BAL-QUANTITY = BAL-QUANTITY - WS-REV-DELTA
                   REWRITE BALMASTER-REC
           END-READ.
           SUBTRACT WS-REV-DELTA FROM WS-TRANSACTION-NET.
           PERFORM LOG-BALANCE-PARA.

       REVERSE-SIDE-EFFECTS-PARA.
      * UNDO WHAT THE ORIGINAL DID BEYOND THE MASTER. ON A RESTART
      * REPLAY ONLY THE IN-STORAGE TABLES ARE PUT BACK -- THE LOT
      * REGISTER LINES WERE WRITTEN BEFORE THE CRASH.
           IF WS-MVO-OPTION = 1 OR WS-MVO-OPTION = 5
               PERFORM VARYING WS-REV-LOT-IDX FROM 1 BY 1
                   UNTIL WS-REV-LOT-IDX > WS-MVO-LOT-COUNT
                   PERFORM CREDIT-REV-LOT-PARA
               END-PERFORM
           ELSE IF WS-MVO-OPTION = 2
               PERFORM REVERSE-PO-RECEIPT-PARA
               PERFORM VARYING WS-REV-LOT-IDX FROM 1 BY 1
                   UNTIL WS-REV-LOT-IDX > WS-MVO-LOT-COUNT
                   PERFORM DEBIT-REV-LOT-PARA
               END-PERFORM
           ELSE IF WS-MVO-OPTION = 4
               PERFORM FIND-REV-INTRANSIT-PARA
               IF WS-REV-IT-HIT > ZERO
                   MOVE 'X' TO WS-IT-T-STATE(WS-REV-IT-HIT)
                   DISPLAY "IN-TRANSIT LINE CANCELLED - "
                       WS-MVO-BCODE " TO " WS-MVO-OTHBR
                       " PRODUCT " WS-MVO-PCODE " QTY " WS-MVO-QTY
               END-IF
           ELSE IF WS-MVO-OPTION = 6
               PERFORM REOPEN-REV-INTRANSIT-PARA
           ELSE IF WS-MVO-OPTION = 7
               PERFORM FIND-QUAR-ROW-PARA
               IF WS-QUAR-HIT > ZERO
                   IF WS-REV-ABS >= WS-QR-T-QTY(WS-QUAR-HIT)
                       MOVE ZERO TO WS-QR-T-QTY(WS-QUAR-HIT)
                   ELSE
                       SUBTRACT WS-REV-ABS
                           FROM WS-QR-T-QTY(WS-QUAR-HIT)
                   END-IF
               END-IF
           ELSE IF WS-MVO-OPTION = 8 OR WS-MVO-OPTION = 9
               PERFORM FIND-QUAR-ROW-PARA
               IF WS-QUAR-HIT > ZERO
                   ADD WS-REV-ABS TO WS-QR-T-QTY(WS-QUAR-HIT)
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-QR-T-QTY(WS-QUAR-HIT)
                   END-ADD
               ELSE
                   IF WS-QUAR-COUNT < MAX-QUAR-COUNT
                       ADD 1 TO WS-QUAR-COUNT
                       MOVE WS-TDY-BRANCH-CODE
                           TO WS-QR-T-BCODE(WS-QUAR-COUNT)
                       MOVE WS-TDY-PRODUCT-CODE
                           TO WS-QR-T-PCODE(WS-QUAR-COUNT)
                       MOVE WS-REV-ABS
                           TO WS-QR-T-QTY(WS-QUAR-COUNT)
                   END-IF
               END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF.

       FIND-REV-LOT-PARA.
           MOVE ZERO TO WS-LOT-HIT.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   OR WS-LOT-HIT > ZERO
               IF WS-LOT-T-BCODE(WS-LOT-IDX) = WS-MVO-BCODE
                   AND WS-LOT-T-PCODE(WS-LOT-IDX) = WS-MVO-PCODE
                   AND WS-LOT-T-LOT(WS-LOT-IDX)
                       = WS-MVO-LOT(WS-REV-LOT-IDX)
                   MOVE WS-LOT-IDX TO WS-LOT-HIT
               END-IF
           END-PERFORM.

       CREDIT-REV-LOT-PARA.
      * AN ISSUE OR WRITE-OFF BEING BACKED OUT PUTS THE QUANTITY BACK
      * ON THE LOT IT CAME FROM. A LOT ALREADY DROPPED FROM THE DETAIL
      * COMES BACK WITHOUT AN EXPIRY.
           PERFORM FIND-REV-LOT-PARA.
           IF WS-LOT-HIT > ZERO
               ADD WS-MVO-LOT-QTY(WS-REV-LOT-IDX)
                   TO WS-LOT-T-QTY(WS-LOT-HIT)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-LOT-T-QTY(WS-LOT-HIT)
               END-ADD
           ELSE
               IF WS-LOT-COUNT >= MAX-LOT-COUNT
                   DISPLAY "LOT TABLE FULL - LOT NOT TRACKED "
                       WS-MVO-LOT(WS-REV-LOT-IDX)
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-MVO-BCODE TO WS-LOT-T-BCODE(WS-LOT-COUNT)
                   MOVE WS-MVO-PCODE TO WS-LOT-T-PCODE(WS-LOT-COUNT)
                   MOVE WS-MVO-LOT(WS-REV-LOT-IDX)
                       TO WS-LOT-T-LOT(WS-LOT-COUNT)
                   MOVE WS-MVO-LOT-QTY(WS-REV-LOT-IDX)
                       TO WS-LOT-T-QTY(WS-LOT-COUNT)
                   MOVE ZERO TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
               END-IF
           END-IF.
           IF WS-LOT-REPLAY = 'N'
               MOVE WS-MVO-BCODE TO LMV-BCODE
               MOVE WS-MVO-PCODE TO LMV-PCODE
               MOVE WS-MVO-LOT(WS-REV-LOT-IDX) TO LMV-LOT
               MOVE 2 TO LMV-OPTION
               MOVE WS-MVO-LOT-QTY(WS-REV-LOT-IDX) TO LMV-QTY
               MOVE WS-RUN-DATE TO LMV-DATE
               WRITE LOT-REGISTER-REC
           END-IF.

       DEBIT-REV-LOT-PARA.
      * A RECEIPT BEING BACKED OUT TAKES ITS QUANTITY BACK OFF THE
      * LOT, FLOORED AT ZERO LIKE ANY ISSUE.
           PERFORM FIND-REV-LOT-PARA.
           IF WS-LOT-HIT > ZERO
               IF WS-MVO-LOT-QTY(WS-REV-LOT-IDX) >=
                   WS-LOT-T-QTY(WS-LOT-HIT)
                   MOVE ZERO TO WS-LOT-T-QTY(WS-LOT-HIT)
               ELSE
                   SUBTRACT WS-MVO-LOT-QTY(WS-REV-LOT-IDX)
                       FROM WS-LOT-T-QTY(WS-LOT-HIT)
               END-IF
           END-IF.
           IF WS-LOT-REPLAY = 'N'
               MOVE WS-MVO-BCODE TO LMV-BCODE
               MOVE WS-MVO-PCODE TO LMV-PCODE
               MOVE WS-MVO-LOT(WS-REV-LOT-IDX) TO LMV-LOT
               MOVE 1 TO LMV-OPTION
               MOVE WS-MVO-LOT-QTY(WS-REV-LOT-IDX) TO LMV-QTY
               MOVE WS-RUN-DATE TO LMV-DATE
               WRITE LOT-REGISTER-REC
           END-IF.

       REVERSE-PO-RECEIPT-PARA.
      * THE RECEIPT COMES BACK OFF THE PO LINE IT POSTED TO; A LINE
      * IT CLOSED REOPENS IF IT IS NOW SHORT.
           IF WS-MVO-PONUM NOT = ZERO
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                   IF WS-PO-T-PONUM(WS-PO-IDX) = WS-MVO-PONUM AND
                       WS-PO-T-BCODE(WS-PO-IDX) = WS-MVO-BCODE AND
                       WS-PO-T-PCODE(WS-PO-IDX) = WS-MVO-PCODE
                       IF WS-MVO-QTY >= WS-PO-T-RCVQTY(WS-PO-IDX)
                           MOVE ZERO TO WS-PO-T-RCVQTY(WS-PO-IDX)
                       ELSE
                           SUBTRACT WS-MVO-QTY
                               FROM WS-PO-T-RCVQTY(WS-PO-IDX)
                       END-IF
                       IF WS-PO-T-STATE(WS-PO-IDX) = 'C' AND
                           WS-PO-T-RCVQTY(WS-PO-IDX) <
                           WS-PO-T-ORDQTY(WS-PO-IDX)
                           MOVE 'O' TO WS-PO-T-STATE(WS-PO-IDX)
                           DISPLAY "PO " WS-PO-T-PONUM(WS-PO-IDX)
                               " REOPENED - ORDERED "
                               WS-PO-T-ORDQTY(WS-PO-IDX)
                               " RECEIVED " WS-PO-T-RCVQTY(WS-PO-IDX)
                       END-IF
                       MOVE WS-PO-COUNT TO WS-PO-IDX
                   END-IF
               END-PERFORM
           END-IF.

       FIND-REV-INTRANSIT-PARA.
      * THE OPEN LINE THE ORIGINAL TRANSFER PARKED -- SAME ROUTE,
      * PRODUCT, QUANTITY AND SHIP DATE.
           MOVE ZERO TO WS-REV-IT-HIT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
                   OR WS-REV-IT-HIT > ZERO
               IF WS-IT-T-STATE(WS-IT-IDX) = 'O' AND
                   WS-IT-T-FROM(WS-IT-IDX) = WS-MVO-BCODE AND
                   WS-IT-T-TO(WS-IT-IDX) = WS-MVO-OTHBR AND
                   WS-IT-T-PCODE(WS-IT-IDX) = WS-MVO-PCODE AND
                   WS-IT-T-QTY(WS-IT-IDX) = WS-MVO-QTY AND
                   WS-IT-T-DATE(WS-IT-IDX) = WS-MVO-DATE
                   MOVE WS-IT-IDX TO WS-REV-IT-HIT
               END-IF
           END-PERFORM.

       REOPEN-REV-INTRANSIT-PARA.
      * A CONFIRMATION BACKED OUT PUTS THE SHIPMENT BACK ON THE ROAD.
      * A LINE RECEIVED THIS RUN IS STILL IN THE TABLE AND REOPENS;
      * ONE RECEIVED IN AN EARLIER RUN IS PARKED AGAIN UNDER ITS
      * ORIGINAL SHIP DATE.
           MOVE 'R' TO WS-REV-IT-STATE.
           MOVE WS-MVO-OTHBR TO WS-REV-IT-FROM.
           MOVE WS-MVO-BCODE TO WS-REV-IT-TO.
           MOVE WS-MVO-SHIPDATE TO WS-REV-IT-DATE.
           MOVE ZERO TO WS-REV-IT-HIT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
                   OR WS-REV-IT-HIT > ZERO
               IF WS-IT-T-STATE(WS-IT-IDX) = WS-REV-IT-STATE AND
                   WS-IT-T-FROM(WS-IT-IDX) = WS-REV-IT-FROM AND
                   WS-IT-T-TO(WS-IT-IDX) = WS-REV-IT-TO AND
                   WS-IT-T-PCODE(WS-IT-IDX) = WS-MVO-PCODE AND
                   WS-IT-T-QTY(WS-IT-IDX) = WS-MVO-QTY AND
                   WS-IT-T-DATE(WS-IT-IDX) = WS-REV-IT-DATE
                   MOVE WS-IT-IDX TO WS-REV-IT-HIT
               END-IF
           END-PERFORM.
           IF WS-REV-IT-HIT > ZERO
               MOVE 'O' TO WS-IT-T-STATE(WS-REV-IT-HIT)
           ELSE
               IF WS-IT-COUNT >= MAX-IT-COUNT
                   DISPLAY "IN-TRANSIT TABLE FULL - SHIPMENT NOT "
                       "TRACKED " WS-REV-IT-FROM " TO " WS-REV-IT-TO
                       " PRODUCT " WS-MVO-PCODE
               ELSE
                   ADD 1 TO WS-IT-COUNT
                   MOVE WS-REV-IT-FROM TO WS-IT-T-FROM(WS-IT-COUNT)
                   MOVE WS-REV-IT-TO TO WS-IT-T-TO(WS-IT-COUNT)
                   MOVE WS-MVO-PCODE TO WS-IT-T-PCODE(WS-IT-COUNT)
                   MOVE WS-MVO-QTY TO WS-IT-T-QTY(WS-IT-COUNT)
                   MOVE WS-REV-IT-DATE TO WS-IT-T-DATE(WS-IT-COUNT)
                   MOVE 'O' TO WS-IT-T-STATE(WS-IT-COUNT)
               END-IF
           END-IF.
           IF WS-LOT-REPLAY = 'N'
               DISPLAY "BACK IN TRANSIT - " WS-REV-IT-FROM " TO "
                   WS-REV-IT-TO " PRODUCT " WS-MVO-PCODE
                   " QTY " WS-MVO-QTY
           END-IF.

       LINK-ORIGINAL-PARA.
      * THE ORIGINAL NOW NAMES ITS REVERSAL, WHICH REFUSES A SECOND.
           IF NOT WS-TRIAL-MODE AND WS-MVD-OPEN = 'Y'
               MOVE WS-MVD-ORIG TO MOVEMENT-DETAIL-REC
               MOVE WS-MVS-DATE TO MD-LINK-DATE
               MOVE WS-MVS-REF TO MD-LINK-REF
               REWRITE MOVEMENT-DETAIL-REC
                   INVALID KEY
                       DISPLAY "ORIGINAL MOVEMENT NOT LINKED - KEY "
                           WS-MVO-KEY
               END-REWRITE
           END-IF.

       REPLAY-REVERSAL-PARA.
      * A REVERSAL THE CRASHED RUN COMMITTED HAS ALREADY LINKED ITS
      * ORIGINAL; ONLY THE IN-STORAGE TABLES NEED PUTTING BACK.
           MOVE WS-TDY-QUANTITY TO WS-REV-REF.
           IF WS-TDY-EXPIRY IS NUMERIC
               MOVE WS-TDY-EXPIRY TO WS-REV-DATE
           ELSE
               MOVE ZERO TO WS-REV-DATE
           END-IF.
           PERFORM FIND-ORIGINAL-PARA.
           IF WS-REV-FOUND = 'Y' AND WS-MVO-LINK-REF NOT = ZERO
               IF WS-MVO-OPTION = 7 OR WS-MVO-OPTION = 9
                   MOVE WS-MVO-QTY TO WS-REV-ABS
               ELSE
                   COMPUTE WS-REV-DELTA = WS-MVO-AFTER - WS-MVO-BEFORE
                   IF WS-REV-DELTA < ZERO
                       COMPUTE WS-REV-ABS = ZERO - WS-REV-DELTA
                   ELSE
                       MOVE WS-REV-DELTA TO WS-REV-ABS
                   END-IF
               END-IF
               MOVE 'Y' TO WS-LOT-REPLAY
               PERFORM REVERSE-SIDE-EFFECTS-PARA
               MOVE 'N' TO WS-LOT-REPLAY
           END-IF.

       FIND-QUAR-ROW-PARA.
               CLOSE QUARBAL-FILE
           END-IF.

       LOAD-RESERVATIONS-PARA.
      * ONE ENTRY PER BRANCH/PRODUCT HOLDING THE SUM OF ITS OPEN
      * ORDERS. NO ORDER FILE MEANS NOTHING IS RESERVED. LOADED
      * BEFORE ANYTHING IS COMMITTED, SO A FILE PAST CAPACITY STOPS
      * THE RUN CLEAN.
           MOVE ZERO TO WS-RSV-COUNT.
           MOVE 'N' TO WS-RSV-EOF.
           OPEN INPUT CUSTORDER-FILE.
           IF WS-COR-STATUS NOT = '00'
               MOVE 'Y' TO WS-RSV-EOF
           END-IF.
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ CUSTORDER-FILE
                   AT END MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF COR-STATUS = 'O' AND COR-BCODE IS NUMERIC
                           AND COR-PCODE IS NUMERIC
                           AND COR-QTY IS NUMERIC
                           PERFORM ADD-RESERVATION-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '10'
               CLOSE CUSTORDER-FILE
           END-IF.

       ADD-RESERVATION-PARA.
           MOVE ZERO TO WS-RSV-HIT.
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT OR WS-RSV-HIT > ZERO
               IF WS-RSV-T-BCODE(WS-RSV-IDX) = COR-BCODE
                   AND WS-RSV-T-PCODE(WS-RSV-IDX) = COR-PCODE
                   MOVE WS-RSV-IDX TO WS-RSV-HIT
               END-IF
           END-PERFORM.
           IF WS-RSV-HIT = ZERO
               IF WS-RSV-COUNT >= MAX-RSV-COUNT
                   DISPLAY "CUSTOMER ORDER RESERVATIONS EXCEED TABLE "
                       "CAPACITY OF " MAX-RSV-COUNT " - RUN STOPPED"
                   CLOSE CUSTORDER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RSV-COUNT
               MOVE WS-RSV-COUNT TO WS-RSV-HIT
               MOVE COR-BCODE TO WS-RSV-T-BCODE(WS-RSV-HIT)
               MOVE COR-PCODE TO WS-RSV-T-PCODE(WS-RSV-HIT)
               MOVE ZERO TO WS-RSV-T-QTY(WS-RSV-HIT)
           END-IF.
           ADD COR-QTY TO WS-RSV-T-QTY(WS-RSV-HIT).

       FIND-RESERVED-PARA.
           MOVE ZERO TO WS-RSV-QTY.
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               IF WS-RSV-T-BCODE(WS-RSV-IDX) = WS-RSV-BCODE
                   AND WS-RSV-T-PCODE(WS-RSV-IDX) = WS-RSV-PCODE
                   MOVE WS-RSV-T-QTY(WS-RSV-IDX) TO WS-RSV-QTY
               END-IF
           END-PERFORM.

       REWRITE-QUARBAL-PARA.
           OPEN OUTPUT QUARBAL-FILE.
           PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
           END-PERFORM.
           CLOSE QUARBAL-FILE.

       FIND-SERIAL-PRODUCT-PARA.
      * ONLY THE MOVES THAT CHANGE WHERE A UNIT IS CARRY SERIALS --
      * A STOCK-TAKE SET OR AN OPTION-5 ADJUSTMENT DOES NOT.
           MOVE 'N' TO WS-SERIAL-TRAN.
           IF WS-TDY-OPTION = 1 OR WS-TDY-OPTION = 2 OR
               WS-TDY-OPTION = 4 OR WS-TDY-OPTION = 6 OR
               WS-TDY-OPTION = 7 OR WS-TDY-OPTION = 8 OR
               WS-TDY-OPTION = 9
               IF WS-PRODUCT-COUNT > ZERO
                   SEARCH ALL WS-PRODUCT-ENTRY
                       AT END CONTINUE
                       WHEN WS-PR-CODE(WS-PR-INX) = WS-TDY-PRODUCT-CODE
                           MOVE WS-PR-SERIAL(WS-PR-INX)
                               TO WS-SERIAL-TRAN
                   END-SEARCH
               END-IF
           END-IF.

       CHECK-CONFIRM-HELD-PARA.
      * SETS WS-IT-HELD FOR AN OPTION-6 CONFIRMATION THAT A REGION
      * PARTITION CANNOT JUDGE YET: NOTHING OPEN IN TRANSIT FOR IT,
      * FIRST TIME SEEN, AND THE SENDER IN ANOTHER REGION.
           PERFORM FIND-INTRANSIT-PARA.
           MOVE 'N' TO WS-IT-HELD.
           IF WS-IT-MATCHED = 'N' AND WS-PARTITION-MODE AND
               WS-CURRENT-AGE = ZERO
               MOVE WS-TDY-TO-BRANCH TO WS-BRR-BCODE
               PERFORM CHECK-REGION-PARA
               IF WS-IN-REGION = 'N'
                   MOVE 'Y' TO WS-IT-HELD
               END-IF
           END-IF.

       SERIAL-TRANSACTION-PARA.
      * A SERIAL-TRACKED MOVE APPLIES ONLY WITH ITS SERIALS: AS MANY
      * UNCLAIMED FEED SERIALS AS THE QUANTITY, EACH IN THE STATUS
      * THE MOVE EXPECTS. A SHORT OR WRONG SET REJECTS THE WHOLE
      * TRANSACTION BEFORE ANY BALANCE IS TOUCHED, AND ITS SERIALS
      * STAY UNCLAIMED FOR THE EXCEPTIONS LIST. A CONFIRMATION HELD
      * FOR ANOTHER REGION'S SHIPMENT IS PARKED BEFORE ITS SERIALS
      * ARE LOOKED AT -- THE REGISTER STILL HAS THEM IN STOCK AT THE
      * SENDER -- AND LEAVES THEM UNCLAIMED FOR THE RETRY.
           MOVE 'N' TO WS-IT-HELD.
           IF WS-TDY-OPTION = 6
               PERFORM CHECK-CONFIRM-HELD-PARA
           END-IF.
           IF WS-IT-HELD = 'Y'
               DISPLAY
               "CONFIRMATION HELD - SENDER IN ANOTHER REGION "
               WS-TDY-TO-BRANCH " TO " WS-TDY-BRANCH-CODE
               " PRODUCT " WS-TDY-PRODUCT-CODE
               PERFORM WRITE-UNMATCHED-PARA
           ELSE
               PERFORM SERIAL-CHECKED-PARA
           END-IF.

       SERIAL-CHECKED-PARA.
           PERFORM CHECK-SERIALS-PARA.
           IF WS-SERIAL-OK = 'N'
               DISPLAY "SERIAL REJECT - " WS-SERIAL-WHY " "
                   WS-TDYTRANSACTION
               MOVE WS-TDYTRANSACTION TO ERRBALANCE-FILE
               WRITE ERRBALANCE-FILE
               ADD 1 TO WS-STAT-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-TRAN-APPLIED
               PERFORM APPLY-TRANSACTION-PARA
               IF WS-TRAN-APPLIED = 'Y'
                   PERFORM POST-SERIALS-PARA
               END-IF
           END-IF.

       CHECK-SERIALS-PARA.
      * PICK THE TRANSACTION'S SERIALS FROM THE FEED IN FILE ORDER,
      * THEN VET EVERY ONE AGAINST THE REGISTER.
           MOVE 'Y' TO WS-SERIAL-OK.
           MOVE SPACES TO WS-SERIAL-WHY.
           MOVE ZERO TO WS-SER-PICKED.
           MOVE ZERO TO WS-SER-NEW-COUNT.
           IF WS-TDY-QUANTITY > MAX-SER-PICK
               MOVE 'N' TO WS-SERIAL-OK
               MOVE 'TOO MANY SERIALS FOR ONE MOVE' TO WS-SERIAL-WHY
           ELSE
               PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-COUNT
                       OR WS-SER-PICKED >= WS-TDY-QUANTITY
                   IF WS-SF-T-USED(WS-SF-IDX) = 'N' AND
                       WS-SF-T-BCODE(WS-SF-IDX) = WS-TDY-BRANCH-CODE
                       AND WS-SF-T-PCODE(WS-SF-IDX)
                           = WS-TDY-PRODUCT-CODE
                       AND WS-SF-T-OPTION(WS-SF-IDX) = WS-TDY-OPTION
                       IF (WS-TDY-OPTION NOT = 4 AND
                           WS-TDY-OPTION NOT = 6) OR
                           WS-SF-T-TOBR(WS-SF-IDX) = WS-TDY-TO-BRANCH
                           ADD 1 TO WS-SER-PICKED
                           MOVE WS-SF-IDX TO WS-SER-PICK(WS-SER-PICKED)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SER-PICKED < WS-TDY-QUANTITY
                   MOVE 'N' TO WS-SERIAL-OK
                   MOVE 'FEWER SERIALS THAN QUANTITY' TO WS-SERIAL-WHY
               END-IF
           END-IF.
           PERFORM VARYING WS-SER-P-IDX FROM 1 BY 1
               UNTIL WS-SER-P-IDX > WS-SER-PICKED
                   OR WS-SERIAL-OK = 'N'
               PERFORM CHECK-ONE-SERIAL-PARA
           END-PERFORM.
           IF WS-SERIAL-OK = 'Y' AND
               WS-SR-COUNT + WS-SER-NEW-COUNT > MAX-SR-COUNT
               MOVE 'N' TO WS-SERIAL-OK
               MOVE 'SERIAL REGISTER FULL' TO WS-SERIAL-WHY
           END-IF.

       CHECK-ONE-SERIAL-PARA.
           MOVE WS-SER-PICK(WS-SER-P-IDX) TO WS-SF-IDX.
      *    THE SAME SERIAL TWICE IN ONE MOVE IS ONE UNIT, NOT TWO.
           PERFORM VARYING WS-SER-P-IDX2 FROM 1 BY 1
               UNTIL WS-SER-P-IDX2 >= WS-SER-P-IDX
               MOVE WS-SER-PICK(WS-SER-P-IDX2) TO WS-SER-DUP-IDX
               IF WS-SF-T-SERIAL(WS-SER-DUP-IDX)
                   = WS-SF-T-SERIAL(WS-SF-IDX)
                   MOVE 'N' TO WS-SERIAL-OK
                   MOVE 'SERIAL REPEATED' TO WS-SERIAL-WHY
               END-IF
           END-PERFORM.
           MOVE WS-TDY-PRODUCT-CODE TO WS-SER-FIND-PCODE.
           MOVE WS-SF-T-SERIAL(WS-SF-IDX) TO WS-SER-FIND-SERIAL.
           PERFORM FIND-SERIAL-REG-PARA.
      *    THE STATUS EACH MOVE EXPECTS THE SERIAL TO BE IN.
           EVALUATE WS-TDY-OPTION
               WHEN 2
                   IF WS-SR-HIT NOT = ZERO
                       MOVE 'N' TO WS-SERIAL-OK
                       MOVE 'SERIAL ALREADY REGISTERED'
                           TO WS-SERIAL-WHY
                   ELSE
                       ADD 1 TO WS-SER-NEW-COUNT
                   END-IF
               WHEN 1
               WHEN 4
                   IF WS-SR-HIT = ZERO
                       MOVE 'N' TO WS-SERIAL-OK
                   ELSE
                       IF WS-SR-T-STATUS(WS-SR-HIT) NOT = 'S' OR
                           WS-SR-T-BCODE(WS-SR-HIT)
                               NOT = WS-TDY-BRANCH-CODE
                           MOVE 'N' TO WS-SERIAL-OK
                       END-IF
                   END-IF
                   IF WS-SERIAL-OK = 'N' AND WS-SERIAL-WHY = SPACES
                       MOVE 'SERIAL NOT IN STOCK AT BRANCH'
                           TO WS-SERIAL-WHY
                   END-IF
               WHEN 6
                   IF WS-SR-HIT = ZERO
                       MOVE 'N' TO WS-SERIAL-OK
                   ELSE
                       IF WS-SR-T-STATUS(WS-SR-HIT) NOT = 'T' OR
                           WS-SR-T-BCODE(WS-SR-HIT)
                               NOT = WS-TDY-TO-BRANCH
                           MOVE 'N' TO WS-SERIAL-OK
                       END-IF
                   END-IF
                   IF WS-SERIAL-OK = 'N' AND WS-SERIAL-WHY = SPACES
                       MOVE 'SERIAL NOT IN TRANSIT' TO WS-SERIAL-WHY
                   END-IF
               WHEN 7
                   IF WS-SR-HIT = ZERO
                       MOVE 'N' TO WS-SERIAL-OK
                   ELSE
                       IF WS-SR-T-STATUS(WS-SR-HIT) NOT = 'I'
                           MOVE 'N' TO WS-SERIAL-OK
                       END-IF
                   END-IF
                   IF WS-SERIAL-OK = 'N' AND WS-SERIAL-WHY = SPACES
                       MOVE 'SERIAL WAS NOT ISSUED' TO WS-SERIAL-WHY
                   END-IF
               WHEN OTHER
                   IF WS-SR-HIT = ZERO
                       MOVE 'N' TO WS-SERIAL-OK
                   ELSE
                       IF WS-SR-T-STATUS(WS-SR-HIT) NOT = 'Q' OR
                           WS-SR-T-BCODE(WS-SR-HIT)
                               NOT = WS-TDY-BRANCH-CODE
                           MOVE 'N' TO WS-SERIAL-OK
                       END-IF
                   END-IF
                   IF WS-SERIAL-OK = 'N' AND WS-SERIAL-WHY = SPACES
                       MOVE 'SERIAL NOT IN QUARANTINE'
                           TO WS-SERIAL-WHY
                   END-IF
           END-EVALUATE.

       POST-SERIALS-PARA.
      * THE MOVE APPLIED -- CLAIM ITS FEED SERIALS AND MOVE EACH ONE
      * ON THE REGISTER. A TRANSFER LEAVES THE SERIAL UNDER THE
      * SENDING BRANCH, IN TRANSIT, UNTIL THE CONFIRMATION LANDS IT.
           EVALUATE WS-TDY-OPTION
               WHEN 1
                   MOVE 'I' TO WS-SER-NEW-STATUS
               WHEN 4
                   MOVE 'T' TO WS-SER-NEW-STATUS
               WHEN 7
                   MOVE 'Q' TO WS-SER-NEW-STATUS
               WHEN 9
                   MOVE 'X' TO WS-SER-NEW-STATUS
               WHEN OTHER
                   MOVE 'S' TO WS-SER-NEW-STATUS
           END-EVALUATE.
           MOVE WS-TDY-BRANCH-CODE TO WS-SER-NEW-BCODE.
           PERFORM VARYING WS-SER-P-IDX FROM 1 BY 1
               UNTIL WS-SER-P-IDX > WS-SER-PICKED
               MOVE WS-SER-PICK(WS-SER-P-IDX) TO WS-SF-IDX
               MOVE 'Y' TO WS-SF-T-USED(WS-SF-IDX)
               MOVE WS-TDY-PRODUCT-CODE TO WS-SER-FIND-PCODE
               MOVE WS-SF-T-SERIAL(WS-SF-IDX) TO WS-SER-FIND-SERIAL
               PERFORM FIND-SERIAL-REG-PARA
               IF WS-SR-HIT = ZERO
                   ADD 1 TO WS-SR-COUNT
                   MOVE WS-SR-COUNT TO WS-SR-HIT
                   MOVE WS-TDY-PRODUCT-CODE TO WS-SR-T-PCODE(WS-SR-HIT)
                   MOVE WS-SF-T-SERIAL(WS-SF-IDX)
                       TO WS-SR-T-SERIAL(WS-SR-HIT)
               END-IF
               MOVE WS-SER-NEW-BCODE TO WS-SR-T-BCODE(WS-SR-HIT)
               MOVE WS-SER-NEW-STATUS TO WS-SR-T-STATUS(WS-SR-HIT)
               MOVE WS-RUN-DATE TO WS-SR-T-DATE(WS-SR-HIT)
               IF WS-SERIAL-REPLAY = 'N'
                   MOVE WS-RUN-DATE TO SHS-DATE
                   MOVE WS-TDY-BRANCH-CODE TO SHS-BCODE
                   MOVE WS-TDY-PRODUCT-CODE TO SHS-PCODE
                   MOVE WS-SF-T-SERIAL(WS-SF-IDX) TO SHS-SERIAL
                   MOVE WS-TDY-OPTION TO SHS-OPTION
                   MOVE WS-SER-NEW-STATUS TO SHS-STATUS
                   MOVE WS-TDY-TO-BRANCH TO SHS-TOBR
                   MOVE WS-TRAN-SEQ TO SHS-REF
                   WRITE SERIAL-HISTORY-REC
                   ADD 1 TO WS-SER-MOVED
               END-IF
           END-PERFORM.

       FIND-SERIAL-REG-PARA.
      * SERIAL NUMBERS ARE UNIQUE WITHIN A PRODUCT, NOT ACROSS THEM.
           MOVE ZERO TO WS-SR-HIT.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-SR-HIT > ZERO
               IF WS-SR-T-PCODE(WS-SR-IDX) = WS-SER-FIND-PCODE AND
                   WS-SR-T-SERIAL(WS-SR-IDX) = WS-SER-FIND-SERIAL
                   MOVE WS-SR-IDX TO WS-SR-HIT
               END-IF
           END-PERFORM.

       LOAD-SERIAL-REGISTER-PARA.
      * THE WHOLE REGISTER IS REWRITTEN FROM THE TABLE AT END OF RUN,
      * SO A REGISTER LARGER THAN THE TABLE STOPS THE RUN RATHER THAN
      * LOSE THE SERIALS PAST THE LIMIT.
           MOVE ZERO TO WS-SR-COUNT.
           MOVE 'N' TO WS-SER-EOF.
           OPEN INPUT SERIAL-REGISTER.
           IF WS-SRG-STATUS NOT = '00'
               MOVE 'Y' TO WS-SER-EOF
           END-IF.
           PERFORM UNTIL WS-SER-EOF = 'Y'
               READ SERIAL-REGISTER
                   AT END MOVE 'Y' TO WS-SER-EOF
                   NOT AT END
                       IF WS-SR-COUNT >= MAX-SR-COUNT
                           DISPLAY "SERIAL REGISTER EXCEEDS TABLE "
                               "CAPACITY OF " MAX-SR-COUNT
                               " - RUN STOPPED"
                           CLOSE SERIAL-REGISTER
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SR-COUNT
                       MOVE SRG-BCODE TO WS-SR-T-BCODE(WS-SR-COUNT)
                       MOVE SRG-PCODE TO WS-SR-T-PCODE(WS-SR-COUNT)
                       MOVE SRG-SERIAL TO WS-SR-T-SERIAL(WS-SR-COUNT)
                       MOVE SRG-STATUS TO WS-SR-T-STATUS(WS-SR-COUNT)
                       IF SRG-DATE IS NUMERIC
                           MOVE SRG-DATE TO WS-SR-T-DATE(WS-SR-COUNT)
                       ELSE
                           MOVE ZERO TO WS-SR-T-DATE(WS-SR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SRG-STATUS = '00' OR WS-SRG-STATUS = '10'
               CLOSE SERIAL-REGISTER
           END-IF.

       LOAD-SERIAL-FEED-PARA.
      * A MISSING FEED IS A DAY WITH NO SERIAL-TRACKED MOVEMENTS; A
      * LINE THAT DOES NOT PARSE IS LEFT OUT WITH A CALL-OUT.
           MOVE ZERO TO WS-SF-COUNT.
           MOVE 'N' TO WS-SER-EOF.
           OPEN INPUT SERIAL-FEED.
           IF WS-SFD-STATUS NOT = '00'
               MOVE 'Y' TO WS-SER-EOF
           END-IF.
           PERFORM UNTIL WS-SER-EOF = 'Y'
               READ SERIAL-FEED
                   AT END MOVE 'Y' TO WS-SER-EOF
                   NOT AT END
                       IF WS-SF-COUNT >= MAX-SF-COUNT
                           DISPLAY "SERIAL FEED EXCEEDS TABLE "
                               "CAPACITY OF " MAX-SF-COUNT
                               " - RUN STOPPED"
                           CLOSE SERIAL-FEED
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF SMV-BCODE IS NUMERIC AND
                           SMV-PCODE IS NUMERIC AND
                           SMV-OPTION IS NUMERIC AND
                           SMV-SERIAL NOT = SPACES
                           ADD 1 TO WS-SF-COUNT
                           MOVE SMV-BCODE TO WS-SF-T-BCODE(WS-SF-COUNT)
                           MOVE SMV-PCODE TO WS-SF-T-PCODE(WS-SF-COUNT)
                           MOVE SMV-OPTION
                               TO WS-SF-T-OPTION(WS-SF-COUNT)
                           IF SMV-TOBR IS NUMERIC
                               MOVE SMV-TOBR
                                   TO WS-SF-T-TOBR(WS-SF-COUNT)
                           ELSE
                               MOVE ZERO TO WS-SF-T-TOBR(WS-SF-COUNT)
                           END-IF
                           MOVE SMV-SERIAL
                               TO WS-SF-T-SERIAL(WS-SF-COUNT)
                           MOVE 'N' TO WS-SF-T-USED(WS-SF-COUNT)
                       ELSE
                           DISPLAY "SERIAL FEED LINE IGNORED - "
                               SERIAL-FEED-REC
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SFD-STATUS = '00' OR WS-SFD-STATUS = '10'
               CLOSE SERIAL-FEED
           END-IF.

       REWRITE-SERIAL-REGISTER-PARA.
      * EVERY SERIAL GOES BACK OUT, ISSUED AND SCRAPPED ONES TOO --
      * THE INQUIRY NEEDS WHERE A UNIT ENDED UP. FEED SERIALS NO
      * APPLIED TRANSACTION CLAIMED GO ON THE EXCEPTIONS LIST. A
      * REGION PARTITION WRITES BACK ONLY THE ROWS NOW SITTING AT ITS
      * OWN BRANCHES; THE MERGE KEEPS THE LATEST ROW FOR A UNIT TWO
      * REGIONS BOTH WROTE.
           OPEN OUTPUT SERIAL-REGISTER.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               MOVE 'Y' TO WS-IN-REGION
               IF WS-PARTITION-MODE
                   MOVE WS-SR-T-BCODE(WS-SR-IDX) TO WS-BRR-BCODE
                   PERFORM CHECK-REGION-PARA
               END-IF
               IF WS-IN-REGION = 'Y'
                   MOVE WS-SR-T-BCODE(WS-SR-IDX) TO SRG-BCODE
                   MOVE WS-SR-T-PCODE(WS-SR-IDX) TO SRG-PCODE
                   MOVE WS-SR-T-SERIAL(WS-SR-IDX) TO SRG-SERIAL
                   MOVE WS-SR-T-STATUS(WS-SR-IDX) TO SRG-STATUS
                   MOVE WS-SR-T-DATE(WS-SR-IDX) TO SRG-DATE
                   WRITE SERIAL-REGISTER-REC
               END-IF
           END-PERFORM.
           CLOSE SERIAL-REGISTER.
           MOVE ZERO TO WS-SER-UNUSED.
           OPEN OUTPUT SERIAL-EXCEPTIONS.
           MOVE "SERIALS ON THE FEED NOT CLAIMED BY AN APPLIED MOVE"
               TO SERIAL-EXCEPTIONS-LINE.
           WRITE SERIAL-EXCEPTIONS-LINE.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > WS-SF-COUNT
               IF WS-SF-T-USED(WS-SF-IDX) = 'N'
                   ADD 1 TO WS-SER-UNUSED
                   MOVE WS-SF-T-SERIAL(WS-SF-IDX) TO WS-SXD-SERIAL
                   MOVE WS-SF-T-BCODE(WS-SF-IDX) TO WS-SXD-BCODE
                   MOVE WS-SF-T-PCODE(WS-SF-IDX) TO WS-SXD-PCODE
                   MOVE WS-SF-T-OPTION(WS-SF-IDX) TO WS-SXD-OPTION
                   MOVE WS-SF-T-TOBR(WS-SF-IDX) TO WS-SXD-TOBR
                   MOVE WS-SX-DETAIL-LINE TO SERIAL-EXCEPTIONS-LINE
                   WRITE SERIAL-EXCEPTIONS-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SERIAL-EXCEPTIONS-LINE.
           STRING WS-SER-UNUSED DELIMITED BY SIZE
               ' UNCLAIMED SERIALS' DELIMITED BY SIZE
               INTO SERIAL-EXCEPTIONS-LINE
           END-STRING.
           WRITE SERIAL-EXCEPTIONS-LINE.
           CLOSE SERIAL-EXCEPTIONS.
           DISPLAY WS-SER-MOVED " SERIAL MOVEMENTS, " WS-SER-UNUSED
               " FEED SERIALS UNCLAIMED".
           IF WS-SER-UNUSED > ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       APPLY-LOT-PARA.
      * AN APPLIED RECEIPT OR ISSUE THAT CARRIES A LOT NUMBER ALSO
      * POSTS TO THE LOT-LEVEL DETAIL AND THE RECALL-TRACE REGISTER.
      * AN ISSUE WITHOUT ONE IS DRAWN FROM THE LOTS ON HAND.
           IF WS-TDY-LOT NOT = SPACES AND
               (WS-TDY-OPTION = 1 OR WS-TDY-OPTION = 2)
               PERFORM POST-LOT-BALANCE-PARA
               MOVE WS-TDY-QUANTITY TO LMV-QTY
               MOVE WS-RUN-DATE TO LMV-DATE
               WRITE LOT-REGISTER-REC
               MOVE WS-TDY-LOT TO WS-MVD-NOTE-LOT
               MOVE WS-TDY-QUANTITY TO WS-MVD-NOTE-QTY
               PERFORM NOTE-MOVEDTL-LOT-PARA
           ELSE
               IF WS-TDY-LOT = SPACES AND WS-TDY-OPTION = 1
                   PERFORM ISSUE-FEFO-PARA
               END-IF
           END-IF.

       ISSUE-FEFO-PARA.
      * FIRST-EXPIRY-FIRST-OUT -- TAKE THE EARLIEST-EXPIRING LOT OF
      * THE BRANCH/PRODUCT THAT STILL HOLDS QUANTITY, DRAW AS MUCH AS
      * IT HAS, AND MOVE ON TO THE NEXT UNTIL THE ISSUE IS COVERED OR
      * THE LOTS RUN OUT. THE REMAINDER (STOCK RECEIVED WITHOUT A
      * LOT) STAYS UNTRACKED, THE SAME AS AN UNLOTTED ISSUE ALWAYS
      * WAS. ON A RESTART REPLAY ONLY THE TABLE IS DRAWN DOWN.
           MOVE WS-TDY-QUANTITY TO WS-FEFO-LEFT.
           MOVE 'N' TO WS-FEFO-DONE.
           PERFORM UNTIL WS-FEFO-LEFT = ZERO OR WS-FEFO-DONE = 'Y'
               PERFORM FIND-FEFO-LOT-PARA
               IF WS-LOT-HIT = ZERO
                   MOVE 'Y' TO WS-FEFO-DONE
               ELSE
                   PERFORM DRAW-FEFO-LOT-PARA
               END-IF
           END-PERFORM.

       FIND-FEFO-LOT-PARA.
      * TIES ON EXPIRY GO TO THE LOT FIRST IN THE TABLE, WHICH IS THE
      * ORDER THE LOTS WERE RECEIVED.
           MOVE ZERO TO WS-LOT-HIT.
           MOVE 99999999 TO WS-FEFO-BEST.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-T-BCODE(WS-LOT-IDX) = WS-TDY-BRANCH-CODE
                   AND WS-LOT-T-PCODE(WS-LOT-IDX)
                       = WS-TDY-PRODUCT-CODE
                   AND WS-LOT-T-QTY(WS-LOT-IDX) > ZERO
                   IF WS-LOT-T-EXPIRY(WS-LOT-IDX) = ZERO
                       MOVE 99999999 TO WS-FEFO-RANK
                   ELSE
                       MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX)
                           TO WS-FEFO-RANK
                   END-IF
                   IF WS-LOT-HIT = ZERO OR
                       WS-FEFO-RANK < WS-FEFO-BEST
                       MOVE WS-LOT-IDX TO WS-LOT-HIT
                       MOVE WS-FEFO-RANK TO WS-FEFO-BEST
                   END-IF
               END-IF
           END-PERFORM.

       DRAW-FEFO-LOT-PARA.
           IF WS-FEFO-LEFT >= WS-LOT-T-QTY(WS-LOT-HIT)
               MOVE WS-LOT-T-QTY(WS-LOT-HIT) TO WS-FEFO-DRAW
           ELSE
               MOVE WS-FEFO-LEFT TO WS-FEFO-DRAW
           END-IF.
           SUBTRACT WS-FEFO-DRAW FROM WS-LOT-T-QTY(WS-LOT-HIT).
           SUBTRACT WS-FEFO-DRAW FROM WS-FEFO-LEFT.
           IF WS-LOT-REPLAY = 'N'
               MOVE WS-TDY-BRANCH-CODE TO LMV-BCODE
               MOVE WS-TDY-PRODUCT-CODE TO LMV-PCODE
               MOVE WS-LOT-T-LOT(WS-LOT-HIT) TO LMV-LOT
               MOVE 1 TO LMV-OPTION
               MOVE WS-FEFO-DRAW TO LMV-QTY
               MOVE WS-RUN-DATE TO LMV-DATE
               WRITE LOT-REGISTER-REC
               MOVE WS-LOT-T-LOT(WS-LOT-HIT) TO WS-MVD-NOTE-LOT
               MOVE WS-FEFO-DRAW TO WS-MVD-NOTE-QTY
               PERFORM NOTE-MOVEDTL-LOT-PARA
           END-IF.

       WRITE-OFF-LOT-PARA.
      * AN ADJUSTMENT NAMING A LOT IS THE EXPIRY WRITE-OFF RAISED BY
      * KeyExpiredProcess FOR THAT LOT -- THE WHOLE LOT COMES OFF THE
      * LOT DETAIL SO TOMORROW'S KEY FILE DOES NOT OFFER IT AGAIN.
           MOVE ZERO TO WS-LOT-HIT.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   OR WS-LOT-HIT > ZERO
               IF WS-LOT-T-BCODE(WS-LOT-IDX) = WS-TDY-BRANCH-CODE
                   AND WS-LOT-T-PCODE(WS-LOT-IDX)
                       = WS-TDY-PRODUCT-CODE
                   AND WS-LOT-T-LOT(WS-LOT-IDX) = WS-TDY-LOT
                   MOVE WS-LOT-IDX TO WS-LOT-HIT
               END-IF
           END-PERFORM.
           IF WS-LOT-HIT > ZERO
               IF WS-LOT-REPLAY = 'N' AND
                   WS-LOT-T-QTY(WS-LOT-HIT) > ZERO
                   MOVE WS-TDY-BRANCH-CODE TO LMV-BCODE
                   MOVE WS-TDY-PRODUCT-CODE TO LMV-PCODE
                   MOVE WS-TDY-LOT TO LMV-LOT
                   MOVE 5 TO LMV-OPTION
                   MOVE WS-LOT-T-QTY(WS-LOT-HIT) TO LMV-QTY
                   MOVE WS-RUN-DATE TO LMV-DATE
                   WRITE LOT-REGISTER-REC
                   MOVE WS-TDY-LOT TO WS-MVD-NOTE-LOT
                   MOVE WS-LOT-T-QTY(WS-LOT-HIT) TO WS-MVD-NOTE-QTY
                   PERFORM NOTE-MOVEDTL-LOT-PARA
               END-IF
               MOVE ZERO TO WS-LOT-T-QTY(WS-LOT-HIT)
           END-IF.

       POST-LOT-BALANCE-PARA.
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-LOT-T-QTY(WS-LOT-HIT)
                   END-ADD
      *            A LOT TOPPED UP KEEPS THE EARLIER OF ITS TWO DATES.
                   IF WS-TDY-EXPIRY NOT = ZERO
                       IF WS-LOT-T-EXPIRY(WS-LOT-HIT) = ZERO OR
                           WS-TDY-EXPIRY < WS-LOT-T-EXPIRY(WS-LOT-HIT)
                           MOVE WS-TDY-EXPIRY
                               TO WS-LOT-T-EXPIRY(WS-LOT-HIT)
                       END-IF
                   END-IF
               ELSE
                   IF WS-LOT-COUNT >= MAX-LOT-COUNT
                       DISPLAY "LOT TABLE FULL - LOT NOT TRACKED "
                           TO WS-LOT-T-LOT(WS-LOT-COUNT)
                       MOVE WS-TDY-QUANTITY
                           TO WS-LOT-T-QTY(WS-LOT-COUNT)
                       MOVE WS-TDY-EXPIRY
                           TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                   END-IF
               END-IF
           ELSE
                       ELSE
                           MOVE ZERO TO WS-LOT-T-QTY(WS-LOT-COUNT)
                       END-IF
                       IF LBL-EXPIRY IS NUMERIC
                           MOVE LBL-EXPIRY
                               TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-LOT-T-EXPIRY(WS-LOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LBL-STATUS = '00' OR WS-LBL-STATUS = '10'
                   MOVE WS-LOT-T-PCODE(WS-LOT-IDX) TO LBL-PCODE
                   MOVE WS-LOT-T-LOT(WS-LOT-IDX) TO LBL-LOT
                   MOVE WS-LOT-T-QTY(WS-LOT-IDX) TO LBL-QTY
                   MOVE WS-LOT-T-EXPIRY(WS-LOT-IDX) TO LBL-EXPIRY
                   WRITE LOTBALANCE-REC
               END-IF
           END-PERFORM.
                   WS-PO-T-BCODE(WS-PO-IDX) = WS-TDY-BRANCH-CODE AND
                   WS-PO-T-PCODE(WS-PO-IDX) = WS-TDY-PRODUCT-CODE
                   MOVE 'Y' TO WS-PO-POSTED
                   IF WS-MVD-PENDING = 'Y'
                       MOVE WS-PO-T-PONUM(WS-PO-IDX) TO WS-MVS-PONUM
                   END-IF
                   MOVE WS-RUN-DATE TO WS-PO-T-RCVDATE(WS-PO-IDX)
                   ADD WS-TDY-QUANTITY
                       TO WS-PO-T-RCVQTY(WS-PO-IDX)
                       ON SIZE ERROR
                       END-IF
                       MOVE OPO-DATE TO WS-PO-T-DATE(WS-PO-COUNT)
                       MOVE OPO-STATUS TO WS-PO-T-STATE(WS-PO-COUNT)
                       MOVE OPO-SUPP TO WS-PO-T-SUPP(WS-PO-COUNT)
                       IF OPO-RCVDATE IS NUMERIC
                           MOVE OPO-RCVDATE
                               TO WS-PO-T-RCVDATE(WS-PO-COUNT)
                       ELSE
                           MOVE ZERO TO WS-PO-T-RCVDATE(WS-PO-COUNT)
                       END-IF
                       MOVE OPO-PRINTED TO WS-PO-T-PRINTED(WS-PO-COUNT)
                       IF OPO-DOCNUM IS NUMERIC
                           MOVE OPO-DOCNUM
                               TO WS-PO-T-DOCNUM(WS-PO-COUNT)
                       ELSE
                           MOVE ZERO TO WS-PO-T-DOCNUM(WS-PO-COUNT)
                       END-IF
                       IF OPO-PRICE IS NUMERIC
                           MOVE OPO-PRICE TO WS-PO-T-PRICE(WS-PO-COUNT)
                       ELSE
                           MOVE ZERO TO WS-PO-T-PRICE(WS-PO-COUNT)
                       END-IF
                       IF OPO-INVQTY IS NUMERIC
                           MOVE OPO-INVQTY
                               TO WS-PO-T-INVQTY(WS-PO-COUNT)
                       ELSE
                           MOVE ZERO TO WS-PO-T-INVQTY(WS-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '10'
               MOVE WS-PO-T-RCVQTY(WS-PO-IDX) TO OPO-RCVQTY
               MOVE WS-PO-T-DATE(WS-PO-IDX) TO OPO-DATE
               MOVE WS-PO-T-STATE(WS-PO-IDX) TO OPO-STATUS
               MOVE WS-PO-T-SUPP(WS-PO-IDX) TO OPO-SUPP
               MOVE WS-PO-T-RCVDATE(WS-PO-IDX) TO OPO-RCVDATE
               MOVE WS-PO-T-PRINTED(WS-PO-IDX) TO OPO-PRINTED
               MOVE WS-PO-T-DOCNUM(WS-PO-IDX) TO OPO-DOCNUM
               MOVE WS-PO-T-PRICE(WS-PO-IDX) TO OPO-PRICE
               MOVE WS-PO-T-INVQTY(WS-PO-IDX) TO OPO-INVQTY
               WRITE OPENPO-REC
           END-PERFORM.
           CLOSE OPENPO-FILE.
       RAISE-BACKORDER-PARA.
      * THE REJECTED ISSUE'S DEMAND GOES ON THE BACKORDER LIST SO IT
      * IS RETRIED EACH RUN INSTEAD OF EVAPORATING WITH THE REJECT.
      * THE FAILURE GOES ON THE DEMAND TRAIL EVEN IF THE LIST IS FULL.
           MOVE 'R' TO WS-DML-EVENT.
           MOVE WS-TDY-QUANTITY TO WS-DML-QTY.
           MOVE WS-RUN-DATE TO WS-DML-RAISED.
           IF WS-RESTART-FLAG = 'Y' AND WS-CKPT-COUNT > ZERO
               IF WS-TRAN-SEQ > WS-CKPT-SEQ-T(WS-CKPT-COUNT)
                   PERFORM LOG-DEMAND-PARA
               END-IF
           ELSE
               PERFORM LOG-DEMAND-PARA
           END-IF.
           IF WS-BO-COUNT >= 200
               DISPLAY "BACKORDER TABLE FULL - DEMAND NOT CAPTURED "
                   WS-TDYTRANSACTION
      *                IS RETRIED INSTEAD OF BEING MARKED FILLED.
                       MOVE 'F' TO WS-BO-T-STATE(WS-BO-IDX)
                   ELSE
                       PERFORM TRY-FILL-ONE-PARA THRU TRY-FILL-ONE-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM REWRITE-BACKORDERS-PARA.

       TRY-FILL-ONE-PARA.
           MOVE WS-BO-T-PCODE(WS-BO-IDX) TO WS-KIT-PCODE.
           PERFORM FIND-KIT-PARA.
           IF WS-KIT-FOUND = 'Y'
               PERFORM TRY-FILL-KIT-PARA
               GO TO TRY-FILL-ONE-EXIT
           END-IF.
           MOVE WS-BO-T-BCODE(WS-BO-IDX) TO BAL-BCODE.
           MOVE WS-BO-T-PCODE(WS-BO-IDX) TO BAL-PCODE.
           READ BALMASTER
               INVALID KEY
                   ADD 1 TO WS-BO-T-AGE(WS-BO-IDX)
               NOT INVALID KEY
                   MOVE BAL-BCODE TO WS-RSV-BCODE
                   MOVE BAL-PCODE TO WS-RSV-PCODE
                   PERFORM FIND-RESERVED-PARA
                   IF BAL-QUANTITY NOT <
                       WS-BO-T-QTY(WS-BO-IDX) + WS-RSV-QTY
                       MOVE WS-BO-T-BCODE(WS-BO-IDX)
                           TO WS-TDY-BRANCH-CODE
                       MOVE WS-BO-T-PCODE(WS-BO-IDX)
                       MOVE WS-BO-T-QTY(WS-BO-IDX)
                           TO WS-TDY-QUANTITY
                       MOVE SPACES TO WS-TDY-LOT
                       MOVE SPACES TO WS-TDY-UNIT
                       MOVE ZERO TO WS-TDY-EXPIRY
                       MOVE BAL-QUANTITY TO WS-MV-BEFORE
                       SUBTRACT WS-BO-T-QTY(WS-BO-IDX)
                           FROM BAL-QUANTITY
                       PERFORM COMMIT-BALANCE-PARA
                       MOVE 'F' TO WS-BO-T-STATE(WS-BO-IDX)
                       ADD 1 TO WS-BO-FILLED-COUNT
                       PERFORM LOG-FILL-PARA
                       DISPLAY "BACKORDER FILLED - "
                           WS-BO-T-BCODE(WS-BO-IDX) " "
                           WS-BO-T-PCODE(WS-BO-IDX) " QTY "
                   END-IF
           END-READ.

       TRY-FILL-ONE-EXIT.
           EXIT.

       TRY-FILL-KIT-PARA.
      * A KIT BACKORDER FILLS ONLY WHEN EVERY COMPONENT COVERS IT.
           MOVE WS-BO-T-BCODE(WS-BO-IDX) TO WS-TDY-BRANCH-CODE.
           MOVE WS-BO-T-PCODE(WS-BO-IDX) TO WS-TDY-PRODUCT-CODE.
           MOVE 1 TO WS-TDY-OPTION.
           MOVE WS-BO-T-QTY(WS-BO-IDX) TO WS-TDY-QUANTITY.
           MOVE SPACES TO WS-TDY-REASON.
           MOVE SPACES TO WS-TDY-LOT.
           MOVE SPACES TO WS-TDY-UNIT.
           MOVE ZERO TO WS-TDY-EXPIRY.
           PERFORM KIT-CHECK-PARA.
           IF WS-KIT-SHORT = 'Y'
               ADD 1 TO WS-BO-T-AGE(WS-BO-IDX)
           ELSE
               PERFORM KIT-POST-PARA
               MOVE 'F' TO WS-BO-T-STATE(WS-BO-IDX)
               ADD 1 TO WS-BO-FILLED-COUNT
               PERFORM LOG-FILL-PARA
               DISPLAY "BACKORDER FILLED - "
                   WS-BO-T-BCODE(WS-BO-IDX) " "
                   WS-BO-T-PCODE(WS-BO-IDX) " QTY "
                   WS-BO-T-QTY(WS-BO-IDX) " (KIT)"
           END-IF.

       LOG-FILL-PARA.
           MOVE 'F' TO WS-DML-EVENT.
           MOVE WS-BO-T-QTY(WS-BO-IDX) TO WS-DML-QTY.
           MOVE WS-BO-T-DATE(WS-BO-IDX) TO WS-DML-RAISED.
           PERFORM LOG-DEMAND-PARA.

       LOG-DEMAND-PARA.
      * ONE LINE ON THE ISSUE-DEMAND TRAIL FOR THE TRANSACTION IN
      * WS-TDYTRANSACTION (A BACKORDER FILL HAS BEEN MOVED THERE).
           MOVE WS-RUN-DATE TO DML-DATE.
           MOVE WS-TRAN-SEQ TO DML-REF.
           MOVE WS-DML-EVENT TO DML-EVENT.
           MOVE WS-TDY-BRANCH-CODE TO DML-BCODE.
           MOVE WS-TDY-PRODUCT-CODE TO DML-PCODE.
           MOVE WS-DML-QTY TO DML-QTY.
           MOVE WS-DML-RAISED TO DML-RAISED.
           WRITE DEMAND-LOG-REC.

       REWRITE-BACKORDERS-PARA.
           OPEN OUTPUT BACKORDER-FILE.
           OPEN OUTPUT BACKORDER-REPORT.
           MOVE WS-TDY-REASON TO BH-REASON
           MOVE WS-TRAN-SEQ TO BH-REF
           PERFORM WRITE-BALHIST-PARA
           PERFORM STAGE-MOVEDTL-PARA
           ADD 1 TO WS-STAT-WRITTEN
           PERFORM WRITE-MOVEMENT-PARA.

           MOVE 'S' TO CKPT-TYPE
           MOVE WS-TRAN-SEQ TO CKPT-TRAN-SEQ
           WRITE CHECKPOINT-REC.
           MOVE 'Y' TO WS-TRAN-APPLIED.

       STAGE-MOVEDTL-PARA.
      * THE DETAIL RECORD TAKES THE KEY THE HISTORY LINE ACTUALLY
      * LANDED ON, SO A REVERSAL KEYED OFF THE STOCK CARD FINDS IT.
      * IT STAYS STAGED UNTIL THE TRANSACTION ENDS OR THE NEXT LINE
      * (A TRANSFER LEG, A KIT COMPONENT) IS LOGGED.
           IF WS-MVD-PENDING = 'Y'
               PERFORM WRITE-MOVEDTL-PARA
           END-IF.
           INITIALIZE WS-MVD-STAGE.
           MOVE BH-KEY TO WS-MVS-KEY.
           MOVE WS-TDY-OPTION TO WS-MVS-OPTION.
           MOVE WS-TDY-QUANTITY TO WS-MVS-QTY.
           MOVE WS-MV-BEFORE TO WS-MVS-BEFORE.
           MOVE BAL-QUANTITY TO WS-MVS-AFTER.
           PERFORM STAGE-MOVEDTL-COMMON-PARA.

       STAGE-MOVEDTL-COMMON-PARA.
           IF WS-TDY-OPTION = 4 OR WS-TDY-OPTION = 6
               MOVE WS-TDY-TO-BRANCH TO WS-MVS-OTHBR
           END-IF.
           MOVE WS-TDY-REASON TO WS-MVS-REASON.
           IF WS-REV-ACTIVE = 'Y'
               MOVE WS-MVO-OTHBR TO WS-MVS-OTHBR
               MOVE WS-MVO-REASON TO WS-MVS-REASON
               MOVE WS-MVO-DATE TO WS-MVS-LINK-DATE
               MOVE WS-MVO-REF TO WS-MVS-LINK-REF
               MOVE WS-MVO-OPTION TO WS-MVS-LINK-OPT
           END-IF.
           MOVE 'Y' TO WS-MVD-PENDING.

       LOG-QUAR-MOVEDTL-PARA.
      * A QUARANTINE RETURN OR SCRAP WRITES NO HISTORY LINE, SO ITS
      * DETAIL IS KEYED ON THE TRANSACTION'S OWN SEQUENCE AND WRITTEN
      * STRAIGHT AWAY -- THE BUCKET IS THE ONLY BALANCE IT MOVES.
           IF WS-MVD-PENDING = 'Y'
               PERFORM WRITE-MOVEDTL-PARA
           END-IF.
           INITIALIZE WS-MVD-STAGE.
           MOVE WS-TDY-BRANCH-CODE TO WS-MVS-BCODE.
           MOVE WS-TDY-PRODUCT-CODE TO WS-MVS-PCODE.
           MOVE WS-RUN-DATE TO WS-MVS-DATE.
           MOVE WS-TRAN-SEQ TO WS-MVS-REF.
           MOVE WS-TDY-OPTION TO WS-MVS-OPTION.
           MOVE WS-TDY-QUANTITY TO WS-MVS-QTY.
           PERFORM STAGE-MOVEDTL-COMMON-PARA.
           PERFORM WRITE-MOVEDTL-PARA.

       NOTE-MOVEDTL-LOT-PARA.
      * A LOT THE STAGED MOVEMENT DREW OR CREDITED, SO A REVERSAL CAN
      * PUT THE LOT DETAIL BACK AS IT WAS.
           IF WS-MVD-PENDING = 'Y' AND WS-REV-ACTIVE = 'N'
               IF WS-MVS-LOT-COUNT < 4
                   ADD 1 TO WS-MVS-LOT-COUNT
                   MOVE WS-MVD-NOTE-LOT
                       TO WS-MVS-LOT(WS-MVS-LOT-COUNT)
                   MOVE WS-MVD-NOTE-QTY
                       TO WS-MVS-LOT-QTY(WS-MVS-LOT-COUNT)
               ELSE
                   DISPLAY "MORE THAN 4 LOTS ON ONE MOVEMENT - LOT "
                       WS-MVD-NOTE-LOT " NOT KEPT FOR REVERSAL"
               END-IF
           END-IF.

       WRITE-MOVEDTL-PARA.
      * A TRIAL STAGES THE DETAIL SO THE SIDE EFFECTS RUN THE SAME,
      * BUT NEVER WRITES IT. A COLLIDING KEY BUMPS THE REFERENCE THE
      * SAME WAY THE HISTORY LINE DOES.
           MOVE 'N' TO WS-MVD-PENDING.
           IF NOT WS-TRIAL-MODE AND WS-MVD-OPEN = 'Y'
               MOVE WS-MVD-STAGE TO MOVEMENT-DETAIL-REC
               MOVE 'N' TO WS-MVD-WRITTEN
               MOVE ZERO TO WS-MVD-BUMP
               PERFORM WRITE-MOVEDTL-TRY-PARA
                   UNTIL WS-MVD-WRITTEN = 'Y' OR WS-MVD-BUMP > 99
               IF WS-MVD-WRITTEN = 'Y'
                   MOVE MD-REF TO WS-MVS-REF
               ELSE
                   DISPLAY "MOVEMENT DETAIL COULD NOT BE PLACED - KEY "
                       WS-MVS-KEY
               END-IF
           END-IF.

       WRITE-MOVEDTL-TRY-PARA.
           WRITE MOVEMENT-DETAIL-REC
               INVALID KEY
                   ADD 1 TO MD-REF
                   ADD 1 TO WS-MVD-BUMP
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MVD-WRITTEN
           END-WRITE.

       WRITE-MOVEMENT-PARA.
      * ONE REGISTER LINE PER COMMITTED BALANCE, UNDER THE SENDING
      * TRANSACTION'S BRANCH; THE SUBTOTAL BREAKS WHEN THAT BRANCH
      * CHANGES (THE EDITED FEED ARRIVES IN BRANCH ORDER).
           PERFORM MR-BRANCH-BREAK-PARA.
           COMPUTE WS-MV-DELTA = BAL-QUANTITY - WS-MV-BEFORE.
           ADD WS-MV-DELTA TO WS-MR-BRANCH-NET.
           PERFORM CHECK-MR-PAGE-PARA.
           MOVE BAL-BCODE TO WS-MR-BCODE.
           MOVE BAL-PCODE TO WS-MR-PCODE.
           MOVE WS-PRODUCT-DESC TO WS-MR-DESC.
           IF WS-KIT-LEG = 'Y'
               MOVE SPACES TO WS-MR-DESC
               STRING "  + " WS-PRODUCT-DESC DELIMITED BY SIZE
                   INTO WS-MR-DESC
               END-STRING
           END-IF.
           MOVE WS-TDY-OPTION TO WS-MR-OPTION.
           MOVE WS-TDY-QUANTITY TO WS-MR-QTY.
           MOVE WS-MV-BEFORE TO WS-MR-BEFORE.
           MOVE BAL-QUANTITY TO WS-MR-AFTER.
           MOVE BH-REF TO WS-MR-REF.
           IF WS-REV-ACTIVE = 'Y'
               MOVE WS-MVO-REF TO WS-MR-LINK-REF
               MOVE WS-MVO-OPTION TO WS-MR-LINK-OPT
               MOVE WS-MVO-REASON TO WS-MR-LINK-RSN
           ELSE
               MOVE ZERO TO WS-MR-LINK-REF
               MOVE SPACE TO WS-MR-LINK-OPT
               MOVE SPACES TO WS-MR-LINK-RSN
           END-IF.
           MOVE WS-MR-DETAIL-LINE TO MOVEMENT-REGISTER-LINE.
           WRITE MOVEMENT-REGISTER-LINE.

       WRITE-MR-KIT-PARA.
      * THE KIT ITSELF MOVES NO STOCK -- ITS LINE NAMES THE ISSUE AND
      * THE COMPONENT LINES BENEATH IT CARRY THE QUANTITIES.
           PERFORM MR-BRANCH-BREAK-PARA.
           PERFORM CHECK-MR-PAGE-PARA.
           MOVE WS-TDY-PRODUCT-CODE TO WS-CHECK-PCODE.
           PERFORM FIND-PRODUCT-DESC.
           MOVE WS-TDY-BRANCH-CODE TO WS-MRK-BCODE.
           MOVE WS-TDY-PRODUCT-CODE TO WS-MRK-PCODE.
           MOVE WS-PRODUCT-DESC TO WS-MRK-DESC.
           MOVE WS-TDY-OPTION TO WS-MRK-OPTION.
           MOVE WS-TDY-QUANTITY TO WS-MRK-QTY.
           MOVE WS-MR-KIT-LINE TO MOVEMENT-REGISTER-LINE.
           WRITE MOVEMENT-REGISTER-LINE.

       WRITE-MR-QREV-PARA.
      * THE REGISTER LINE FOR A REVERSED QUARANTINE RETURN OR SCRAP.
           PERFORM MR-BRANCH-BREAK-PARA.
           PERFORM CHECK-MR-PAGE-PARA.
           MOVE WS-TDY-PRODUCT-CODE TO WS-CHECK-PCODE.
           PERFORM FIND-PRODUCT-DESC.
           MOVE WS-TDY-BRANCH-CODE TO WS-MRQ-BCODE.
           MOVE WS-TDY-PRODUCT-CODE TO WS-MRQ-PCODE.
           MOVE WS-PRODUCT-DESC TO WS-MRQ-DESC.
           MOVE WS-TDY-OPTION TO WS-MRQ-OPTION.
           MOVE WS-TDY-QUANTITY TO WS-MRQ-QTY.
           MOVE WS-MVS-REF TO WS-MRQ-REF.
           MOVE WS-MVO-REF TO WS-MRQ-LINK-REF.
           MOVE WS-MVO-OPTION TO WS-MRQ-LINK-OPT.
           MOVE WS-MVO-REASON TO WS-MRQ-LINK-RSN.
           MOVE WS-MR-QREV-LINE TO MOVEMENT-REGISTER-LINE.
           WRITE MOVEMENT-REGISTER-LINE.

       MR-BRANCH-BREAK-PARA.
           IF WS-MR-ANY = 'Y' AND
               WS-TDY-BRANCH-CODE NOT = WS-MR-CUR-BRANCH
               PERFORM WRITE-MR-SUBTOTAL-PARA
           END-IF.
           IF WS-MR-ANY = 'N' OR
               WS-TDY-BRANCH-CODE NOT = WS-MR-CUR-BRANCH
               MOVE WS-TDY-BRANCH-CODE TO WS-MR-CUR-BRANCH
               MOVE ZERO TO WS-MR-BRANCH-NET
               MOVE 'Y' TO WS-MR-ANY
           END-IF.

       WRITE-MR-SUBTOTAL-PARA.
           MOVE WS-MR-CUR-BRANCH TO WS-MR-SUB-BCODE.
           MOVE WS-MR-BRANCH-NET TO WS-MR-SUB-NET.
               READ BALMASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF
                   NOT AT END
                       PERFORM CHECK-MASTER-ROW-PARA
                       IF WS-IN-REGION = 'Y'
                           MOVE BAL-BCODE TO NEW-BCODE
                           MOVE BAL-PCODE TO NEW-PCODE
                           MOVE BAL-QUANTITY TO NEW-QUANTITY
                           ADD NEW-QUANTITY TO WS-NEWBALANCE-TOTAL
                           WRITE NEWBALANCE-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEWBALANCE.
           IF WS-MR-ANY = 'Y'
               PERFORM WRITE-MR-SUBTOTAL-PARA
           END-IF.
           IF WS-MVD-PENDING = 'Y'
               PERFORM WRITE-MOVEDTL-PARA
           END-IF.
           IF WS-MVD-OPEN = 'Y'
               CLOSE MOVEMENT-DETAIL
           END-IF.
           IF WS-PX-OPEN = 'Y'
               CLOSE PERIOD-EXCEPTIONS
               DISPLAY WS-PX-COUNT " TRANSACTIONS ON THE PERIOD "
                   "EXCEPTION LISTING"
           END-IF.
      *    IN CATCH-UP MODE THE TRANSACTION FILE WAS ALREADY CLOSED
      *    AT THE END OF ITS DAY'S CYCLE.
           IF NOT WS-CATCHUP-MODE
               UNMATCHED-FILE BALHISTORY CHECKPOINT-FILE
               INVALID-BRANCH-FILE ADJUST-REGISTER
               MOVEMENT-REGISTER AGING-REPORT VARIANCE-FILE
               LOT-REGISTER SERIAL-HISTORY DEMAND-LOG.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT UNMATCHED-PREV.
           COMPUTE WS-PR-SUB = WS-PR-MOVE + 1.
           MOVE PM-PRODUCT-CODE TO WS-PR-CODE(WS-PR-SUB).
           MOVE PM-PRODUCT-DESC TO WS-PR-DESC(WS-PR-SUB).
           IF PM-PRODUCT-SERIAL = 'Y'
               MOVE 'Y' TO WS-PR-SERIAL(WS-PR-SUB)
           ELSE
               MOVE 'N' TO WS-PR-SERIAL(WS-PR-SUB)
           END-IF.

       LOAD-REASON-MASTER.
           MOVE ZERO TO WS-REASON-COUNT.
               CLOSE REASON-MASTER
           END-IF.

       LOAD-KIT-MASTER.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE 'N' TO WS-KITMST-EOF.
           OPEN INPUT KIT-MASTER.
           IF WS-KIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-KITMST-EOF
           END-IF.
           PERFORM UNTIL WS-KITMST-EOF = 'Y'
               READ KIT-MASTER
                   AT END MOVE 'Y' TO WS-KITMST-EOF
                   NOT AT END
                       IF KM-KIT-PCODE IS NUMERIC AND
                           KM-COMP-PCODE IS NUMERIC AND
                           KM-COMP-QTY IS NUMERIC
                           PERFORM ADD-KIT-ENTRY
                       ELSE
                           DISPLAY "KIT MASTER ROW NOT VALID - "
                               "IGNORED " KIT-MASTER-REC
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KIT-STATUS = '00' OR WS-KIT-STATUS = '10'
               CLOSE KIT-MASTER
           END-IF.

       ADD-KIT-ENTRY.
           IF WS-KIT-COUNT >= MAX-KIT-COUNT
               DISPLAY "KIT MASTER EXCEEDS TABLE CAPACITY OF "
                   MAX-KIT-COUNT " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE KM-KIT-PCODE TO WS-KT-PCODE(WS-KIT-COUNT).
           MOVE KM-COMP-PCODE TO WS-KT-COMP(WS-KIT-COUNT).
           MOVE KM-COMP-QTY TO WS-KT-QTY(WS-KIT-COUNT).

       FIND-PRODUCT-DESC.
           MOVE SPACES TO WS-PRODUCT-DESC.
           IF WS-PRODUCT-COUNT > ZERO
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
           MOVE 'D:\cOBOLTRAINING\Checkpoint.txt'
               TO WS-CHECKPOINT-FILE-PATH
           ACCEPT WS-CHECKPOINT-FILE-PATH
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\PublicHolidays.txt'
               TO WS-PUBHOL-PATH
           ACCEPT WS-PUBHOL-PATH FROM ENVIRONMENT 'PUBLIC_HOLIDAYS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-NONWORK-X.
           ACCEPT WS-NONWORK-X FROM ENVIRONMENT 'NON_WORKING_DAYS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-NONWORK-X NOT = SPACES
               MOVE WS-NONWORK-X TO WS-NONWORK-DAYS
           END-IF.
           MOVE 'D:\cOBOLTRAINING\InvalidBranch.txt'
               TO WS-INVALID-BRANCH-FILE-PATH
           ACCEPT WS-INVALID-BRANCH-FILE-PATH
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\KitMaster.txt'
               TO WS-KIT-MASTER-PATH
           ACCEPT WS-KIT-MASTER-PATH FROM ENVIRONMENT 'KIT_MASTER'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\CustomerOrders.txt'
               TO WS-CUSTORDER-PATH
           ACCEPT WS-CUSTORDER-PATH FROM ENVIRONMENT 'CUSTOMER_ORDERS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\LotRegister.txt'
               TO WS-LOT-REGISTER-PATH
           ACCEPT WS-LOT-REGISTER-PATH FROM ENVIRONMENT 'LOT_REGISTER'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\SerialTran.txt'
               TO WS-SERIAL-FEED-PATH
           ACCEPT WS-SERIAL-FEED-PATH FROM ENVIRONMENT 'SERIAL_TRAN'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\SerialRegister.txt'
               TO WS-SERIAL-REGISTER-PATH
           ACCEPT WS-SERIAL-REGISTER-PATH
               FROM ENVIRONMENT 'SERIAL_REGISTER'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\SerialHistory.txt'
               TO WS-SERIAL-HISTORY-PATH
           ACCEPT WS-SERIAL-HISTORY-PATH
               FROM ENVIRONMENT 'SERIAL_HISTORY'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\DemandLog.txt'
               TO WS-DEMAND-LOG-PATH
           ACCEPT WS-DEMAND-LOG-PATH FROM ENVIRONMENT 'DEMAND_LOG'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\SerialExceptions.txt'
               TO WS-SERIAL-EXCEPT-PATH
           ACCEPT WS-SERIAL-EXCEPT-PATH
               FROM ENVIRONMENT 'SERIAL_EXCEPTIONS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\PeriodExceptions.txt'
               TO WS-PERIOD-EXCEPT-PATH
           ACCEPT WS-PERIOD-EXCEPT-PATH
               FROM ENVIRONMENT 'PERIOD_EXCEPTIONS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-IT-AGE-DAYS-X
           ACCEPT WS-IT-AGE-DAYS-X
               FROM ENVIRONMENT 'INTRANSIT_AGE_DAYS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 'D:\cOBOLTRAINING\RunStats.txt'
               TO WS-RUNSTATS-PATH
           ACCEPT WS-RUNSTATS-PATH FROM ENVIRONMENT 'RUN_STATS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-CLOSE-REGION-X
           ACCEPT WS-CLOSE-REGION-X FROM ENVIRONMENT 'CLOSE_REGION'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-CLOSE-REGION-X NOT = SPACES
               MOVE 'Y' TO WS-PARTITION
           END-IF.

       END PROGRAM COBOLRD2.
