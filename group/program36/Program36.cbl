      ******************************************************************
      * Group 4 - Program #36
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Card chargebacks and disputes. When the card processor sent
      * a chargeback, someone searched the invoice history and the
      * audit trail by hand for the sale and argued the debit from
      * a printout. This program reads the processor's chargeback
      * file (chargebacks.dat - new cases and the processor's won
      * and lost decisions) and the store's own dispute actions
      * (disputeActions.dat - contest or accept a case, with who
      * and when), and:
      *   - matches each new chargeback to its original sale on
      *     Program2's keyed invoice cross-reference by invoice,
      *     store, date and amount, picking up the cashier and the
      *     payment type the sale settled under;
      *   - checks Program1's invoice history for a return or void
      *     of that sale - a chargeback on a sale already refunded
      *     is contested automatically;
      *   - keeps disputes.dat, one record per case with its status
      *     (open, contested, won or lost);
      *   - writes chargebackAdj.dat, a settlement adjustment for
      *     every case lost on the business date, which Program20
      *     applies so the processor's debit stops reporting as an
      *     unexplained short deposit;
      *   - reports the day's activity, the week ending on the
      *     business date by store and cashier, and every case
      *     still open.
      ******************************************************************
       identification division.
       program-id. Program36.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM36_DATA_DIR /
      * PROJECT3_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select chargeback-file
               assign to ws-chargeback-path
               organization is line sequential
               file status is ws-chargeback-status.

           select action-file
               assign to ws-action-path
               organization is line sequential
               file status is ws-action-status.

      * The keyed invoice cross-reference Program2 builds - store,
      * amount, date, cashier and payment type of every sale
           select invoice-xref-file
               assign to ws-xref-path
               organization is indexed
               access is random
               record key is xr-invoice-number
               file status is ws-xref-status.

      * Program1's keyed invoice history - a return posting or a
      * void flag on the sale says it was already refunded
           select invoice-history-file
               assign to ws-invoice-history-path
               organization is indexed
               access is random
               record key is ih-key
               file status is ws-history-status.

           select dispute-file
               assign to ws-dispute-path
               organization is line sequential
               file status is ws-dispute-status.

           select adjustment-file
               assign to ws-adjustment-path
               organization is line sequential.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * The processor's chargeback file - N a new case, W a case the
      * processor decided in the store's favour, L one it decided
      * against; the sale fields are as the processor reports them
       fd chargeback-file
           data record is chargeback-line
           record contains 45 characters.
      *
       01 chargeback-line.
           05 cb-case-number                    pic x(10).
           05 cb-record-type                    pic x.
               88 cb-new-case value "N".
               88 cb-case-won value "W".
               88 cb-case-lost value "L".
           05 cb-invoice-number                 pic x(9).
           05 cb-store-number                   pic 99.
           05 cb-sale-date                      pic 9(6).
           05 cb-amount                         pic 9(5)v99.
           05 cb-event-date                     pic 9(6).
           05 cb-reason-code                    pic x(4).
      *
      * The store's own decisions on a case - C contest it, A accept
      * the debit (the case is lost) - with who and when
       fd action-file
           data record is action-line
           record contains 25 characters.
      *
       01 action-line.
           05 da-case-number                    pic x(10).
           05 da-action                         pic x.
               88 da-contest value "C".
               88 da-accept value "A".
           05 da-user-id                        pic x(8).
           05 da-action-date                    pic 9(6).
      *
       fd invoice-xref-file
           data record is invoice-xref-record
           record contains 31 characters.
      *
       01 invoice-xref-record.
           05 xr-invoice-number                  pic x(9).
           05 xr-tcode                           pic x.
           05 xr-store-number                    pic 99.
           05 xr-amount                          pic 9(5)v99.
           05 xr-date                            pic 9(6).
           05 xr-cashier-id                      pic 9(4).
           05 xr-payment-type                    pic xx.
      *
       fd invoice-history-file
           data record is invoice-history-line
           record contains 20 characters.
      *
       01 invoice-history-line.
           05 ih-key.
               10 ih-invoice-number             pic x(9).
               10 ih-tcode                      pic x.
               10 ih-event                      pic x.
           05 ih-store-number                   pic 99.
           05 ih-post-date                      pic 9(6).
           05 ih-void-flag                      pic x.
      *
      * One record per case - the chargeback as received, what it
      * matched, whether the sale was already refunded, and where
      * the case stands, with who moved it last and when
       fd dispute-file
           data record is dispute-line
           record contains 67 characters.
      *
       01 dispute-line.
           05 dp-case-number                    pic x(10).
           05 dp-invoice-number                 pic x(9).
           05 dp-store-number                   pic 99.
           05 dp-sale-date                      pic 9(6).
           05 dp-amount                         pic 9(5)v99.
           05 dp-received-date                  pic 9(6).
           05 dp-status                         pic x.
           05 dp-match                          pic x.
           05 dp-refund-flag                    pic x.
           05 dp-cashier-id                     pic 9(4).
           05 dp-payment-type                   pic xx.
           05 dp-reason-code                    pic x(4).
           05 dp-status-date                    pic 9(6).
           05 dp-status-user                    pic x(8).
      *
      * Settlement adjustments for Program20 - a lost case takes its
      * amount off the expected deposit of the store's card cell
       fd adjustment-file
           data record is adjustment-line
           record contains 32 characters.
      *
       01 adjustment-line.
           05 sa-store-number                   pic 99.
           05 sa-date                           pic 9(6).
           05 sa-payment-type                   pic xx.
           05 sa-amount                         pic s9(8)v99.
           05 sa-source                         pic xx.
           05 sa-reference                      pic x(10).
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                       pic x(100).
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set the *_DATA_DIR variables in the
      * environment to point this run at a different data drop
      ******************************************************************
       77 ws-program36-dir              pic x(60)
           value "../../../data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-chargeback-path            pic x(80).
       01 ws-action-path                pic x(80).
       01 ws-xref-path                  pic x(80).
       01 ws-invoice-history-path       pic x(80).
       01 ws-dispute-path               pic x(80).
       01 ws-adjustment-path            pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-chargeback-status          pic xx.
       77 ws-action-status              pic xx.
       77 ws-xref-status                pic xx.
       77 ws-history-status             pic xx.
       77 ws-dispute-status             pic xx.
       01 ws-flags.
           05 ws-chargeback-eof-flag     pic x
               value "n".
           05 ws-action-eof-flag         pic x
               value "n".
           05 ws-dispute-eof-flag        pic x
               value "n".
           05 ws-xref-usable             pic x
               value "Y".
           05 ws-history-usable          pic x
               value "Y".
           05 ws-sale-found              pic x
               value "N".
      ******************************************************************
      * Program settings - how long a closed case stays on the
      * disputes file (DISPUTE_HISTORY_DAYS), never less than the
      * week the report covers
      ******************************************************************
       77 ws-history-days-cnst          pic 999
           value 90.
       77 ws-week-days-cnst             pic 9
           value 7.
       77 ws-card-ptype-cnst            pic xx
           value "CR".
       77 ws-auto-user-cnst             pic x(8)
           value "AUTO".
      ******************************************************************
      * The disputes file held whole while the day is applied
      ******************************************************************
       01 ws-dispute-tbl-area.
           05 ws-dp-entry occurs 3000 times.
               10 ws-dp-key.
                   15 ws-dp-store           pic 99.
                   15 ws-dp-cashier         pic 9(4).
                   15 ws-dp-case            pic x(10).
               10 ws-dp-invoice             pic x(9).
               10 ws-dp-sale-date           pic 9(6).
               10 ws-dp-amount              pic 9(5)v99.
               10 ws-dp-received            pic 9(6).
               10 ws-dp-status              pic x.
                   88 ws-dp-open value "O".
                   88 ws-dp-contested value "C".
                   88 ws-dp-won value "W".
                   88 ws-dp-lost value "L".
                   88 ws-dp-unresolved value "O","C".
               10 ws-dp-match               pic x.
               10 ws-dp-refund              pic x.
               10 ws-dp-ptype               pic xx.
               10 ws-dp-reason              pic x(4).
               10 ws-dp-status-date         pic 9(6).
               10 ws-dp-status-user         pic x(8).
       01 ws-dp-temp.
           05 ws-dpt-key                    pic x(16).
           05 filler                        pic x(51).
       77 ws-dp-count                   pic 9(4)
           value 0.
       77 ws-dp-idx                     pic 9(4)
           value 0.
       77 ws-dp-match-idx               pic 9(4)
           value 0.
       77 ws-dp-dropped                 pic 9(4)
           value 0.
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * Store/cashier weekly accumulators, built from the sorted
      * disputes table in one control-break pass
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-cb-cashier                 pic 9(4)
           value 0.
       01 ws-week-cells.
           05 ws-wk-cashier occurs 3 times.
               10 ws-wk-recv-cnt            pic 9(5).
               10 ws-wk-recv-amt            pic 9(8)v99.
               10 ws-wk-refund-cnt          pic 9(5).
               10 ws-wk-won-cnt             pic 9(5).
               10 ws-wk-won-amt             pic 9(8)v99.
               10 ws-wk-lost-cnt            pic 9(5).
               10 ws-wk-lost-amt            pic 9(8)v99.
       77 ws-wk-level                   pic 9
           value 0.
      ******************************************************************
      * Day-serial date arithmetic - days since 2000-01-01, the same
      * rule the archive utility uses
      ******************************************************************
       01 ws-month-off-values.
           05 filler pic x(9) value "000031059".
           05 filler pic x(9) value "090120151".
           05 filler pic x(9) value "181212243".
           05 filler pic x(9) value "273304334".
           05 filler pic x(9) value "000000000".
       01 ws-month-off-table redefines ws-month-off-values.
           05 ws-month-off occurs 15 times pic 9(3).
       01 ws-serial-date.
           05 ws-sd-yy                   pic 99.
           05 ws-sd-mm                   pic 99.
           05 ws-sd-dd                   pic 99.
       77 ws-serial                     pic 9(6)
           value 0.
       77 ws-serial-work                pic 9(6)
           value 0.
       77 ws-today-serial               pic 9(6)
           value 0.
       77 ws-week-from-serial           pic 9(6)
           value 0.
       77 ws-keep-from-serial           pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
       77 ws-age-days                   pic 9(6)
           value 0.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-events-read                pic 9(5)
           value 0.
       77 ws-new-cases                  pic 9(5)
           value 0.
       77 ws-auto-contested             pic 9(5)
           value 0.
       77 ws-unmatched-cases            pic 9(5)
           value 0.
       77 ws-decisions                  pic 9(5)
           value 0.
       77 ws-actions-read               pic 9(5)
           value 0.
       77 ws-rejected-count             pic 9(5)
           value 0.
       77 ws-adjustment-count           pic 9(5)
           value 0.
       77 ws-adjustment-total           pic 9(9)v99
           value 0.
       77 ws-open-count                 pic 9(5)
           value 0.
       77 ws-open-amount                pic 9(9)v99
           value 0.
       77 ws-purged-count               pic 9(5)
           value 0.
      ******************************************************************
      *
      ******************************************************************
       01 ws-heading1-name-line.
           05 filler                     pic x(5)
               value spaces.
           05 ws-nl-date                 pic 9(6).
           05 filler                     pic x(5)
               value spaces.
           05 ws-nl-time                 pic 9(8).
           05 filler                     pic x(23)
               value spaces.
           05 filler                     pic x(30)
               value "  Chargebacks and Disputes".
           05 filler                     pic x(31)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(40)
               value
       "****************************************".
       01 ws-section-title.
           05 ws-stl-text                pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-event-headings.
           05 filler                     pic x(12)
               value "Case".
           05 filler                     pic x(4)
               value "Evt".
           05 filler                     pic x(11)
               value "Invoice".
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(12)
               value "      Amount".
           05 filler                     pic x(2)
               value spaces.
           05 filler                     pic x(52)
               value "Result".
       01 ws-event-line.
           05 ws-el-case                 pic x(10).
           05 filler                     pic x(3)
               value spaces.
           05 ws-el-type                 pic x.
           05 filler                     pic x(2)
               value spaces.
           05 ws-el-invoice              pic x(9).
           05 filler                     pic x(3)
               value spaces.
           05 ws-el-store                pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-el-amount               pic $$$,$$9.99.
           05 filler                     pic x(4)
               value spaces.
           05 ws-el-message              pic x(40).
           05 filler                     pic x(14)
               value spaces.
       01 ws-week-period-line.
           05 filler                     pic x(14)
               value "Week Ending:  ".
           05 ws-wp-date                 pic 9(6).
           05 filler                     pic x(80)
               value spaces.
       01 ws-week-headings.
           05 filler                     pic x(16)
               value "Store  Cashier".
           05 filler                     pic x(6)
               value " Recvd".
           05 filler                     pic x(14)
               value "        Amount".
           05 filler                     pic x(8)
               value " Refundd".
           05 filler                     pic x(6)
               value "   Won".
           05 filler                     pic x(14)
               value "    Won Amount".
           05 filler                     pic x(6)
               value "  Lost".
           05 filler                     pic x(14)
               value "   Lost Amount".
           05 filler                     pic x(16)
               value spaces.
       01 ws-week-line.
           05 ws-wl-label                pic x(6).
           05 ws-wl-store                pic zz.
           05 filler                     pic x(2)
               value spaces.
           05 ws-wl-cashier              pic x(6).
           05 ws-wl-recv-cnt             pic zzzzz9.
           05 ws-wl-recv-amt             pic $$,$$$,$$9.99.
           05 filler                     pic x(1)
               value spaces.
           05 ws-wl-refund-cnt           pic zzzzzzz9.
           05 ws-wl-won-cnt              pic zzzzz9.
           05 ws-wl-won-amt              pic $$,$$$,$$9.99.
           05 filler                     pic x(1)
               value spaces.
           05 ws-wl-lost-cnt             pic zzzzz9.
           05 ws-wl-lost-amt             pic $$,$$$,$$9.99.
           05 filler                     pic x(17)
               value spaces.
       01 ws-open-headings.
           05 filler                     pic x(12)
               value "Case".
           05 filler                     pic x(11)
               value "Invoice".
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(9)
               value "Cashier".
           05 filler                     pic x(12)
               value "      Amount".
           05 filler                     pic x(10)
               value "  Received".
           05 filler                     pic x(6)
               value "   Age".
           05 filler                     pic x(33)
               value "  Status".
       01 ws-open-line.
           05 ws-ol-case                 pic x(10).
           05 filler                     pic x(2)
               value spaces.
           05 ws-ol-invoice              pic x(9).
           05 filler                     pic x(4)
               value spaces.
           05 ws-ol-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-ol-cashier              pic 9(4).
           05 filler                     pic x(2)
               value spaces.
           05 ws-ol-amount               pic $$$,$$9.99.
           05 filler                     pic x(4)
               value spaces.
           05 ws-ol-received             pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-ol-age                  pic zzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ol-status               pic x(34).
       01 ws-total-line.
           05 ws-tl-label                pic x(34).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-tl-amount               pic $$$,$$$,$$9.99.
           05 filler                     pic x(43)
               value spaces.
      ******************************************************************
      * Report messages
      ******************************************************************
       77 ws-msg-matched-cnst           pic x(40)
           value "Opened - matched to sale".
       77 ws-msg-amount-cnst            pic x(40)
           value "Opened - sale amount differs".
       77 ws-msg-storedate-cnst         pic x(40)
           value "Opened - sale store or date differs".
       77 ws-msg-nosale-cnst            pic x(40)
           value "Opened - *NO MATCHING SALE*".
       77 ws-msg-returned-cnst          pic x(40)
           value "Contested - sale already returned".
       77 ws-msg-voided-cnst            pic x(40)
           value "Contested - sale already voided".
       77 ws-msg-won-cnst               pic x(40)
           value "Won".
       77 ws-msg-lost-cnst              pic x(40)
           value "Lost - settlement adjusted".
       77 ws-msg-contest-cnst           pic x(40)
           value "Contested by ".
       77 ws-msg-accept-cnst            pic x(40)
           value "Accepted (lost) by ".
       77 ws-msg-dup-cnst               pic x(40)
           value "*Rejected - Case Already On File*".
       77 ws-msg-nocase-cnst            pic x(40)
           value "*Rejected - Case Not On File*".
       77 ws-msg-closed-cnst            pic x(40)
           value "*Rejected - Case Already Closed*".
       77 ws-msg-badtype-cnst           pic x(40)
           value "*Rejected - Invalid Record Type*".
       77 ws-msg-full-cnst              pic x(40)
           value "*Rejected - Disputes Table Full*".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 003-set-windows.
           perform 050-load-disputes.
           perform 055-open-keyed-files.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "TODAY'S CHARGEBACK ACTIVITY" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-event-headings.
           perform 100-read-chargebacks.
           perform 150-read-actions.
           if ws-xref-usable equal "Y"
               close invoice-xref-file
           end-if.
           if ws-history-usable equal "Y"
               close invoice-history-file
           end-if.
           perform 300-write-adjustments.
           perform 330-sort-disputes.
           perform 400-print-week.
           perform 450-print-open-cases.
           perform 360-rewrite-disputes.
           perform 500-print-totals.
           close report-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM36_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program36-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROJECT3_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-project3-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-program36-dir delimited by space
               "/chargebacks.dat" delimited by size
               into ws-chargeback-path.
           string ws-program36-dir delimited by space
               "/disputeActions.dat" delimited by size
               into ws-action-path.
           string ws-project3-dir delimited by space
               "/invoiceXref.dat" delimited by size
               into ws-xref-path.
           string ws-group-dir delimited by space
               "/invoiceHistory.dat" delimited by size
               into ws-invoice-history-path.
           string ws-program36-dir delimited by space
               "/disputes.dat" delimited by size
               into ws-dispute-path.
           string ws-program36-dir delimited by space
               "/chargebackAdj.dat" delimited by size
               into ws-adjustment-path.
           string ws-program36-dir delimited by space
               "/chargebackReport.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "DISPUTE_HISTORY_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-history-days-cnst
           end-if.
           if ws-history-days-cnst < ws-week-days-cnst
               move ws-week-days-cnst to ws-history-days-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD)
      ******************************************************************
       002-set-business-date.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "RUN_DATE"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer(1:6) to ws-nl-date
           end-if.
      ******************************************************************
      * Day serials for the report week (the seven days ending on the
      * business date) and the closed-case retention line
      ******************************************************************
       003-set-windows.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-week-from-serial =
               ws-today-serial - ws-week-days-cnst + 1.
           compute ws-keep-from-serial =
               ws-today-serial - ws-history-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
      ******************************************************************
      * Loads the disputes file - a first-ever run has none yet
      ******************************************************************
       050-load-disputes.
           open input dispute-file.
           if ws-dispute-status equal "00"
               read dispute-file
                   at end move "y" to ws-dispute-eof-flag
               end-read
               perform 051-dispute-load-loop
                   until ws-dispute-eof-flag = 'y'
               close dispute-file
           end-if.
       051-dispute-load-loop.
           if ws-dp-count < 3000
               add 1 to ws-dp-count
               move dp-case-number to ws-dp-case(ws-dp-count)
               move dp-invoice-number to ws-dp-invoice(ws-dp-count)
               move dp-store-number to ws-dp-store(ws-dp-count)
               move dp-sale-date to ws-dp-sale-date(ws-dp-count)
               move dp-amount to ws-dp-amount(ws-dp-count)
               move dp-received-date to ws-dp-received(ws-dp-count)
               move dp-status to ws-dp-status(ws-dp-count)
               move dp-match to ws-dp-match(ws-dp-count)
               move dp-refund-flag to ws-dp-refund(ws-dp-count)
               move dp-cashier-id to ws-dp-cashier(ws-dp-count)
               move dp-payment-type to ws-dp-ptype(ws-dp-count)
               move dp-reason-code to ws-dp-reason(ws-dp-count)
               move dp-status-date to ws-dp-status-date(ws-dp-count)
               move dp-status-user to ws-dp-status-user(ws-dp-count)
           else
               add 1 to ws-dp-dropped
           end-if.
           read dispute-file
               at end move "y" to ws-dispute-eof-flag.
      ******************************************************************
      * Opens the two keyed files - without the cross-reference a new
      * case cannot be matched, without the history it cannot be
      * checked for a refund; either way the run carries on and says
      * so loudly rather than calling every case unmatched quietly
      ******************************************************************
       055-open-keyed-files.
           open input invoice-xref-file.
           if ws-xref-status not equal "00"
               display "Program36: invoice cross-reference not "
                   "available (status " ws-xref-status ") - "
                   "new cases cannot be matched today"
               move "N" to ws-xref-usable
           end-if.
           open input invoice-history-file.
           if ws-history-status not equal "00"
               display "Program36: invoice history not available "
                   "(status " ws-history-status ") - returned and "
                   "voided sales cannot be flagged today"
               move "N" to ws-history-usable
           end-if.
      ******************************************************************
      * The processor's file - new cases open, decisions close
      ******************************************************************
       100-read-chargebacks.
           open input chargeback-file.
           if ws-chargeback-status equal "00"
               read chargeback-file
                   at end move "y" to ws-chargeback-eof-flag
               end-read
               perform 110-chargeback-loop
                   until ws-chargeback-eof-flag = 'y'
               close chargeback-file
           end-if.
       110-chargeback-loop.
           add 1 to ws-events-read.
           move cb-case-number to ws-el-case.
           move cb-record-type to ws-el-type.
           move cb-invoice-number to ws-el-invoice.
           move cb-store-number to ws-el-store.
           move cb-amount to ws-el-amount.
           perform 200-find-case.
           if cb-new-case
               if ws-dp-match-idx > 0
                   move ws-msg-dup-cnst to ws-el-message
                   add 1 to ws-rejected-count
               else
                   perform 120-open-case
               end-if
           else
               if cb-case-won or cb-case-lost
                   if ws-dp-match-idx equal 0
                       move ws-msg-nocase-cnst to ws-el-message
                       add 1 to ws-rejected-count
                   else
                       if not ws-dp-unresolved(ws-dp-match-idx)
                           move ws-msg-closed-cnst to ws-el-message
                           add 1 to ws-rejected-count
                       else
                           add 1 to ws-decisions
                           if cb-case-won
                               move "W" to
                                   ws-dp-status(ws-dp-match-idx)
                               move ws-msg-won-cnst to ws-el-message
                           else
                               move "L" to
                                   ws-dp-status(ws-dp-match-idx)
                               move ws-msg-lost-cnst to ws-el-message
                           end-if
                           move ws-nl-date
                               to ws-dp-status-date(ws-dp-match-idx)
                           move "PROCESSR"
                               to ws-dp-status-user(ws-dp-match-idx)
                       end-if
                   end-if
               else
                   move ws-msg-badtype-cnst to ws-el-message
                   add 1 to ws-rejected-count
               end-if
           end-if.
           write report-line from ws-event-line.
           read chargeback-file
               at end move "y" to ws-chargeback-eof-flag.
      ******************************************************************
      * A new case - matched to its sale on the cross-reference by
      * invoice, then judged on store, date and amount; a sale the
      * history shows returned or voided is contested on the spot
      ******************************************************************
       120-open-case.
           if ws-dp-count >= 3000
               move ws-msg-full-cnst to ws-el-message
               add 1 to ws-rejected-count
           else
               add 1 to ws-new-cases
               add 1 to ws-dp-count
               move ws-dp-count to ws-dp-match-idx
               move cb-case-number to ws-dp-case(ws-dp-match-idx)
               move cb-invoice-number
                   to ws-dp-invoice(ws-dp-match-idx)
               move cb-store-number to ws-dp-store(ws-dp-match-idx)
               move cb-sale-date to ws-dp-sale-date(ws-dp-match-idx)
               move cb-amount to ws-dp-amount(ws-dp-match-idx)
               move ws-nl-date to ws-dp-received(ws-dp-match-idx)
               move "O" to ws-dp-status(ws-dp-match-idx)
               move space to ws-dp-refund(ws-dp-match-idx)
               move 0 to ws-dp-cashier(ws-dp-match-idx)
               move ws-card-ptype-cnst to ws-dp-ptype(ws-dp-match-idx)
               move cb-reason-code to ws-dp-reason(ws-dp-match-idx)
               move ws-nl-date to ws-dp-status-date(ws-dp-match-idx)
               move ws-auto-user-cnst
                   to ws-dp-status-user(ws-dp-match-idx)
               perform 130-match-sale
               perform 140-check-refunded
           end-if.
       130-match-sale.
           move "U" to ws-dp-match(ws-dp-match-idx).
           move ws-msg-nosale-cnst to ws-el-message.
           move "N" to ws-sale-found.
           if ws-xref-usable equal "Y"
               move cb-invoice-number to xr-invoice-number
               read invoice-xref-file
                   invalid key continue
                   not invalid key move "Y" to ws-sale-found
               end-read
           end-if.
           if ws-sale-found equal "Y"
               move xr-cashier-id to ws-dp-cashier(ws-dp-match-idx)
               if xr-payment-type not equal spaces
                   move xr-payment-type
                       to ws-dp-ptype(ws-dp-match-idx)
               end-if
               if xr-store-number not equal cb-store-number
               or xr-date not equal cb-sale-date
                   move "S" to ws-dp-match(ws-dp-match-idx)
                   move ws-msg-storedate-cnst to ws-el-message
               else
                   if xr-amount not equal cb-amount
                       move "A" to ws-dp-match(ws-dp-match-idx)
                       move ws-msg-amount-cnst to ws-el-message
                   else
                       move "M" to ws-dp-match(ws-dp-match-idx)
                       move ws-msg-matched-cnst to ws-el-message
                   end-if
               end-if
           else
               add 1 to ws-unmatched-cases
           end-if.
      ******************************************************************
      * A return posted against the invoice, or a void flag on the
      * sale itself (or on a layaway pickup), means the customer has
      * already had the money back - contest automatically
      ******************************************************************
       140-check-refunded.
           if ws-history-usable equal "Y"
               move cb-invoice-number to ih-invoice-number
               move "R" to ih-tcode
               move space to ih-event
               read invoice-history-file
                   invalid key continue
                   not invalid key
                       move "R" to ws-dp-refund(ws-dp-match-idx)
               end-read
               move cb-invoice-number to ih-invoice-number
               move "S" to ih-tcode
               move space to ih-event
               read invoice-history-file
                   invalid key
                       move cb-invoice-number to ih-invoice-number
                       move "L" to ih-tcode
                       move "F" to ih-event
                       read invoice-history-file
                           invalid key move "N" to ih-void-flag
                       end-read
               end-read
               if ih-void-flag equal "Y"
                   move "V" to ws-dp-refund(ws-dp-match-idx)
               end-if
           end-if.
           if ws-dp-refund(ws-dp-match-idx) not equal space
               move "C" to ws-dp-status(ws-dp-match-idx)
               add 1 to ws-auto-contested
               if ws-dp-refund(ws-dp-match-idx) equal "R"
                   move ws-msg-returned-cnst to ws-el-message
               else
                   move ws-msg-voided-cnst to ws-el-message
               end-if
           end-if.
      ******************************************************************
      * The store's own decisions - contest an open case, or accept
      * one (the debit stands and the case is lost)
      ******************************************************************
       150-read-actions.
           open input action-file.
           if ws-action-status equal "00"
               read action-file
                   at end move "y" to ws-action-eof-flag
               end-read
               perform 160-action-loop
                   until ws-action-eof-flag = 'y'
               close action-file
           end-if.
       160-action-loop.
           add 1 to ws-actions-read.
           move da-case-number to ws-el-case.
           move da-action to ws-el-type.
           move spaces to ws-el-invoice.
           move 0 to ws-el-store.
           move 0 to ws-el-amount.
           move da-case-number to cb-case-number.
           perform 200-find-case.
           if ws-dp-match-idx equal 0
               move ws-msg-nocase-cnst to ws-el-message
               add 1 to ws-rejected-count
           else
               move ws-dp-invoice(ws-dp-match-idx) to ws-el-invoice
               move ws-dp-store(ws-dp-match-idx) to ws-el-store
               move ws-dp-amount(ws-dp-match-idx) to ws-el-amount
               if not ws-dp-unresolved(ws-dp-match-idx)
                   move ws-msg-closed-cnst to ws-el-message
                   add 1 to ws-rejected-count
               else
                   if da-contest or da-accept
                       move spaces to ws-el-message
                       if da-contest
                           move "C" to ws-dp-status(ws-dp-match-idx)
                           string ws-msg-contest-cnst
                                   delimited by "  "
                               " " delimited by size
                               da-user-id delimited by space
                               into ws-el-message
                       else
                           move "L" to ws-dp-status(ws-dp-match-idx)
                           add 1 to ws-decisions
                           string ws-msg-accept-cnst
                                   delimited by "  "
                               " " delimited by size
                               da-user-id delimited by space
                               into ws-el-message
                       end-if
                       move ws-nl-date
                           to ws-dp-status-date(ws-dp-match-idx)
                       move da-user-id
                           to ws-dp-status-user(ws-dp-match-idx)
                   else
                       move ws-msg-badtype-cnst to ws-el-message
                       add 1 to ws-rejected-count
                   end-if
               end-if
           end-if.
           write report-line from ws-event-line.
           read action-file
               at end move "y" to ws-action-eof-flag.
      ******************************************************************
      * Finds cb-case-number on the disputes table - ws-dp-match-idx
      * is zero when it is not there
      ******************************************************************
       200-find-case.
           move 0 to ws-dp-match-idx.
           perform varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-dp-count
               if ws-dp-case(ws-dp-idx) equal cb-case-number
                   move ws-dp-idx to ws-dp-match-idx
               end-if
           end-perform.
      ******************************************************************
      * The settlement adjustments - every case lost on the business
      * date, whether by the processor's decision or the store's
      * acceptance, so a same-day rerun writes the same file again
      ******************************************************************
       300-write-adjustments.
           open output adjustment-file.
           perform 310-adjust-one-case
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-dp-count.
           close adjustment-file.
       310-adjust-one-case.
           if ws-dp-lost(ws-dp-idx)
           and ws-dp-status-date(ws-dp-idx) equal ws-nl-date
               move ws-dp-store(ws-dp-idx) to sa-store-number
               move ws-nl-date to sa-date
               move ws-dp-ptype(ws-dp-idx) to sa-payment-type
               compute sa-amount = 0 - ws-dp-amount(ws-dp-idx)
               move "CB" to sa-source
               move ws-dp-case(ws-dp-idx) to sa-reference
               write adjustment-line
               add 1 to ws-adjustment-count
               add ws-dp-amount(ws-dp-idx) to ws-adjustment-total
           end-if.
      ******************************************************************
      * Insertion sort on store, cashier and case for the weekly
      * breaks and the open-case listing
      ******************************************************************
       330-sort-disputes.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-dp-count.
       331-sort-pass.
           move ws-dp-entry(ws-sort-i) to ws-dp-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-dp-temp to ws-dp-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-dp-key(ws-sort-j - 1) > ws-dpt-key
                   move ws-dp-entry(ws-sort-j - 1)
                       to ws-dp-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Writes the disputes file back - a won or lost case leaves
      * once it has been closed longer than the retention window
      ******************************************************************
       360-rewrite-disputes.
           if ws-dp-dropped > 0
               display "Program36: disputes table full - "
                   ws-dp-dropped " case(s) not carried"
           end-if.
           open output dispute-file.
           perform 370-write-dispute-record
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-dp-count.
           close dispute-file.
       370-write-dispute-record.
           move ws-dp-status-date(ws-dp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if not ws-dp-unresolved(ws-dp-idx)
           and ws-serial < ws-keep-from-serial
               add 1 to ws-purged-count
           else
               move ws-dp-case(ws-dp-idx) to dp-case-number
               move ws-dp-invoice(ws-dp-idx) to dp-invoice-number
               move ws-dp-store(ws-dp-idx) to dp-store-number
               move ws-dp-sale-date(ws-dp-idx) to dp-sale-date
               move ws-dp-amount(ws-dp-idx) to dp-amount
               move ws-dp-received(ws-dp-idx) to dp-received-date
               move ws-dp-status(ws-dp-idx) to dp-status
               move ws-dp-match(ws-dp-idx) to dp-match
               move ws-dp-refund(ws-dp-idx) to dp-refund-flag
               move ws-dp-cashier(ws-dp-idx) to dp-cashier-id
               move ws-dp-ptype(ws-dp-idx) to dp-payment-type
               move ws-dp-reason(ws-dp-idx) to dp-reason-code
               move ws-dp-status-date(ws-dp-idx) to dp-status-date
               move ws-dp-status-user(ws-dp-idx) to dp-status-user
               write dispute-line
           end-if.
      ******************************************************************
      * The week by store and cashier - cases received in the week,
      * how many of those were already refunded, and cases decided
      * won or lost in the week. Level 1 is the cashier, 2 the
      * store, 3 the chain
      ******************************************************************
       400-print-week.
           write report-line from ws-star-line
               after advancing 1 line.
           move "WEEKLY CHARGEBACKS BY STORE AND CASHIER"
               to ws-stl-text.
           write report-line from ws-section-title.
           move ws-nl-date to ws-wp-date.
           write report-line from ws-week-period-line.
           write report-line from ws-star-line.
           write report-line from ws-week-headings.
           initialize ws-week-cells.
           move "Y" to ws-cb-first.
           perform 410-week-one-case
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-dp-count.
           if ws-cb-first equal "N"
               perform 420-cashier-break
               perform 430-store-break
           end-if.
           move 3 to ws-wk-level.
           move "Chain " to ws-wl-label.
           move 0 to ws-wl-store.
           move spaces to ws-wl-cashier.
           perform 440-fill-week-line.
           write report-line from ws-week-line.
       410-week-one-case.
           move "N" to ws-sale-found.
           move ws-dp-received(ws-dp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial >= ws-week-from-serial
           and ws-serial <= ws-today-serial
               move "Y" to ws-sale-found
           end-if.
           move ws-dp-status-date(ws-dp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if not ws-dp-unresolved(ws-dp-idx)
           and ws-serial >= ws-week-from-serial
           and ws-serial <= ws-today-serial
               move "Y" to ws-sale-found
           end-if.
           if ws-sale-found equal "Y"
               if ws-cb-first equal "Y"
                   move "N" to ws-cb-first
                   move ws-dp-store(ws-dp-idx) to ws-cb-store
                   move ws-dp-cashier(ws-dp-idx) to ws-cb-cashier
               else
                   if ws-dp-store(ws-dp-idx) not equal ws-cb-store
                       perform 420-cashier-break
                       perform 430-store-break
                       move ws-dp-store(ws-dp-idx) to ws-cb-store
                       move ws-dp-cashier(ws-dp-idx) to ws-cb-cashier
                   else
                       if ws-dp-cashier(ws-dp-idx) not equal
                           ws-cb-cashier
                           perform 420-cashier-break
                           move ws-dp-cashier(ws-dp-idx)
                               to ws-cb-cashier
                       end-if
                   end-if
               end-if
               perform 415-add-week-case
           end-if.
       415-add-week-case.
           move ws-dp-received(ws-dp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial >= ws-week-from-serial
               add 1 to ws-wk-recv-cnt(1)
               add ws-dp-amount(ws-dp-idx) to ws-wk-recv-amt(1)
               if ws-dp-refund(ws-dp-idx) not equal space
                   add 1 to ws-wk-refund-cnt(1)
               end-if
           end-if.
           move ws-dp-status-date(ws-dp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial >= ws-week-from-serial
               if ws-dp-won(ws-dp-idx)
                   add 1 to ws-wk-won-cnt(1)
                   add ws-dp-amount(ws-dp-idx) to ws-wk-won-amt(1)
               end-if
               if ws-dp-lost(ws-dp-idx)
                   add 1 to ws-wk-lost-cnt(1)
                   add ws-dp-amount(ws-dp-idx) to ws-wk-lost-amt(1)
               end-if
           end-if.
       420-cashier-break.
           move 1 to ws-wk-level.
           move spaces to ws-wl-label.
           move ws-cb-store to ws-wl-store.
           move ws-cb-cashier to ws-wl-cashier.
           if ws-cb-cashier equal 0
               move "n/a" to ws-wl-cashier
           end-if.
           perform 440-fill-week-line.
           write report-line from ws-week-line.
           perform 445-roll-up-level.
       430-store-break.
           move 2 to ws-wk-level.
           move "Store " to ws-wl-label.
           move ws-cb-store to ws-wl-store.
           move "Total" to ws-wl-cashier.
           perform 440-fill-week-line.
           write report-line from ws-week-line.
           move spaces to report-line.
           write report-line.
           perform 445-roll-up-level.
       440-fill-week-line.
           move ws-wk-recv-cnt(ws-wk-level) to ws-wl-recv-cnt.
           move ws-wk-recv-amt(ws-wk-level) to ws-wl-recv-amt.
           move ws-wk-refund-cnt(ws-wk-level) to ws-wl-refund-cnt.
           move ws-wk-won-cnt(ws-wk-level) to ws-wl-won-cnt.
           move ws-wk-won-amt(ws-wk-level) to ws-wl-won-amt.
           move ws-wk-lost-cnt(ws-wk-level) to ws-wl-lost-cnt.
           move ws-wk-lost-amt(ws-wk-level) to ws-wl-lost-amt.
      * Carries one level's figures up into the next and clears it
       445-roll-up-level.
           add ws-wk-recv-cnt(ws-wk-level)
               to ws-wk-recv-cnt(ws-wk-level + 1).
           add ws-wk-recv-amt(ws-wk-level)
               to ws-wk-recv-amt(ws-wk-level + 1).
           add ws-wk-refund-cnt(ws-wk-level)
               to ws-wk-refund-cnt(ws-wk-level + 1).
           add ws-wk-won-cnt(ws-wk-level)
               to ws-wk-won-cnt(ws-wk-level + 1).
           add ws-wk-won-amt(ws-wk-level)
               to ws-wk-won-amt(ws-wk-level + 1).
           add ws-wk-lost-cnt(ws-wk-level)
               to ws-wk-lost-cnt(ws-wk-level + 1).
           add ws-wk-lost-amt(ws-wk-level)
               to ws-wk-lost-amt(ws-wk-level + 1).
           initialize ws-wk-cashier(ws-wk-level).
      ******************************************************************
      * Every case still open or contested, with its age in days
      ******************************************************************
       450-print-open-cases.
           write report-line from ws-star-line
               after advancing 1 line.
           move "OPEN AND CONTESTED CASES" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-open-headings.
           perform 460-print-open-case
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-dp-count.
       460-print-open-case.
           if ws-dp-unresolved(ws-dp-idx)
               add 1 to ws-open-count
               add ws-dp-amount(ws-dp-idx) to ws-open-amount
               move ws-dp-case(ws-dp-idx) to ws-ol-case
               move ws-dp-invoice(ws-dp-idx) to ws-ol-invoice
               move ws-dp-store(ws-dp-idx) to ws-ol-store
               move ws-dp-cashier(ws-dp-idx) to ws-ol-cashier
               move ws-dp-amount(ws-dp-idx) to ws-ol-amount
               move ws-dp-received(ws-dp-idx) to ws-ol-received
               move ws-dp-received(ws-dp-idx) to ws-serial-date
               perform 800-date-to-serial
               compute ws-age-days = ws-today-serial - ws-serial
                   on size error move 0 to ws-age-days
               end-compute
               move ws-age-days to ws-ol-age
               move spaces to ws-ol-status
               if ws-dp-open(ws-dp-idx)
                   move "Open" to ws-ol-status
               else
                   move "Contested" to ws-ol-status
               end-if
               if ws-dp-refund(ws-dp-idx) equal "R"
                   move "Contested - returned" to ws-ol-status
               end-if
               if ws-dp-refund(ws-dp-idx) equal "V"
                   move "Contested - voided" to ws-ol-status
               end-if
               if ws-dp-match(ws-dp-idx) equal "U"
                   move "*NO SALE*" to ws-ol-status(22:9)
               end-if
               write report-line from ws-open-line
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move 0 to ws-tl-amount.
           move "Processor Records Read:" to ws-tl-label.
           move ws-events-read to ws-tl-count.
           write report-line from ws-total-line.
           move "New Cases Opened:" to ws-tl-label.
           move ws-new-cases to ws-tl-count.
           write report-line from ws-total-line.
           move "Contested - Already Refunded:" to ws-tl-label.
           move ws-auto-contested to ws-tl-count.
           write report-line from ws-total-line.
           move "New Cases With No Matching Sale:" to ws-tl-label.
           move ws-unmatched-cases to ws-tl-count.
           write report-line from ws-total-line.
           move "Store Actions Read:" to ws-tl-label.
           move ws-actions-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Cases Decided Today:" to ws-tl-label.
           move ws-decisions to ws-tl-count.
           write report-line from ws-total-line.
           move "Records Rejected:" to ws-tl-label.
           move ws-rejected-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Settlement Adjustments Written:" to ws-tl-label.
           move ws-adjustment-count to ws-tl-count.
           move ws-adjustment-total to ws-tl-amount.
           write report-line from ws-total-line.
           move "Cases Open Or Contested:" to ws-tl-label.
           move ws-open-count to ws-tl-count.
           move ws-open-amount to ws-tl-amount.
           write report-line from ws-total-line.
           move 0 to ws-tl-amount.
           move "Closed Cases Purged:" to ws-tl-label.
           move ws-purged-count to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so the windows cross month and year ends
      ******************************************************************
       800-date-to-serial.
           compute ws-serial-work = ws-sd-yy * 365.
           compute ws-leap-quot = (ws-sd-yy + 3) / 4.
           add ws-leap-quot to ws-serial-work.
           if ws-sd-mm >= 1 and ws-sd-mm <= 12
               add ws-month-off(ws-sd-mm) to ws-serial-work
           end-if.
           divide ws-sd-yy by 4 giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-leap-rem equal 0
           and ws-sd-mm > 2
               add 1 to ws-serial-work
           end-if.
           add ws-sd-dd to ws-serial-work.
           move ws-serial-work to ws-serial.
      ******************************************************************
      * End of Group 4 - Program #36
      ******************************************************************
       end program Program36.
