      ******************************************************************
      * Group 4 - Program #39
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Daily plan pacing. Program38 keeps each store's sales plan
      * for the month in salesPlan.dat; this program says every
      * morning where each store stands against it. The day's net
      * sales by store are built from Program3's sales detail, less
      * Program4's returns detail and the day's voids, and posted to
      * planActuals.dat - a short dated ledger of daily store nets -
      * from which the month-to-date actual is summed. The chain's
      * month-to-date off salesTrend.dat is printed beside the sum of
      * the stores as a control figure. For each store the report
      * shows the month plan, the plan to date (the month plan spread
      * evenly over the days of the month), the actual to date, the
      * variance in dollars and percent, and the projected month-end
      * at the current run rate. A store behind its plan to date by
      * more than PLAN_BEHIND_PCT percent is flagged and written to
      * alerts.dat for monitoring.
      ******************************************************************
       identification division.
       program-id. Program39.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM39_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * GROUP_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set) instead of
      * literal paths, so this program can be pointed at a different
      * data drop without relinking
            select sales-detail-file
               assign to ws-sales-detail-path
               organization is line sequential
               file status is ws-sales-detail-status.

           select returns-detail-file
               assign to ws-returns-detail-path
               organization is line sequential
               file status is ws-returns-detail-status.

           select void-file
               assign to ws-void-path
               organization is line sequential
               file status is ws-void-status.

           select trend-file
               assign to ws-trend-path
               organization is line sequential
               file status is ws-trend-status.

           select plan-file
               assign to ws-plan-path
               organization is line sequential
               file status is ws-plan-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential.

           select param-file
               assign to ws-param-path
               organization is line sequential
               file status is ws-param-status.

           select actuals-file
               assign to ws-actuals-path
               organization is line sequential
               file status is ws-actuals-status.

           select alert-file
               assign to ws-alert-path
               organization is line sequential
               file status is ws-alert-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Program3's per-transaction extract - one unit sold per line
       fd sales-detail-file
           data record is sales-detail-line
           record contains 59 characters.
      *
       01 sales-detail-line.
           05 sd-trans-code                      pic x.
           05 filler                             pic x.
           05 sd-trans-amount                    pic 9(5)v99.
           05 filler                             pic x.
           05 sd-payment-type                    pic xx.
           05 filler                             pic x.
           05 sd-store-number                    pic 99.
           05 filler                             pic x.
           05 sd-invoice-number                  pic x(9).
           05 filler                             pic x.
           05 sd-sku-number                      pic x(15).
           05 filler                             pic x.
           05 sd-tax                             pic 9(8)v99.
           05 filler                             pic x.
           05 sd-trans-date                      pic 9(6).
      *
      * Program4's verified returns - one unit back per line
       fd returns-detail-file
           data record is returns-detail-line
           record contains 54 characters.
      *
       01 returns-detail-line.
           05 rd-store-number                    pic 99.
           05 filler                             pic x.
           05 rd-amount                          pic 9(5)v99.
           05 filler                             pic x.
           05 rd-tax                             pic 9(8)v99.
           05 filler                             pic x.
           05 rd-invoice-number                  pic x(9).
           05 filler                             pic x.
           05 rd-date                            pic 9(6).
           05 filler                             pic x.
           05 rd-sku-code                        pic x(15).
      *
       fd void-file
           data record is void-line
           record contains 75 characters.
      *
       01 void-line.
           05 vd-transaction-code                pic x.
           05 vd-transaction-ammount             pic 9(5)v99.
           05 vd-payment-type                    pic xx.
           05 vd-store-number                    pic 99.
           05 vd-invoice-number                  pic x(9).
           05 vd-sku-code                        pic x(15).
           05 vd-return-reason-code              pic xx.
           05 vd-transaction-date                pic 9(6).
           05 vd-cashier-id                      pic 9(4).
           05 vd-replacement-sku                 pic x(15).
           05 vd-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd trend-file
           data record is trend-line
           record contains 16 characters.
      *
       01 trend-line.
           05 tr-date                           pic 9(6).
           05 tr-grand-total                    pic 9(8)v99.
      *
      * Program38's plan file - one record per store and month
       fd plan-file
           data record is plan-line
           record contains 31 characters.
      *
       01 plan-line.
           05 pl-store-number                    pic 99.
           05 pl-period                          pic 9(4).
           05 pl-plan-amount                     pic 9(9)v99.
           05 pl-changed-date                    pic 9(6).
           05 pl-user-id                         pic x(8).
      *
       fd store-master-file
           data record is store-master-line
           record contains 37 characters.
      *
       01 store-master-line.
           05 sm-store-number                   pic 99.
           05 sm-store-name                     pic x(20).
           05 sm-store-status                   pic x.
               88 sm-store-open value "O".
               88 sm-store-closed value "C".
           05 sm-open-time                      pic 9(4).
           05 sm-close-time                     pic 9(4).
           05 sm-district-code                  pic x(3).
           05 sm-region-code                    pic x(3).
      *
      * The central run-parameter file - effective-dated values that
      * override the compiled defaults and the environment
      * fallbacks, kept by the parameter maintenance program
       fd param-file
           data record is param-line
           record contains 42 characters.
      *
       01 param-line.
           05 pr-param-name                      pic x(24).
           05 pr-param-value                     pic x(12).
           05 pr-effective-date                  pic 9(6).
      *
      * The daily store-net ledger - one record per store per
      * business date, net of returns and voids, so the month to
      * date never has to be rebuilt from detail files that only
      * hold one day
       fd actuals-file
           data record is actuals-line
           record contains 19 characters.
      *
       01 actuals-line.
           05 pa-store-number                   pic 99.
           05 pa-date                           pic 9(6).
           05 pa-net-sales                      pic s9(9)v99.
      *
      * Short record our monitoring can page off of
       fd alert-file
           data record is alert-line
           record contains 60 characters.
      *
       01 alert-line                        pic x(60).
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
       77 ws-program39-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-sales-detail-path          pic x(80).
       01 ws-returns-detail-path        pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-trend-path                 pic x(80).
       01 ws-plan-path                  pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-param-path                 pic x(80).
       01 ws-actuals-path               pic x(80).
       01 ws-alert-path                 pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sales-detail-status        pic xx.
       77 ws-returns-detail-status      pic xx.
       77 ws-void-status                pic xx.
       77 ws-trend-status               pic xx.
       77 ws-plan-status                pic xx.
       77 ws-param-status               pic xx.
       77 ws-actuals-status             pic xx.
       77 ws-alert-status               pic xx.
       77 ws-prm-behind-eff             pic 9(6)
           value 0.
       01 ws-flags.
           05 ws-sales-detail-eof-flag   pic x
               value "n".
           05 ws-returns-detail-eof-flag pic x
               value "n".
           05 ws-void-eof-flag           pic x
               value "n".
           05 ws-trend-eof-flag          pic x
               value "n".
           05 ws-plan-eof-flag           pic x
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
           05 ws-param-eof-flag          pic x
               value "n".
           05 ws-actuals-eof-flag        pic x
               value "n".
      ******************************************************************
      * Behind-plan threshold as a percentage of the plan to date - a
      * store further behind than this is flagged and alerted; set
      * PLAN_BEHIND_PCT on the parameter file, or in the environment
      * as a fallback, to change it without a recompile. The ledger
      * keeps two months of daily nets, enough for any month to date
      ******************************************************************
       77 ws-behind-pct-cnst            pic 99v99
           value 10.00.
       77 ws-history-days-cnst          pic 999
           value 62.
      ******************************************************************
      * Store table, indexed straight by store number - name off the
      * store master, the month's plan, today's net and the month to
      * date, and the pacing figures worked from them
      ******************************************************************
       01 ws-store-tbl-area.
           05 ws-ps-entry occurs 99 times.
               10 ws-ps-on-file              pic x.
               10 ws-ps-name                 pic x(20).
               10 ws-ps-has-plan             pic x.
               10 ws-ps-active               pic x.
               10 ws-ps-plan                 pic 9(9)v99.
               10 ws-ps-today                pic s9(9)v99.
               10 ws-ps-mtd-actual           pic s9(9)v99.
       77 ws-store-idx                  pic 999
           value 0.
      ******************************************************************
      * Ledger records kept for the rewrite - everything inside the
      * window except the business date, which this run writes again
      ******************************************************************
       01 ws-pa-tbl-area.
           05 ws-pa-entry occurs 10000 times pic x(19).
       77 ws-pa-count                   pic 9(5)
           value 0.
       77 ws-pa-idx                     pic 9(5)
           value 0.
       77 ws-pa-dropped                 pic 9(5)
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
       77 ws-keep-from-serial           pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9
           value 0.
       01 ws-month-days-values.
           05 filler pic x(12) value "312831303130".
           05 filler pic x(12) value "313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days occurs 12 times pic 99.
      ******************************************************************
      * The business month - its YYMM, the day of the month the
      * business date falls on, and how many days it has
      ******************************************************************
       01 ws-bus-date.
           05 ws-bd-period.
               10 ws-bd-yy               pic 99.
               10 ws-bd-mm               pic 99.
           05 ws-bd-dd                   pic 99.
       77 ws-days-in-month              pic 99
           value 0.
      ******************************************************************
      * Pacing work fields
      ******************************************************************
       77 ws-mtd-plan                   pic 9(9)v99
           value 0.
       77 ws-variance                   pic s9(9)v99
           value 0.
       77 ws-variance-pct               pic s9(5)v9
           value 0.
       77 ws-behind-pct                 pic 9(5)v9
           value 0.
       77 ws-projected                  pic s9(9)v99
           value 0.
       77 ws-is-behind                  pic x
           value "N".
      ******************************************************************
      * Chain figures and run counts
      ******************************************************************
       77 ws-chain-plan                 pic 9(11)v99
           value 0.
       77 ws-chain-mtd-plan             pic 9(11)v99
           value 0.
       77 ws-chain-mtd-actual           pic s9(11)v99
           value 0.
       77 ws-chain-today                pic s9(11)v99
           value 0.
       77 ws-chain-projected            pic s9(11)v99
           value 0.
       77 ws-trend-mtd                  pic 9(11)v99
           value 0.
       77 ws-trend-diff                 pic s9(11)v99
           value 0.
       77 ws-detail-read                pic 9(6)
           value 0.
       77 ws-returns-read               pic 9(6)
           value 0.
       77 ws-voids-read                 pic 9(6)
           value 0.
       77 ws-behind-count               pic 999
           value 0.
       77 ws-no-plan-count              pic 999
           value 0.
       77 ws-ledger-written             pic 9(5)
           value 0.
       77 ws-purged-count               pic 9(5)
           value 0.
       01 ws-alert-line.
           05 ws-al-date                    pic 9(6)
               value 0.
           05 filler                        pic x
               value " ".
           05 ws-al-message                 pic x(53)
               value spaces.
       77 ws-al-store                   pic 99
           value 0.
       77 ws-al-pct                     pic zzz9.9
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
               value "     Sales Plan Pacing".
           05 filler                     pic x(23)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(40)
               value
       "****************************************".
       01 ws-month-line.
           05 filler                     pic x(16)
               value "Business Month: ".
           05 ws-ml-period               pic 9(4).
           05 filler                     pic x(8)
               value "   Day: ".
           05 ws-ml-day                  pic z9.
           05 filler                     pic x(4)
               value " of ".
           05 ws-ml-days                 pic 99.
           05 filler                     pic x(21)
               value "   Behind-Plan Flag: ".
           05 ws-ml-pct                  pic z9.99.
           05 filler                     pic x(38)
               value "%".
       01 ws-column-headings-1.
           05 filler                     pic x(16)
               value "Store".
           05 filler                     pic x(13)
               value "  Month Plan".
           05 filler                     pic x(13)
               value "    Plan MTD".
           05 filler                     pic x(14)
               value "  Actual MTD".
           05 filler                     pic x(14)
               value "    Variance".
           05 filler                     pic x(8)
               value "  Var %".
           05 filler                     pic x(14)
               value "   Projected".
           05 filler                     pic x(8)
               value spaces.
       01 ws-store-line.
           05 ws-sl-store                pic z9.
           05 filler                     pic x
               value space.
           05 ws-sl-name                 pic x(12).
           05 filler                     pic x
               value space.
           05 ws-sl-plan                 pic $,$$$,$$9.99.
           05 filler                     pic x
               value space.
           05 ws-sl-mtd-plan             pic $,$$$,$$9.99.
           05 filler                     pic x
               value space.
           05 ws-sl-actual               pic $,$$$,$$9.99-.
           05 filler                     pic x
               value space.
           05 ws-sl-variance             pic $,$$$,$$9.99-.
           05 filler                     pic x
               value space.
           05 ws-sl-pct                  pic ----9.9.
           05 filler                     pic x
               value space.
           05 ws-sl-projected            pic $,$$$,$$9.99-.
           05 filler                     pic x
               value space.
           05 ws-sl-flag                 pic x(8).
       01 ws-chain-line.
           05 filler                     pic x(14)
               value "Chain".
           05 ws-cl-plan                 pic $$$,$$$,$$9.99.
           05 ws-cl-mtd-plan             pic $$,$$$,$$9.99.
           05 ws-cl-actual               pic $$,$$$,$$9.99-.
           05 ws-cl-variance             pic $$,$$$,$$9.99-.
           05 filler                     pic x(8)
               value spaces.
           05 ws-cl-projected            pic $$,$$$,$$9.99-.
           05 filler                     pic x(9)
               value spaces.
       01 ws-control-line.
           05 ws-cn-label                pic x(36).
           05 ws-cn-amount               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(49)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(57)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 003-set-month.
           perform 005-load-run-params.
           perform 040-load-store-master.
           perform 045-load-plan.
           perform 050-load-actuals.
           perform 100-read-sales-detail.
           perform 150-read-returns-detail.
           perform 200-read-voids.
           perform 250-sum-trend.
           perform 360-rewrite-actuals.
           open output report-file.
      * Program1 starts the day's alert feed; pacing alerts are added
      * to it, and a run with no feed yet on file starts one
           open extend alert-file.
           if ws-alert-status not equal "00"
               open output alert-file
           end-if.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-bd-period to ws-ml-period.
           move ws-bd-dd to ws-ml-day.
           move ws-days-in-month to ws-ml-days.
           move ws-behind-pct-cnst to ws-ml-pct.
           write report-line from ws-month-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 400-print-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           close alert-file.
           perform 450-print-chain.
           perform 500-print-totals.
           close report-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and settings from the
      * environment - falls back to the current relative layout and
      * the compiled defaults when nothing is set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM39_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program39-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROJECT2_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-project2-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROJECT3_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-project3-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM4_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program4-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-project3-dir delimited by space
               "/salesDetail.dat" delimited by size
               into ws-sales-detail-path.
           string ws-program4-dir delimited by space
               "/returnsDetail.dat" delimited by size
               into ws-returns-detail-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-project2-dir delimited by space
               "/salesTrend.dat" delimited by size
               into ws-trend-path.
           string ws-group-dir delimited by space
               "/salesPlan.dat" delimited by size
               into ws-plan-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           string ws-group-dir delimited by space
               "/runParams.dat" delimited by size
               into ws-param-path.
           string ws-group-dir delimited by space
               "/alerts.dat" delimited by size
               into ws-alert-path.
           string ws-program39-dir delimited by space
               "/planActuals.dat" delimited by size
               into ws-actuals-path.
           string ws-program39-dir delimited by space
               "/planPacing.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PLAN_BEHIND_PCT"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-behind-pct-cnst
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
      * The business month and the ledger window - February counts
      * 29 days in a leap year
      ******************************************************************
       003-set-month.
           move ws-nl-date to ws-bus-date.
           if ws-bd-mm < 1 or ws-bd-mm > 12
               move 1 to ws-bd-mm
           end-if.
           move ws-month-days(ws-bd-mm) to ws-days-in-month.
           divide ws-bd-yy by 4 giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-bd-mm equal 2 and ws-leap-rem equal 0
               add 1 to ws-days-in-month
           end-if.
           if ws-bd-dd < 1 or ws-bd-dd > ws-days-in-month
               move ws-days-in-month to ws-bd-dd
           end-if.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-keep-from-serial =
               ws-today-serial - ws-history-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
      ******************************************************************
      * The central parameter file's say on this program's
      * threshold - the latest value effective on or before the run
      * date wins over the compiled default and the environment
      * fallback; no file, or no entry, leaves those in force
      ******************************************************************
       005-load-run-params.
           open input param-file.
           if ws-param-status equal "00"
               read param-file
                   at end move "y" to ws-param-eof-flag
               end-read
               perform 006-apply-param-record
                   until ws-param-eof-flag = 'y'
               close param-file
           end-if.
       006-apply-param-record.
           if pr-effective-date is numeric
           and pr-effective-date not greater than ws-nl-date
               if pr-param-name equal "PLAN_BEHIND_PCT"
               and pr-effective-date not less than ws-prm-behind-eff
                   move pr-param-value to ws-behind-pct-cnst
                   move pr-effective-date to ws-prm-behind-eff
               end-if
           end-if.
           read param-file
               at end move "y" to ws-param-eof-flag.
      ******************************************************************
      * Store names off the store master
      ******************************************************************
       040-load-store-master.
           initialize ws-store-tbl-area.
           open input store-master-file.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
           perform 041-store-master-loop
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       041-store-master-loop.
           if sm-store-number is numeric
           and sm-store-number > 0
               move sm-store-number to ws-store-idx
               move "Y" to ws-ps-on-file(ws-store-idx)
               move sm-store-name to ws-ps-name(ws-store-idx)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * The business month's plan per store - no plan file, or no
      * plan for a store, prints as no plan rather than stopping
      ******************************************************************
       045-load-plan.
           open input plan-file.
           if ws-plan-status equal "00"
               read plan-file
                   at end move "y" to ws-plan-eof-flag
               end-read
               perform 046-plan-loop
                   until ws-plan-eof-flag = 'y'
               close plan-file
           end-if.
       046-plan-loop.
           if pl-period equal ws-bd-period
           and pl-store-number is numeric
           and pl-store-number > 0
           and pl-plan-amount is numeric
               move pl-store-number to ws-store-idx
               move pl-plan-amount to ws-ps-plan(ws-store-idx)
               move "Y" to ws-ps-has-plan(ws-store-idx)
           end-if.
           read plan-file
               at end move "y" to ws-plan-eof-flag.
      ******************************************************************
      * Loads the daily ledger - earlier days of the business month
      * go into the month to date, anything inside the window is
      * kept for the rewrite, and the business date's own records
      * are dropped because this run writes them again
      ******************************************************************
       050-load-actuals.
           open input actuals-file.
           if ws-actuals-status equal "00"
               read actuals-file
                   at end move "y" to ws-actuals-eof-flag
               end-read
               perform 051-actuals-loop
                   until ws-actuals-eof-flag = 'y'
               close actuals-file
           end-if.
       051-actuals-loop.
           if pa-date is numeric
           and pa-date not equal ws-nl-date
               move pa-date to ws-serial-date
               perform 800-date-to-serial
               if ws-serial < ws-keep-from-serial
                   add 1 to ws-purged-count
               else
                   if ws-pa-count < 10000
                       add 1 to ws-pa-count
                       move actuals-line to ws-pa-entry(ws-pa-count)
                   else
                       add 1 to ws-pa-dropped
                   end-if
               end-if
               if pa-date(1:4) equal ws-bd-period
               and pa-date < ws-nl-date
               and pa-store-number is numeric
               and pa-store-number > 0
                   move pa-store-number to ws-store-idx
                   add pa-net-sales to ws-ps-mtd-actual(ws-store-idx)
                   move "Y" to ws-ps-active(ws-store-idx)
               end-if
           end-if.
           read actuals-file
               at end move "y" to ws-actuals-eof-flag.
      ******************************************************************
      * The day's sales off Program3's detail - sales and layaway
      * pickups, the same lines the sales report totals
      ******************************************************************
       100-read-sales-detail.
           open input sales-detail-file.
           if ws-sales-detail-status equal "00"
               read sales-detail-file
                   at end move "y" to ws-sales-detail-eof-flag
               end-read
               perform 110-sales-detail-loop
                   until ws-sales-detail-eof-flag = 'y'
               close sales-detail-file
           end-if.
       110-sales-detail-loop.
           if sd-trans-code equal "S" or sd-trans-code equal "L"
               if sd-store-number is numeric
               and sd-store-number > 0
               and sd-trans-amount is numeric
                   add 1 to ws-detail-read
                   move sd-store-number to ws-store-idx
                   add sd-trans-amount to ws-ps-today(ws-store-idx)
                   move "Y" to ws-ps-active(ws-store-idx)
               end-if
           end-if.
           read sales-detail-file
               at end move "y" to ws-sales-detail-eof-flag.
      ******************************************************************
      * Returns off Program4's verified detail come back off the day
      ******************************************************************
       150-read-returns-detail.
           open input returns-detail-file.
           if ws-returns-detail-status equal "00"
               read returns-detail-file
                   at end move "y" to ws-returns-detail-eof-flag
               end-read
               perform 160-returns-detail-loop
                   until ws-returns-detail-eof-flag = 'y'
               close returns-detail-file
           end-if.
       160-returns-detail-loop.
           if rd-store-number is numeric
           and rd-store-number > 0
           and rd-amount is numeric
               add 1 to ws-returns-read
               move rd-store-number to ws-store-idx
               subtract rd-amount from ws-ps-today(ws-store-idx)
               move "Y" to ws-ps-active(ws-store-idx)
           end-if.
           read returns-detail-file
               at end move "y" to ws-returns-detail-eof-flag.
      ******************************************************************
      * Voids come off the day as well, as they do on the trend file;
      * the trailer is a control record and is skipped
      ******************************************************************
       200-read-voids.
           open input void-file.
           if ws-void-status equal "00"
               read void-file
                   at end move "y" to ws-void-eof-flag
               end-read
               perform 210-void-loop
                   until ws-void-eof-flag = 'y'
               close void-file
           end-if.
       210-void-loop.
           if vd-transaction-code not equal "T"
           and vd-store-number is numeric
           and vd-store-number > 0
           and vd-transaction-ammount is numeric
               add 1 to ws-voids-read
               move vd-store-number to ws-store-idx
               subtract vd-transaction-ammount
                   from ws-ps-today(ws-store-idx)
               move "Y" to ws-ps-active(ws-store-idx)
           end-if.
           read void-file
               at end move "y" to ws-void-eof-flag.
      ******************************************************************
      * The chain's month to date off the trend file - the control
      * figure the stores' sum is checked against
      ******************************************************************
       250-sum-trend.
           open input trend-file.
           if ws-trend-status equal "00"
               read trend-file
                   at end move "y" to ws-trend-eof-flag
               end-read
               perform 260-trend-loop
                   until ws-trend-eof-flag = 'y'
               close trend-file
           end-if.
       260-trend-loop.
           if tr-date(1:4) equal ws-bd-period
           and tr-date not greater than ws-nl-date
           and tr-grand-total is numeric
               add tr-grand-total to ws-trend-mtd
           end-if.
           read trend-file
               at end move "y" to ws-trend-eof-flag.
      ******************************************************************
      * Writes the ledger back - the kept days, then the business
      * date's net for every store that traded today - and adds
      * today into each store's month to date
      ******************************************************************
       360-rewrite-actuals.
           if ws-pa-dropped > 0
               display "Program39: plan actuals ledger full - "
                   ws-pa-dropped " record(s) not carried"
           end-if.
           open output actuals-file.
           perform 361-write-kept-actual
               varying ws-pa-idx from 1 by 1
               until ws-pa-idx > ws-pa-count.
           perform 362-write-today-actual
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           close actuals-file.
       361-write-kept-actual.
           move ws-pa-entry(ws-pa-idx) to actuals-line.
           write actuals-line.
           add 1 to ws-ledger-written.
       362-write-today-actual.
           add ws-ps-today(ws-store-idx)
               to ws-ps-mtd-actual(ws-store-idx).
           if ws-ps-today(ws-store-idx) not equal 0
               move ws-store-idx to pa-store-number
               move ws-nl-date to pa-date
               move ws-ps-today(ws-store-idx) to pa-net-sales
               write actuals-line
               add 1 to ws-ledger-written
           end-if.
      ******************************************************************
      * One store's pacing line - every store on the master, and any
      * store off it that has a plan or sales this month. The plan to
      * date is the month's plan spread evenly over its days; the
      * projection carries the month to date's daily run rate to the
      * end of the month
      ******************************************************************
       400-print-store.
           if ws-ps-on-file(ws-store-idx) equal "Y"
           or ws-ps-has-plan(ws-store-idx) equal "Y"
           or ws-ps-active(ws-store-idx) equal "Y"
               perform 410-work-pacing
               move ws-store-idx to ws-sl-store
               if ws-ps-on-file(ws-store-idx) equal "Y"
                   move ws-ps-name(ws-store-idx) to ws-sl-name
               else
                   move "*NOT ON FILE" to ws-sl-name
               end-if
               move ws-ps-plan(ws-store-idx) to ws-sl-plan
               move ws-mtd-plan to ws-sl-mtd-plan
               move ws-ps-mtd-actual(ws-store-idx) to ws-sl-actual
               move ws-variance to ws-sl-variance
               move ws-variance-pct to ws-sl-pct
               move ws-projected to ws-sl-projected
               move spaces to ws-sl-flag
               if ws-ps-has-plan(ws-store-idx) not equal "Y"
                   move "NO PLAN" to ws-sl-flag
                   add 1 to ws-no-plan-count
               end-if
               if ws-is-behind equal "Y"
                   move "*BEHIND*" to ws-sl-flag
                   add 1 to ws-behind-count
                   perform 420-write-alert
               end-if
               write report-line from ws-store-line
               add ws-ps-plan(ws-store-idx) to ws-chain-plan
               add ws-mtd-plan to ws-chain-mtd-plan
               add ws-ps-mtd-actual(ws-store-idx)
                   to ws-chain-mtd-actual
               add ws-ps-today(ws-store-idx) to ws-chain-today
               add ws-projected to ws-chain-projected
           end-if.
       410-work-pacing.
           move "N" to ws-is-behind.
           move 0 to ws-variance-pct.
           compute ws-mtd-plan rounded =
               ws-ps-plan(ws-store-idx) * ws-bd-dd / ws-days-in-month.
           compute ws-variance =
               ws-ps-mtd-actual(ws-store-idx) - ws-mtd-plan.
           compute ws-projected rounded =
               ws-ps-mtd-actual(ws-store-idx) * ws-days-in-month
                   / ws-bd-dd.
           if ws-mtd-plan > 0
               compute ws-variance-pct rounded =
                   ws-variance * 100 / ws-mtd-plan
                   on size error move -9999.9 to ws-variance-pct
               end-compute
               if ws-variance < 0
                   compute ws-behind-pct = 0 - ws-variance-pct
                   if ws-behind-pct > ws-behind-pct-cnst
                       move "Y" to ws-is-behind
                   end-if
               end-if
           end-if.
      ******************************************************************
      * A store behind plan goes onto the alert feed
      ******************************************************************
       420-write-alert.
           move ws-nl-date to ws-al-date.
           move ws-store-idx to ws-al-store.
           move ws-behind-pct to ws-al-pct.
           move spaces to ws-al-message.
           string "***ALERT - STORE " delimited by size
               ws-al-store delimited by size
               " BEHIND PLAN BY" delimited by size
               ws-al-pct delimited by size
               "%***" delimited by size
               into ws-al-message.
           move ws-alert-line to alert-line.
           write alert-line.
      ******************************************************************
      * The chain line, and the stores' month to date held up
      * against the trend file's
      ******************************************************************
       450-print-chain.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-chain-plan to ws-cl-plan.
           move ws-chain-mtd-plan to ws-cl-mtd-plan.
           move ws-chain-mtd-actual to ws-cl-actual.
           compute ws-trend-diff =
               ws-chain-mtd-actual - ws-chain-mtd-plan.
           move ws-trend-diff to ws-cl-variance.
           move ws-chain-projected to ws-cl-projected.
           write report-line from ws-chain-line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Stores Net Sales Today:" to ws-cn-label.
           move ws-chain-today to ws-cn-amount.
           write report-line from ws-control-line.
           move "Stores Month To Date:" to ws-cn-label.
           move ws-chain-mtd-actual to ws-cn-amount.
           write report-line from ws-control-line.
           move "Trend File Month To Date:" to ws-cn-label.
           move ws-trend-mtd to ws-cn-amount.
           write report-line from ws-control-line.
           compute ws-trend-diff =
               ws-chain-mtd-actual - ws-trend-mtd.
           move "Stores Less Trend:" to ws-cn-label.
           move ws-trend-diff to ws-cn-amount.
           write report-line from ws-control-line.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Sales Detail Lines Read:" to ws-tl-label.
           move ws-detail-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Returns Detail Lines Read:" to ws-tl-label.
           move ws-returns-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Voids Read:" to ws-tl-label.
           move ws-voids-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Stores Behind Plan (Alerted):" to ws-tl-label.
           move ws-behind-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Stores With No Plan:" to ws-tl-label.
           move ws-no-plan-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Ledger Records Written:" to ws-tl-label.
           move ws-ledger-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Ledger Records Purged:" to ws-tl-label.
           move ws-purged-count to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so the window crosses month and year ends
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
      * End of Group 4 - Program #39
      ******************************************************************
       end program Program39.
