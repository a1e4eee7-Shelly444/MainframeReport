      ******************************************************************
      * Group 4 - Program #37
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Hourly and day-part sales. Every transaction carries the
      * register time, but only loss prevention looked at it - store
      * managers set staffing from a feel for when the doors are
      * busy. This program reads the day's S&L stream and returns
      * and reports, by store and hour and by day-part (opening,
      * lunch, afternoon, evening), the transaction count, sales
      * dollars, average ticket and return count, each against the
      * same weekday last week. The hourly figures are kept on
      * hourlyHistory.dat so the comparison is there the next week.
      * Every transaction on any of the five streams stamped outside
      * the store's posted trading hours (storeMaster.dat, kept by
      * Program5) is listed as an exception.
      ******************************************************************
       identification division.
       program-id. Program37.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM37_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select sandl-file
               assign to ws-sandl-path
               organization is line sequential
               file status is ws-sandl-status.

           select returns-file
               assign to ws-returns-path
               organization is line sequential
               file status is ws-returns-status.

           select exchange-file
               assign to ws-exchange-path
               organization is line sequential
               file status is ws-exchange-status.

           select void-file
               assign to ws-void-path
               organization is line sequential
               file status is ws-void-status.

           select layaway-file
               assign to ws-layaway-path
               organization is line sequential
               file status is ws-layaway-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential.

           select history-file
               assign to ws-history-path
               organization is line sequential
               file status is ws-history-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
       fd sandl-file
           data record is sandl-line
           record contains 75 characters.
      *
       01 sandl-line.
           05 sl-transaction-code                pic x.
           05 sl-transaction-ammount             pic 9(5)v99.
           05 sl-payment-type                    pic xx.
           05 sl-store-number                    pic 99.
           05 sl-invoice-number                  pic x(9).
           05 sl-sku-code                        pic x(15).
           05 sl-return-reason-code              pic xx.
           05 sl-transaction-date                pic 9(6).
           05 sl-cashier-id                      pic 9(4).
           05 sl-replacement-sku                 pic x(15).
           05 sl-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd returns-file
           data record is returns-line
           record contains 75 characters.
      *
       01 returns-line.
           05 rt-transaction-code                pic x.
           05 rt-transaction-ammount             pic 9(5)v99.
           05 rt-payment-type                    pic xx.
           05 rt-store-number                    pic 99.
           05 rt-invoice-number                  pic x(9).
           05 rt-sku-code                        pic x(15).
           05 rt-return-reason-code              pic xx.
           05 rt-transaction-date                pic 9(6).
           05 rt-cashier-id                      pic 9(4).
           05 rt-replacement-sku                 pic x(15).
           05 rt-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd exchange-file
           data record is exchange-line
           record contains 75 characters.
      *
       01 exchange-line.
           05 ex-transaction-code                pic x.
           05 ex-transaction-ammount             pic 9(5)v99.
           05 ex-payment-type                    pic xx.
           05 ex-store-number                    pic 99.
           05 ex-invoice-number                  pic x(9).
           05 ex-sku-code                        pic x(15).
           05 ex-return-reason-code              pic xx.
           05 ex-transaction-date                pic 9(6).
           05 ex-cashier-id                      pic 9(4).
           05 ex-replacement-sku                 pic x(15).
           05 ex-trans-time                      pic 9(4).
           05 filler                             pic x(8).
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
       fd layaway-file
           data record is layaway-line
           record contains 75 characters.
      *
       01 layaway-line.
           05 la-transaction-code                pic x.
           05 la-transaction-ammount             pic 9(5)v99.
           05 la-payment-type                    pic xx.
           05 la-store-number                    pic 99.
           05 la-invoice-number                  pic x(9).
           05 la-sku-code                        pic x(15).
           05 la-event-code                      pic xx.
           05 la-transaction-date                pic 9(6).
           05 la-cashier-id                      pic 9(4).
           05 la-replacement-sku                 pic x(15).
           05 la-trans-time                      pic 9(4).
           05 filler                             pic x(8).
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
      * One record per store, business date and hour - hour 99 holds
      * the transactions that carried no register time
       fd history-file
           data record is history-line
           record contains 29 characters.
      *
       01 history-line.
           05 hh-store-number                   pic 99.
           05 hh-date                           pic 9(6).
           05 hh-hour                           pic 99.
           05 hh-count                          pic 9(5).
           05 hh-sales                          pic 9(7)v99.
           05 hh-returns                        pic 9(5).
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
       77 ws-program37-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program14-dir              pic x(60)
           value "../../../../program14/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-sandl-path                 pic x(80).
       01 ws-returns-path               pic x(80).
       01 ws-exchange-path              pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-history-path               pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sandl-status               pic xx.
       77 ws-returns-status             pic xx.
       77 ws-exchange-status            pic xx.
       77 ws-void-status                pic xx.
       77 ws-layaway-status             pic xx.
       77 ws-history-status             pic xx.
       01 ws-flags.
           05 ws-sandl-eof-flag          pic x
               value "n".
           05 ws-returns-eof-flag        pic x
               value "n".
           05 ws-exchange-eof-flag       pic x
               value "n".
           05 ws-void-eof-flag           pic x
               value "n".
           05 ws-layaway-eof-flag        pic x
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
           05 ws-history-eof-flag        pic x
               value "n".
      ******************************************************************
      * Program settings - the hours each day-part starts (24-hour
      * clock; opening runs from the first hour to the lunch hour)
      * and how many days of hourly history are kept, never less
      * than the week the comparison needs:
      *   DAYPART_LUNCH_HOUR        default 11
      *   DAYPART_AFTERNOON_HOUR    default 14
      *   DAYPART_EVENING_HOUR      default 17
      *   HOURLY_HISTORY_DAYS       default 35
      ******************************************************************
       77 ws-lunch-hour-cnst            pic 99
           value 11.
       77 ws-afternoon-hour-cnst        pic 99
           value 14.
       77 ws-evening-hour-cnst          pic 99
           value 17.
       77 ws-history-days-cnst          pic 999
           value 35.
       77 ws-week-days-cnst             pic 9
           value 7.
      ******************************************************************
      * Store table, indexed straight by store number - name and
      * posted trading hours off the store master, and whether the
      * store had any activity today or last week
      ******************************************************************
       01 ws-store-tbl-area.
           05 ws-sh-entry occurs 99 times.
               10 ws-sh-on-file              pic x.
               10 ws-sh-name                 pic x(20).
               10 ws-sh-open                 pic 9(4).
               10 ws-sh-close                pic 9(4).
               10 ws-sh-active               pic x.
      ******************************************************************
      * Hour cells per store - hours 00 to 23 in entries 1 to 24,
      * entry 25 for a transaction with no register time. Today's
      * figures and last week's same weekday side by side
      ******************************************************************
       01 ws-hour-tbl-area.
           05 ws-hr-store occurs 99 times.
               10 ws-hr-cell occurs 25 times.
                   15 ws-hr-td-count         pic 9(5).
                   15 ws-hr-td-sales         pic 9(7)v99.
                   15 ws-hr-td-returns       pic 9(5).
                   15 ws-hr-lw-count         pic 9(5).
                   15 ws-hr-lw-sales         pic 9(7)v99.
                   15 ws-hr-lw-returns       pic 9(5).
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-hour-idx                   pic 99
           value 0.
      ******************************************************************
      * Day-part accumulators - 1 opening, 2 lunch, 3 afternoon,
      * 4 evening, 5 no register time; a store set and a chain set
      ******************************************************************
       01 ws-part-tbl-area.
           05 ws-pt-level occurs 2 times.
               10 ws-pt-part occurs 5 times.
                   15 ws-pt-td-count         pic 9(7).
                   15 ws-pt-td-sales         pic 9(9)v99.
                   15 ws-pt-td-returns       pic 9(7).
                   15 ws-pt-lw-count         pic 9(7).
                   15 ws-pt-lw-sales         pic 9(9)v99.
                   15 ws-pt-lw-returns       pic 9(7).
       01 ws-part-name-values.
           05 filler pic x(11) value "Opening".
           05 filler pic x(11) value "Lunch".
           05 filler pic x(11) value "Afternoon".
           05 filler pic x(11) value "Evening".
           05 filler pic x(11) value "No Time".
       01 ws-part-name-table redefines ws-part-name-values.
           05 ws-part-name occurs 5 times pic x(11).
       77 ws-part-idx                   pic 9
           value 0.
       77 ws-level-idx                  pic 9
           value 0.
      ******************************************************************
      * Kept history - every record still inside the retention
      * window except the business date's own, which this run
      * replaces
      ******************************************************************
       01 ws-hist-tbl-area.
           05 ws-hh-entry occurs 10000 times  pic x(29).
       77 ws-hh-count                   pic 9(5)
           value 0.
       77 ws-hh-idx                     pic 9(5)
           value 0.
       77 ws-hh-dropped                 pic 9(5)
           value 0.
      ******************************************************************
      * Out-of-hours exceptions, sorted by store and time to print
      ******************************************************************
       01 ws-exc-tbl-area.
           05 ws-xc-entry occurs 1000 times.
               10 ws-xc-key.
                   15 ws-xc-store            pic 99.
                   15 ws-xc-time             pic 9(4).
               10 ws-xc-code                 pic x.
               10 ws-xc-invoice              pic x(9).
               10 ws-xc-amount               pic 9(5)v99.
               10 ws-xc-cashier              pic 9(4).
       01 ws-xc-temp.
           05 ws-xct-key                    pic x(6).
           05 filler                        pic x(21).
       77 ws-xc-count                   pic 9(4)
           value 0.
       77 ws-xc-idx                     pic 9(4)
           value 0.
       77 ws-xc-total                   pic 9(6)
           value 0.
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * One transaction on its way into the cells
      ******************************************************************
       77 ws-work-code                  pic x
           value space.
       77 ws-work-store                 pic 99
           value 0.
       77 ws-work-invoice               pic x(9)
           value spaces.
       77 ws-work-amount                pic 9(5)v99
           value 0.
       77 ws-work-cashier               pic 9(4)
           value 0.
       77 ws-work-time                  pic 9(4)
           value 0.
       77 ws-work-side                  pic x
           value "S".
       77 ws-work-hour                  pic 99
           value 0.
       77 ws-out-of-hours               pic x
           value "N".
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
       77 ws-last-week-serial           pic 9(6)
           value 0.
       77 ws-keep-from-serial           pic 9(6)
           value 0.
       01 ws-month-days-values.
           05 filler pic x(12) value "312831303130".
           05 filler pic x(12) value "313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days occurs 12 times pic 99.
       01 ws-lw-date.
           05 ws-lw-yy                   pic 99.
           05 ws-lw-mm                   pic 99.
           05 ws-lw-dd                   pic 99.
       77 ws-lw-day-work                pic s99
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
      ******************************************************************
      * Run counters and print work fields
      ******************************************************************
       77 ws-sales-read                 pic 9(6)
           value 0.
       77 ws-returns-read               pic 9(6)
           value 0.
       77 ws-other-read                 pic 9(6)
           value 0.
       77 ws-unknown-store              pic 9(6)
           value 0.
       77 ws-hist-written               pic 9(6)
           value 0.
       77 ws-purged-count               pic 9(6)
           value 0.
       77 ws-print-count                pic 9(7)
           value 0.
       77 ws-print-sales                pic 9(9)v99
           value 0.
       77 ws-print-returns              pic 9(7)
           value 0.
       77 ws-print-lw-count             pic 9(7)
           value 0.
       77 ws-print-lw-sales             pic 9(9)v99
           value 0.
       77 ws-print-lw-returns           pic 9(7)
           value 0.
       77 ws-avg-ticket                 pic 9(7)v99
           value 0.
       77 ws-change-pct                 pic s9(5)v9
           value 0.
       77 ws-change-edit                pic ----9.9.
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
               value " Hourly And Day-Part Sales".
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
       01 ws-section-title.
           05 ws-stl-text                pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-compare-line.
           05 filler                     pic x(34)
               value "Compared With Same Weekday:       ".
           05 ws-cl-lw-date              pic 9(6).
           05 filler                     pic x(60)
               value spaces.
       01 ws-store-heading.
           05 filler                     pic x(6)
               value "Store ".
           05 ws-sth-store               pic 99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sth-name                pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-sth-hours               pic x(30).
           05 filler                     pic x(38)
               value spaces.
       01 ws-hours-text.
           05 filler                     pic x(15)
               value "Trading Hours  ".
           05 ws-ht-open                 pic 9(4).
           05 filler                     pic x
               value "-".
           05 ws-ht-close                pic 9(4).
           05 filler                     pic x(6)
               value spaces.
       01 ws-slot-headings.
           05 filler                     pic x(11)
               value "Slot".
           05 filler                     pic x(8)
               value " Trans".
           05 filler                     pic x(15)
               value "        Sales".
           05 filler                     pic x(12)
               value "  Avg Ticket".
           05 filler                     pic x(10)
               value "  Rtns".
           05 filler                     pic x(8)
               value "LW Trans".
           05 filler                     pic x(15)
               value "     LW Sales".
           05 filler                     pic x(8)
               value " LW Rtns".
           05 filler                     pic x(13)
               value "   Sales Chg%".
       01 ws-slot-line.
           05 ws-sl-label                pic x(11).
           05 ws-sl-count                pic zz,zz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-sales                pic $$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-avg                  pic $$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-returns              pic zz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-sl-lw-count             pic zz,zz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-lw-sales             pic $$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-lw-returns           pic zz,zz9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-sl-change               pic x(10).
       01 ws-hour-label.
           05 ws-hl-hour                 pic 99.
           05 filler                     pic x(9)
               value ":00".
       01 ws-exc-headings.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(7)
               value "Time".
           05 filler                     pic x(6)
               value "Code".
           05 filler                     pic x(11)
               value "Invoice".
           05 filler                     pic x(12)
               value "      Amount".
           05 filler                     pic x(10)
               value "  Cashier".
           05 filler                     pic x(47)
               value "  Trading Hours".
       01 ws-exc-line.
           05 ws-xl-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-xl-time                 pic 9(4).
           05 filler                     pic x(4)
               value spaces.
           05 ws-xl-code                 pic x.
           05 filler                     pic x(4)
               value spaces.
           05 ws-xl-invoice              pic x(9).
           05 filler                     pic x(3)
               value spaces.
           05 ws-xl-amount               pic $$$,$$9.99.
           05 filler                     pic x(5)
               value spaces.
           05 ws-xl-cashier              pic 9(4).
           05 filler                     pic x(3)
               value spaces.
           05 ws-xl-open                 pic 9(4).
           05 filler                     pic x
               value "-".
           05 ws-xl-close                pic 9(4).
           05 filler                     pic x(37)
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
           perform 003-set-windows.
           initialize ws-store-tbl-area.
           initialize ws-hour-tbl-area.
           perform 040-load-store-master.
           perform 050-load-history.
           perform 100-read-sandl.
           perform 150-read-returns.
           perform 200-read-exchanges.
           perform 220-read-voids.
           perform 240-read-layaway.
           perform 330-sort-exceptions.
           perform 360-rewrite-history.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "SALES BY STORE, HOUR AND DAY-PART" to ws-stl-text.
           write report-line from ws-section-title.
           perform 810-last-week-date.
           write report-line from ws-compare-line.
           write report-line from ws-star-line.
           initialize ws-part-tbl-area.
           perform 400-print-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           perform 450-print-chain-parts.
           perform 470-print-exceptions.
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
           accept ws-env-buffer from environment "PROGRAM37_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program37-dir
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
           accept ws-env-buffer from environment "PROGRAM14_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program14-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-project3-dir delimited by space
               "/sandl.dat" delimited by size
               into ws-sandl-path.
           string ws-program4-dir delimited by space
               "/returns.dat" delimited by size
               into ws-returns-path.
           string ws-project2-dir delimited by space
               "/exchanges.dat" delimited by size
               into ws-exchange-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-program14-dir delimited by space
               "/layaway.dat" delimited by size
               into ws-layaway-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           string ws-program37-dir delimited by space
               "/hourlyHistory.dat" delimited by size
               into ws-history-path.
           string ws-program37-dir delimited by space
               "/hourlySales.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "DAYPART_LUNCH_HOUR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-lunch-hour-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "DAYPART_AFTERNOON_HOUR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-afternoon-hour-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "DAYPART_EVENING_HOUR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-evening-hour-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "HOURLY_HISTORY_DAYS"
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
      * Day serials for the business date, the same weekday a week
      * back, and the start of the retention window
      ******************************************************************
       003-set-windows.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-last-week-serial =
               ws-today-serial - ws-week-days-cnst.
           compute ws-keep-from-serial =
               ws-today-serial - ws-history-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
      ******************************************************************
      * Store names and posted trading hours - a master written
      * before the hours were added reads as no posted hours
      ******************************************************************
       040-load-store-master.
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
               move "Y" to ws-sh-on-file(ws-store-idx)
               move sm-store-name to ws-sh-name(ws-store-idx)
               if sm-open-time is numeric
               and sm-close-time is numeric
                   move sm-open-time to ws-sh-open(ws-store-idx)
                   move sm-close-time to ws-sh-close(ws-store-idx)
               end-if
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * Loads the hourly history - last week's same weekday goes into
      * the comparison cells, anything inside the window is kept for
      * the rewrite, and the business date's own records are dropped
      * because this run writes them again
      ******************************************************************
       050-load-history.
           open input history-file.
           if ws-history-status equal "00"
               read history-file
                   at end move "y" to ws-history-eof-flag
               end-read
               perform 051-history-loop
                   until ws-history-eof-flag = 'y'
               close history-file
           end-if.
       051-history-loop.
           move hh-date to ws-serial-date.
           perform 800-date-to-serial.
           if hh-date not equal ws-nl-date
               if ws-serial < ws-keep-from-serial
                   add 1 to ws-purged-count
               else
                   if ws-hh-count < 10000
                       add 1 to ws-hh-count
                       move history-line to ws-hh-entry(ws-hh-count)
                   else
                       add 1 to ws-hh-dropped
                   end-if
               end-if
               if ws-serial equal ws-last-week-serial
               and hh-store-number is numeric
               and hh-store-number > 0
                   move hh-store-number to ws-store-idx
                   if hh-hour equal 99
                       move 25 to ws-hour-idx
                   else
                       compute ws-hour-idx = hh-hour + 1
                   end-if
                   if ws-hour-idx >= 1 and ws-hour-idx <= 25
                       add hh-count to
                           ws-hr-lw-count(ws-store-idx, ws-hour-idx)
                       add hh-sales to
                           ws-hr-lw-sales(ws-store-idx, ws-hour-idx)
                       add hh-returns to
                           ws-hr-lw-returns(ws-store-idx, ws-hour-idx)
                       move "Y" to ws-sh-active(ws-store-idx)
                   end-if
               end-if
           end-if.
           read history-file
               at end move "y" to ws-history-eof-flag.
      ******************************************************************
      * Sales off the S&L stream - sales and layaway pickups; the
      * trailer is a control record and is skipped, and a missing
      * file is an empty side, not an abend
      ******************************************************************
       100-read-sandl.
           open input sandl-file.
           if ws-sandl-status equal "00"
               read sandl-file
                   at end move "y" to ws-sandl-eof-flag
               end-read
               perform 110-sandl-loop
                   until ws-sandl-eof-flag = 'y'
               close sandl-file
           end-if.
       110-sandl-loop.
           if sl-transaction-code not equal "T"
               add 1 to ws-sales-read
               move sl-transaction-code to ws-work-code
               move sl-store-number to ws-work-store
               move sl-invoice-number to ws-work-invoice
               move sl-transaction-ammount to ws-work-amount
               move sl-cashier-id to ws-work-cashier
               move sl-trans-time to ws-work-time
               move "S" to ws-work-side
               perform 300-post-transaction
           end-if.
           read sandl-file
               at end move "y" to ws-sandl-eof-flag.
      ******************************************************************
      * Returns - counted in their hour beside the sales
      ******************************************************************
       150-read-returns.
           open input returns-file.
           if ws-returns-status equal "00"
               read returns-file
                   at end move "y" to ws-returns-eof-flag
               end-read
               perform 160-returns-loop
                   until ws-returns-eof-flag = 'y'
               close returns-file
           end-if.
       160-returns-loop.
           if rt-transaction-code not equal "T"
               add 1 to ws-returns-read
               move rt-transaction-code to ws-work-code
               move rt-store-number to ws-work-store
               move rt-invoice-number to ws-work-invoice
               move rt-transaction-ammount to ws-work-amount
               move rt-cashier-id to ws-work-cashier
               move rt-trans-time to ws-work-time
               move "R" to ws-work-side
               perform 300-post-transaction
           end-if.
           read returns-file
               at end move "y" to ws-returns-eof-flag.
      ******************************************************************
      * Exchanges, voids and layaway events are not sales or returns
      * for the slot figures, but a register stamping any of them
      * outside trading hours is still an exception
      ******************************************************************
       200-read-exchanges.
           open input exchange-file.
           if ws-exchange-status equal "00"
               read exchange-file
                   at end move "y" to ws-exchange-eof-flag
               end-read
               perform 210-exchange-loop
                   until ws-exchange-eof-flag = 'y'
               close exchange-file
           end-if.
       210-exchange-loop.
           if ex-transaction-code not equal "T"
               add 1 to ws-other-read
               move ex-transaction-code to ws-work-code
               move ex-store-number to ws-work-store
               move ex-invoice-number to ws-work-invoice
               move ex-transaction-ammount to ws-work-amount
               move ex-cashier-id to ws-work-cashier
               move ex-trans-time to ws-work-time
               move "O" to ws-work-side
               perform 300-post-transaction
           end-if.
           read exchange-file
               at end move "y" to ws-exchange-eof-flag.
       220-read-voids.
           open input void-file.
           if ws-void-status equal "00"
               read void-file
                   at end move "y" to ws-void-eof-flag
               end-read
               perform 230-void-loop
                   until ws-void-eof-flag = 'y'
               close void-file
           end-if.
       230-void-loop.
           if vd-transaction-code not equal "T"
               add 1 to ws-other-read
               move vd-transaction-code to ws-work-code
               move vd-store-number to ws-work-store
               move vd-invoice-number to ws-work-invoice
               move vd-transaction-ammount to ws-work-amount
               move vd-cashier-id to ws-work-cashier
               move vd-trans-time to ws-work-time
               move "O" to ws-work-side
               perform 300-post-transaction
           end-if.
           read void-file
               at end move "y" to ws-void-eof-flag.
      * The pickup copy on the layaway stream is already on S&L, so
      * only the open, payment and cancel events are checked here
       240-read-layaway.
           open input layaway-file.
           if ws-layaway-status equal "00"
               read layaway-file
                   at end move "y" to ws-layaway-eof-flag
               end-read
               perform 250-layaway-loop
                   until ws-layaway-eof-flag = 'y'
               close layaway-file
           end-if.
       250-layaway-loop.
           if la-transaction-code not equal "T"
           and la-event-code not equal "LF"
               add 1 to ws-other-read
               move la-transaction-code to ws-work-code
               move la-store-number to ws-work-store
               move la-invoice-number to ws-work-invoice
               move la-transaction-ammount to ws-work-amount
               move la-cashier-id to ws-work-cashier
               move la-trans-time to ws-work-time
               move "O" to ws-work-side
               perform 300-post-transaction
           end-if.
           read layaway-file
               at end move "y" to ws-layaway-eof-flag.
      ******************************************************************
      * One transaction into its store's hour cell, then checked
      * against the store's trading hours. A time of 0000 is a
      * register that sent no time, not a midnight sale, so it goes
      * to the no-time cell and is never an exception
      ******************************************************************
       300-post-transaction.
           if ws-work-store is not numeric
           or ws-work-store equal 0
               add 1 to ws-unknown-store
           else
               move ws-work-store to ws-store-idx
               move "Y" to ws-sh-active(ws-store-idx)
               if ws-sh-on-file(ws-store-idx) not equal "Y"
                   add 1 to ws-unknown-store
               end-if
               move 25 to ws-hour-idx
               if ws-work-time is numeric
               and ws-work-time not equal 0
                   divide ws-work-time by 100 giving ws-work-hour
                   if ws-work-hour <= 23
                       compute ws-hour-idx = ws-work-hour + 1
                   end-if
               end-if
               if ws-work-side equal "S"
                   add 1 to ws-hr-td-count(ws-store-idx, ws-hour-idx)
                   add ws-work-amount
                       to ws-hr-td-sales(ws-store-idx, ws-hour-idx)
               end-if
               if ws-work-side equal "R"
                   add 1
                       to ws-hr-td-returns(ws-store-idx, ws-hour-idx)
               end-if
               if ws-hour-idx < 25
                   perform 310-check-trading-hours
               end-if
           end-if.
      ******************************************************************
      * Outside trading hours is before opening or at/after closing;
      * when closing is earlier than opening the store trades past
      * midnight and the closed stretch is the one in between. A
      * store with no posted hours is never checked
      ******************************************************************
       310-check-trading-hours.
           move "N" to ws-out-of-hours.
           if ws-sh-open(ws-store-idx) not equal 0
           or ws-sh-close(ws-store-idx) not equal 0
               if ws-sh-open(ws-store-idx) < ws-sh-close(ws-store-idx)
                   if ws-work-time < ws-sh-open(ws-store-idx)
                   or ws-work-time >= ws-sh-close(ws-store-idx)
                       move "Y" to ws-out-of-hours
                   end-if
               else
                   if ws-work-time >= ws-sh-close(ws-store-idx)
                   and ws-work-time < ws-sh-open(ws-store-idx)
                       move "Y" to ws-out-of-hours
                   end-if
               end-if
           end-if.
           if ws-out-of-hours equal "Y"
               add 1 to ws-xc-total
               if ws-xc-count < 1000
                   add 1 to ws-xc-count
                   move ws-work-store to ws-xc-store(ws-xc-count)
                   move ws-work-time to ws-xc-time(ws-xc-count)
                   move ws-work-code to ws-xc-code(ws-xc-count)
                   move ws-work-invoice to ws-xc-invoice(ws-xc-count)
                   move ws-work-amount to ws-xc-amount(ws-xc-count)
                   move ws-work-cashier to ws-xc-cashier(ws-xc-count)
               end-if
           end-if.
      ******************************************************************
      * Insertion sort on store and time for the exception listing
      ******************************************************************
       330-sort-exceptions.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-xc-count.
       331-sort-pass.
           move ws-xc-entry(ws-sort-i) to ws-xc-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-xc-temp to ws-xc-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-xc-key(ws-sort-j - 1) > ws-xct-key
                   move ws-xc-entry(ws-sort-j - 1)
                       to ws-xc-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Writes the history back - the kept records, then one record
      * per store and hour that saw any sale or return today
      ******************************************************************
       360-rewrite-history.
           if ws-hh-dropped > 0
               display "Program37: hourly history table full - "
                   ws-hh-dropped " record(s) not carried"
           end-if.
           open output history-file.
           perform 361-write-kept-history
               varying ws-hh-idx from 1 by 1
               until ws-hh-idx > ws-hh-count.
           perform 362-write-store-history
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           close history-file.
       361-write-kept-history.
           move ws-hh-entry(ws-hh-idx) to history-line.
           write history-line.
           add 1 to ws-hist-written.
       362-write-store-history.
           perform 363-write-hour-history
               varying ws-hour-idx from 1 by 1
               until ws-hour-idx > 25.
       363-write-hour-history.
           if ws-hr-td-count(ws-store-idx, ws-hour-idx) > 0
           or ws-hr-td-returns(ws-store-idx, ws-hour-idx) > 0
               move ws-store-idx to hh-store-number
               move ws-nl-date to hh-date
               if ws-hour-idx equal 25
                   move 99 to hh-hour
               else
                   compute hh-hour = ws-hour-idx - 1
               end-if
               move ws-hr-td-count(ws-store-idx, ws-hour-idx)
                   to hh-count
               move ws-hr-td-sales(ws-store-idx, ws-hour-idx)
                   to hh-sales
               move ws-hr-td-returns(ws-store-idx, ws-hour-idx)
                   to hh-returns
               write history-line
               add 1 to ws-hist-written
           end-if.
      ******************************************************************
      * One block per store with activity today or last week - a
      * line per hour that saw anything, the four day-parts, and the
      * store total. Level 1 of the day-part table is the store,
      * level 2 the chain
      ******************************************************************
       400-print-store.
           if ws-sh-active(ws-store-idx) equal "Y"
               move ws-store-idx to ws-sth-store
               if ws-sh-on-file(ws-store-idx) equal "Y"
                   move ws-sh-name(ws-store-idx) to ws-sth-name
               else
                   move "*NOT ON STORE MASTER" to ws-sth-name
               end-if
               if ws-sh-open(ws-store-idx) equal 0
               and ws-sh-close(ws-store-idx) equal 0
                   move "No Posted Trading Hours" to ws-sth-hours
               else
                   move ws-sh-open(ws-store-idx) to ws-ht-open
                   move ws-sh-close(ws-store-idx) to ws-ht-close
                   move ws-hours-text to ws-sth-hours
               end-if
               move spaces to report-line
               write report-line
               write report-line from ws-store-heading
               write report-line from ws-slot-headings
               perform 410-print-hour
                   varying ws-hour-idx from 1 by 1
                   until ws-hour-idx > 25
               move spaces to report-line
               write report-line
               perform 420-print-store-part
                   varying ws-part-idx from 1 by 1
                   until ws-part-idx > 5
               perform 430-print-store-total
               initialize ws-pt-level(1)
           end-if.
       410-print-hour.
           move ws-hr-td-count(ws-store-idx, ws-hour-idx)
               to ws-print-count.
           move ws-hr-td-sales(ws-store-idx, ws-hour-idx)
               to ws-print-sales.
           move ws-hr-td-returns(ws-store-idx, ws-hour-idx)
               to ws-print-returns.
           move ws-hr-lw-count(ws-store-idx, ws-hour-idx)
               to ws-print-lw-count.
           move ws-hr-lw-sales(ws-store-idx, ws-hour-idx)
               to ws-print-lw-sales.
           move ws-hr-lw-returns(ws-store-idx, ws-hour-idx)
               to ws-print-lw-returns.
           perform 415-post-to-part.
           if ws-hour-idx < 25
               if ws-print-count > 0 or ws-print-returns > 0
               or ws-print-lw-count > 0 or ws-print-lw-returns > 0
                   compute ws-hl-hour = ws-hour-idx - 1
                   move ws-hour-label to ws-sl-label
                   perform 440-write-slot-line
               end-if
           end-if.
      * Hours before the lunch hour are opening, and so on up the day;
      * the no-time cell is its own part
       415-post-to-part.
           compute ws-work-hour = ws-hour-idx - 1.
           if ws-hour-idx equal 25
               move 5 to ws-part-idx
           else
               if ws-work-hour >= ws-evening-hour-cnst
                   move 4 to ws-part-idx
               else
                   if ws-work-hour >= ws-afternoon-hour-cnst
                       move 3 to ws-part-idx
                   else
                       if ws-work-hour >= ws-lunch-hour-cnst
                           move 2 to ws-part-idx
                       else
                           move 1 to ws-part-idx
                       end-if
                   end-if
               end-if
           end-if.
           perform varying ws-level-idx from 1 by 1
               until ws-level-idx > 2
               add ws-print-count
                   to ws-pt-td-count(ws-level-idx, ws-part-idx)
               add ws-print-sales
                   to ws-pt-td-sales(ws-level-idx, ws-part-idx)
               add ws-print-returns
                   to ws-pt-td-returns(ws-level-idx, ws-part-idx)
               add ws-print-lw-count
                   to ws-pt-lw-count(ws-level-idx, ws-part-idx)
               add ws-print-lw-sales
                   to ws-pt-lw-sales(ws-level-idx, ws-part-idx)
               add ws-print-lw-returns
                   to ws-pt-lw-returns(ws-level-idx, ws-part-idx)
           end-perform.
       420-print-store-part.
           move 1 to ws-level-idx.
           perform 425-print-part-line.
       425-print-part-line.
           move ws-pt-td-count(ws-level-idx, ws-part-idx)
               to ws-print-count.
           move ws-pt-td-sales(ws-level-idx, ws-part-idx)
               to ws-print-sales.
           move ws-pt-td-returns(ws-level-idx, ws-part-idx)
               to ws-print-returns.
           move ws-pt-lw-count(ws-level-idx, ws-part-idx)
               to ws-print-lw-count.
           move ws-pt-lw-sales(ws-level-idx, ws-part-idx)
               to ws-print-lw-sales.
           move ws-pt-lw-returns(ws-level-idx, ws-part-idx)
               to ws-print-lw-returns.
           if ws-part-idx < 5
           or ws-print-count > 0 or ws-print-returns > 0
           or ws-print-lw-count > 0 or ws-print-lw-returns > 0
               move ws-part-name(ws-part-idx) to ws-sl-label
               perform 440-write-slot-line
           end-if.
       430-print-store-total.
           move 0 to ws-print-count.
           move 0 to ws-print-sales.
           move 0 to ws-print-returns.
           move 0 to ws-print-lw-count.
           move 0 to ws-print-lw-sales.
           move 0 to ws-print-lw-returns.
           perform varying ws-part-idx from 1 by 1
               until ws-part-idx > 5
               add ws-pt-td-count(1, ws-part-idx) to ws-print-count
               add ws-pt-td-sales(1, ws-part-idx) to ws-print-sales
               add ws-pt-td-returns(1, ws-part-idx)
                   to ws-print-returns
               add ws-pt-lw-count(1, ws-part-idx)
                   to ws-print-lw-count
               add ws-pt-lw-sales(1, ws-part-idx)
                   to ws-print-lw-sales
               add ws-pt-lw-returns(1, ws-part-idx)
                   to ws-print-lw-returns
           end-perform.
           move "Store Total" to ws-sl-label.
           perform 440-write-slot-line.
      ******************************************************************
      * Fills and writes one slot line from the ws-print- figures -
      * average ticket is sales over transactions, and the change is
      * the sales move against last week; no sales last week prints
      * as new rather than an infinite percentage
      ******************************************************************
       440-write-slot-line.
           move ws-print-count to ws-sl-count.
           move ws-print-sales to ws-sl-sales.
           move 0 to ws-avg-ticket.
           if ws-print-count > 0
               compute ws-avg-ticket rounded =
                   ws-print-sales / ws-print-count
           end-if.
           move ws-avg-ticket to ws-sl-avg.
           move ws-print-returns to ws-sl-returns.
           move ws-print-lw-count to ws-sl-lw-count.
           move ws-print-lw-sales to ws-sl-lw-sales.
           move ws-print-lw-returns to ws-sl-lw-returns.
           move spaces to ws-sl-change.
           if ws-print-lw-sales > 0
               compute ws-change-pct rounded =
                   (ws-print-sales - ws-print-lw-sales) * 100
                   / ws-print-lw-sales
                   on size error move 9999.9 to ws-change-pct
               end-compute
               move ws-change-pct to ws-change-edit
               move ws-change-edit to ws-sl-change
           else
               if ws-print-sales > 0
                   move "     new" to ws-sl-change
               end-if
           end-if.
           write report-line from ws-slot-line.
      ******************************************************************
      * The chain by day-part
      ******************************************************************
       450-print-chain-parts.
           write report-line from ws-star-line
               after advancing 1 line.
           move "CHAIN BY DAY-PART" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-slot-headings.
           move 2 to ws-level-idx.
           perform 455-print-chain-part
               varying ws-part-idx from 1 by 1
               until ws-part-idx > 5.
           move 0 to ws-print-count.
           move 0 to ws-print-sales.
           move 0 to ws-print-returns.
           move 0 to ws-print-lw-count.
           move 0 to ws-print-lw-sales.
           move 0 to ws-print-lw-returns.
           perform varying ws-part-idx from 1 by 1
               until ws-part-idx > 5
               add ws-pt-td-count(2, ws-part-idx) to ws-print-count
               add ws-pt-td-sales(2, ws-part-idx) to ws-print-sales
               add ws-pt-td-returns(2, ws-part-idx)
                   to ws-print-returns
               add ws-pt-lw-count(2, ws-part-idx)
                   to ws-print-lw-count
               add ws-pt-lw-sales(2, ws-part-idx)
                   to ws-print-lw-sales
               add ws-pt-lw-returns(2, ws-part-idx)
                   to ws-print-lw-returns
           end-perform.
           move "Chain Total" to ws-sl-label.
           perform 440-write-slot-line.
       455-print-chain-part.
           perform 425-print-part-line.
      ******************************************************************
      * Every transaction stamped outside its store's trading hours
      ******************************************************************
       470-print-exceptions.
           write report-line from ws-star-line
               after advancing 1 line.
           move "TRANSACTIONS OUTSIDE TRADING HOURS" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-exc-headings.
           perform 475-print-exception
               varying ws-xc-idx from 1 by 1
               until ws-xc-idx > ws-xc-count.
           if ws-xc-total > ws-xc-count
               display "Program37: exception table full - "
                   "only the first 1000 listed"
           end-if.
       475-print-exception.
           move ws-xc-store(ws-xc-idx) to ws-xl-store.
           move ws-xc-time(ws-xc-idx) to ws-xl-time.
           move ws-xc-code(ws-xc-idx) to ws-xl-code.
           move ws-xc-invoice(ws-xc-idx) to ws-xl-invoice.
           move ws-xc-amount(ws-xc-idx) to ws-xl-amount.
           move ws-xc-cashier(ws-xc-idx) to ws-xl-cashier.
           move ws-xc-store(ws-xc-idx) to ws-store-idx.
           move ws-sh-open(ws-store-idx) to ws-xl-open.
           move ws-sh-close(ws-store-idx) to ws-xl-close.
           write report-line from ws-exc-line.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Sales And Pickups Read:" to ws-tl-label.
           move ws-sales-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Returns Read:" to ws-tl-label.
           move ws-returns-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Exchange, Void And Layaway Read:" to ws-tl-label.
           move ws-other-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Records For Stores Not On File:" to ws-tl-label.
           move ws-unknown-store to ws-tl-count.
           write report-line from ws-total-line.
           move "Outside Trading Hours:" to ws-tl-label.
           move ws-xc-total to ws-tl-count.
           write report-line from ws-total-line.
           move "History Records Written:" to ws-tl-label.
           move ws-hist-written to ws-tl-count.
           write report-line from ws-total-line.
           move "History Records Purged:" to ws-tl-label.
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
      * The calendar date a week before the business date, for the
      * comparison heading - back into the previous month (and year)
      * when the week crosses one, February counting 29 in a leap
      * year
      ******************************************************************
       810-last-week-date.
           move ws-nl-date to ws-lw-date.
           compute ws-lw-day-work = ws-lw-dd - ws-week-days-cnst.
           if ws-lw-day-work < 1
               if ws-lw-mm equal 1
                   move 12 to ws-lw-mm
                   if ws-lw-yy equal 0
                       move 99 to ws-lw-yy
                   else
                       subtract 1 from ws-lw-yy
                   end-if
               else
                   subtract 1 from ws-lw-mm
               end-if
               add ws-month-days(ws-lw-mm) to ws-lw-day-work
               divide ws-lw-yy by 4 giving ws-leap-quot
                   remainder ws-leap-rem
               if ws-lw-mm equal 2 and ws-leap-rem equal 0
                   add 1 to ws-lw-day-work
               end-if
           end-if.
           move ws-lw-day-work to ws-lw-dd.
           move ws-lw-date to ws-cl-lw-date.
      ******************************************************************
      * End of Group 4 - Program #37
      ******************************************************************
       end program Program37.
