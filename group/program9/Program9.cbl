      * totalReport.out printouts: month-to-date and year-to-date
      * totals, best and worst day of the month, average by day of
      * week, and percent change against the same month last year.
      * Once finance's fiscal calendar (fiscalCalendar.dat, built by
      * Program44) is on file the summary is cut by fiscal period
      * instead: period to date, fiscal year to date, and the same
      * fiscal period and the same fiscal week last year taken to the
      * same day of the week, so a Saturday is always compared with
      * a Saturday. Without the calendar the calendar-month summary
      * is printed as before.
      * The summary closes with each store's net sales for the month
      * (or fiscal period) to date off Program39's daily store-net
      * ledger, planActuals.dat, listed under its district and region
      * from storeMaster.dat with its rank in the district and in the
      * chain and a subtotal for every district and region.
      ******************************************************************
       identification division.
       program-id. Program9.

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM9_DATA_DIR /
      * PROJECT2_DATA_DIR / PROGRAM39_DATA_DIR / GROUP_DATA_DIR
      * environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select trend-file
               assign to ws-trend-path
               organization is line sequential
               file status is ws-trend-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential
               file status is ws-store-master-status.

           select actuals-file
               assign to ws-actuals-path
               organization is line sequential
               file status is ws-actuals-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
       01 trend-line.
           05 tr-date                           pic 9(6).
           05 tr-grand-total                    pic 9(8)v99.
      *
      * Program44's fiscal calendar - one line per day with its
      * fiscal year, period, quarter, week of the year and day of the
      * fiscal week
       fd fiscal-calendar-file
           data record is fiscal-calendar-line
           record contains 14 characters.
      *
       01 fiscal-calendar-line.
           05 fc-date                           pic 9(6).
           05 fc-fiscal-period.
               10 fc-fiscal-year                pic 99.
               10 fc-period                     pic 99.
           05 fc-quarter                        pic 9.
           05 fc-week                           pic 99.
           05 fc-day                            pic 9.
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
      * Program39's daily store-net ledger - one record per store per
      * business date, net of returns and voids
       fd actuals-file
           data record is actuals-line
           record contains 19 characters.
      *
       01 actuals-line.
           05 pa-store-number                   pic 99.
           05 pa-date                           pic 9(6).
           05 pa-net-sales                      pic s9(9)v99.
      *
       fd report-file
           data record is report-line
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set PROGRAM9_DATA_DIR / PROJECT2_DATA_DIR /
      * PROGRAM39_DATA_DIR / GROUP_DATA_DIR in the environment to
      * point this run at a different data drop without relinking
      ******************************************************************
       77 ws-program9-dir               pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-program39-dir              pic x(60)
           value "../../../../program39/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
           value spaces.
       01 ws-trend-path                 pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-actuals-path               pic x(80).
       77 ws-trend-status               pic xx.
       77 ws-fiscal-calendar-status     pic xx.
       77 ws-store-master-status        pic xx.
       77 ws-actuals-status             pic xx.
       01 ws-flags.
           05 ws-trend-eof-flag          pic x
               value "n".
           05 ws-fiscal-eof-flag         pic x
               value "n".
           05 ws-fiscal-on-file          pic x
               value "N".
           05 ws-fiscal-found            pic x
               value "N".
           05 ws-store-eof-flag          pic x
               value "n".
           05 ws-actuals-eof-flag        pic x
               value "n".
           05 ws-store-found             pic x
               value "N".
      ******************************************************************
      * The full trend file, one entry per distinct date - a date
      * appearing twice (a rerun from before reruns replaced the day)
       77 ws-day-found                  pic x
           value "N".
      ******************************************************************
      * The store master with each store's district and region, and
      * its net sales for the month or fiscal period to date off the
      * store-net ledger, ranked within its district and the chain
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       77 ws-store-name-tbl occurs 99 times     pic x(20).
       77 ws-district-tbl occurs 99 times       pic x(3).
       77 ws-region-tbl occurs 99 times         pic x(3).
       77 ws-ptd-net-tbl occurs 99 times        pic s9(10)v99
           value 0.
       77 ws-chain-rank-tbl occurs 99 times     pic 99
           value 0.
       77 ws-dist-rank-tbl occurs 99 times      pic 99
           value 0.
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-rank-idx                   pic 999
           value 0.
       77 ws-match-idx                  pic 999
           value 0.
      ******************************************************************
      * The stores in region, district and store order - the key is
      * region, district and store number, pointing back at the
      * store's place in the tables above
      ******************************************************************
       01 ws-order-tbl.
           05 ws-order-entry occurs 99 times.
               10 ws-ord-key.
                   15 ws-ord-region          pic x(3).
                   15 ws-ord-district        pic x(3).
                   15 ws-ord-store           pic 99.
               10 ws-ord-idx                 pic 999.
       01 ws-ord-temp.
           05 ws-ordt-key                pic x(8).
           05 ws-ordt-idx                pic 999.
       77 ws-order-idx                  pic 999
           value 0.
      * Insertion-sort work fields
       77 ws-sort-i                     pic 999
           value 0.
       77 ws-sort-j                     pic 999
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * District, region and chain subtotals struck at each change of
      * district and of region
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-region                  pic x(3)
           value spaces.
       77 ws-cb-district                pic x(3)
           value spaces.
       77 ws-dist-net                   pic s9(10)v99
           value 0.
       77 ws-dist-stores                pic 999
           value 0.
       77 ws-reg-net                    pic s9(10)v99
           value 0.
       77 ws-reg-stores                 pic 999
           value 0.
       77 ws-chain-net                  pic s9(10)v99
           value 0.
       77 ws-unassigned-cnst            pic x(10)
           value "Unassigned".
      ******************************************************************
      * Current period, split out of the run date
      ******************************************************************
       01 ws-today.
           05 ws-scan-mm                 pic 99.
           05 ws-scan-dd                 pic 99.
      ******************************************************************
      * The run date's place on the fiscal calendar, and the two
      * fiscal years the summary needs - this one and last - kept off
      * the calendar file; a trend day outside them plays no part
      ******************************************************************
       01 ws-fiscal-today.
           05 ws-ft-year                 pic 99.
           05 ws-ft-period               pic 99.
           05 ws-ft-quarter              pic 9.
           05 ws-ft-week                 pic 99.
           05 ws-ft-day                  pic 9.
       77 ws-ft-last-year               pic 99
           value 0.
       77 ws-fc-date-tbl occurs 800 times       pic 9(6).
       77 ws-fc-year-tbl occurs 800 times       pic 99.
       77 ws-fc-period-tbl occurs 800 times     pic 99.
       77 ws-fc-week-tbl occurs 800 times       pic 99.
       77 ws-fc-day-tbl occurs 800 times        pic 9.
       77 ws-fc-count                   pic 9(4)
           value 0.
       77 ws-fc-idx                     pic 9(4)
           value 0.
       77 ws-fc-match                   pic 9(4)
           value 0.
      ******************************************************************
      * Period accumulators
       77 ws-mtd-total                  pic 9(10)v99
           value 0.
       77 ws-mtd-days                   pic 999
           value 99999999.99.
       77 ws-worst-date                 pic 9(6)
           value 0.
      * Fiscal week to date against the same week last year to the
      * same day, and the same fiscal day last year on its own
       77 ws-wtd-total                  pic 9(10)v99
           value 0.
       77 ws-lastyr-wtd-total           pic 9(10)v99
           value 0.
       77 ws-today-amt                  pic 9(8)v99
           value 0.
       77 ws-lastyr-day-amt             pic 9(8)v99
           value 0.
       77 ws-lastyr-day-date            pic 9(6)
           value 0.
      * The figures handed to the comparison lines
       77 ws-cmp-current                pic 9(10)v99
           value 0.
       77 ws-cmp-prior                  pic 9(10)v99
           value 0.
      ******************************************************************
      * Day-of-week accumulators over the current month - index 1 is
      * Saturday through index 7 Friday, the order the day-of-week
           05 filler                     pic x(23)
               value
       "***********************".
       01 ws-fiscal-line.
           05 filler                     pic x(12)
               value "Fiscal Year ".
           05 ws-fl-year                 pic 99.
           05 filler                     pic x(11)
               value "  Quarter ".
           05 ws-fl-quarter              pic 9.
           05 filler                     pic x(10)
               value "  Period ".
           05 ws-fl-period               pic 99.
           05 filler                     pic x(8)
               value "  Week ".
           05 ws-fl-week                 pic 99.
           05 filler                     pic x(7)
               value "  Day ".
           05 ws-fl-day                  pic 9.
           05 filler                     pic x(27)
               value spaces.
       01 ws-total-line-1.
           05 ws-tl1-label               pic x(32)
               value "Month To Date Total:            ".
           05 ws-tl-mtd                  pic $$,$$$,$$$,$$9.99.
           05 filler                     pic x(11)
           05 filler                     pic x(20)
               value spaces.
       01 ws-total-line-2.
           05 ws-tl2-label               pic x(32)
               value "Year To Date Total:             ".
           05 ws-tl-ytd                  pic $$,$$$,$$$,$$9.99.
           05 filler                     pic x(34)
               value spaces.
       01 ws-total-line-3.
           05 ws-tl3-label               pic x(32)
               value "Best Day This Month:            ".
           05 ws-tl-best-date            pic 9(6).
           05 filler                     pic x(2)
           05 filler                     pic x(30)
               value spaces.
       01 ws-total-line-4.
           05 ws-tl4-label               pic x(32)
               value "Worst Day This Month:           ".
           05 ws-tl-worst-date           pic 9(6).
           05 filler                     pic x(2)
           05 filler                     pic x(28)
               value spaces.
       01 ws-total-line-5.
           05 ws-tl5-label               pic x(32)
               value "Same Month Last Year:           ".
           05 ws-tl-lastyr               pic $$,$$$,$$$,$$9.99.
           05 filler                     pic x(34)
               value spaces.
       01 ws-total-line-6.
           05 ws-tl6-label               pic x(32)
               value "Change vs Same Month Last Year: ".
           05 ws-tl-pct-chg              pic +zzz9.99.
           05 filler                     pic x(2)
           05 filler                     pic x(40)
               value spaces.
       01 ws-total-line-7.
           05 ws-tl7-label               pic x(50)
               value
               "Same Month Last Year: no data on trend file       ".
           05 filler                     pic x(33)
               value spaces.
       01 ws-total-line-8.
           05 ws-tl8-label               pic x(32).
           05 ws-tl8-date                pic 9(6).
           05 filler                     pic x(2)
               value "  ".
           05 ws-tl8-amt                 pic $$,$$$,$$9.99.
           05 filler                     pic x(30)
               value spaces.
      * One store, and a district, region or chain subtotal, in the
      * district and region section - a store or district down on
      * the period shows with a trailing minus
       01 ws-hier-title-line.
           05 filler                     pic x(38)
               value "Store Net Sales By Region And District".
           05 ws-hl-period               pic x(17)
               value " - Month To Date".
           05 filler                     pic x(28)
               value spaces.
       01 ws-store-net-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sn-store                pic z9.
           05 filler                     pic x
               value space.
           05 ws-sn-name                 pic x(20).
           05 filler                     pic x
               value space.
           05 ws-sn-net                  pic $$$,$$$,$$9.99-.
           05 filler                     pic x(13)
               value "  Dist Rank: ".
           05 ws-sn-dist-rank            pic z9.
           05 filler                     pic x(14)
               value "  Chain Rank: ".
           05 ws-sn-chain-rank           pic z9.
           05 filler                     pic x(11)
               value spaces.
       01 ws-hier-total-line.
           05 ws-ht-label                pic x(26).
           05 ws-ht-net                  pic $$$,$$$,$$9.99-.
           05 filler                     pic x(10)
               value "  Stores: ".
           05 ws-ht-stores               pic zz9.
           05 filler                     pic x(29)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
           accept ws-nl-time from time.
           move ws-nl-date to ws-today.
           perform 100-load-trend-file.
           perform 050-load-fiscal-calendar.
           if ws-fiscal-on-file equal "Y"
               perform 250-accumulate-fiscal
                   varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
           else
               perform 200-accumulate-periods
                   varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
           end-if.
           perform 060-load-store-master.
           perform 070-load-actuals.
           perform 400-rank-stores.
           perform 450-sort-stores.
           perform 500-print-summary.
           stop run.
      ******************************************************************
           string ws-project2-dir delimited by space
               "/salesTrend.dat" delimited by size
               into ws-trend-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-program9-dir delimited by space
               "/monthSummary.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM39_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program39-dir
           end-if.
           string ws-program39-dir delimited by space
               "/planActuals.dat" delimited by size
               into ws-actuals-path.
      ******************************************************************
      * Finds the run date on the fiscal calendar, then keeps the
      * calendar days of this fiscal year and last. No calendar, or
      * a run date not on it, leaves the summary on calendar months
      ******************************************************************
       050-load-fiscal-calendar.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 051-find-today-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
               if ws-fiscal-on-file equal "N"
                   display "Program9: run date " ws-nl-date
                       " not on fiscalCalendar.dat - summary cut by "
                       "calendar month"
               end-if
           end-if.
           if ws-fiscal-on-file equal "Y"
               if ws-ft-year equal 0
                   move 99 to ws-ft-last-year
               else
                   compute ws-ft-last-year = ws-ft-year - 1
               end-if
               move "n" to ws-fiscal-eof-flag
               open input fiscal-calendar-file
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 052-fiscal-load-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
       051-find-today-loop.
           if fc-date equal ws-nl-date
               move "Y" to ws-fiscal-on-file
               move fc-fiscal-year to ws-ft-year
               move fc-period to ws-ft-period
               move fc-quarter to ws-ft-quarter
               move fc-week to ws-ft-week
               move fc-day to ws-ft-day
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
       052-fiscal-load-loop.
           if fc-fiscal-year equal ws-ft-year
           or fc-fiscal-year equal ws-ft-last-year
               if ws-fc-count < 800
                   add 1 to ws-fc-count
                   move fc-date to ws-fc-date-tbl(ws-fc-count)
                   move fc-fiscal-year to ws-fc-year-tbl(ws-fc-count)
                   move fc-period to ws-fc-period-tbl(ws-fc-count)
                   move fc-week to ws-fc-week-tbl(ws-fc-count)
                   move fc-day to ws-fc-day-tbl(ws-fc-count)
               end-if
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * Loads the store master with each store's district and region.
      * No master leaves the district and region section empty
      ******************************************************************
       060-load-store-master.
           open input store-master-file.
           if ws-store-master-status equal "00"
               read store-master-file
                   at end move "y" to ws-store-eof-flag
               end-read
               perform 061-store-master-loop
                   until ws-store-eof-flag = 'y'
               close store-master-file
           end-if.
       061-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-name to ws-store-name-tbl(ws-store-count)
               move sm-district-code to ws-district-tbl(ws-store-count)
               move sm-region-code to ws-region-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * Sums each store's nets on the ledger for the month to date -
      * or, on the fiscal calendar, the fiscal period to date - up to
      * and including the run date. The ledger keeps about two months,
      * enough for the period but not the year
      ******************************************************************
       070-load-actuals.
           open input actuals-file.
           if ws-actuals-status equal "00"
               read actuals-file
                   at end move "y" to ws-actuals-eof-flag
               end-read
               perform 071-actuals-loop
                   until ws-actuals-eof-flag = 'y'
               close actuals-file
           end-if.
       071-actuals-loop.
           if pa-date is numeric
           and pa-store-number is numeric
           and pa-date not greater than ws-nl-date
               move "N" to ws-fiscal-found
               if ws-fiscal-on-file equal "Y"
                   perform varying ws-fc-idx from 1 by 1
                       until ws-fc-idx > ws-fc-count
                       or ws-fiscal-found equal "Y"
                       if pa-date equal ws-fc-date-tbl(ws-fc-idx)
                       and ws-fc-year-tbl(ws-fc-idx) equal ws-ft-year
                       and ws-fc-period-tbl(ws-fc-idx) equal
                           ws-ft-period
                           move "Y" to ws-fiscal-found
                       end-if
                   end-perform
               else
                   if pa-date(1:4) equal ws-nl-date(1:4)
                       move "Y" to ws-fiscal-found
                   end-if
               end-if
               if ws-fiscal-found equal "Y"
                   perform 072-post-store-net
               end-if
           end-if.
           read actuals-file
               at end move "y" to ws-actuals-eof-flag.
       072-post-store-net.
           move "N" to ws-store-found.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or ws-store-found equal "Y"
               if pa-store-number equal ws-store-num-tbl(ws-store-idx)
                   move "Y" to ws-store-found
                   move ws-store-idx to ws-match-idx
               end-if
           end-perform.
           if ws-store-found equal "Y"
               add pa-net-sales to ws-ptd-net-tbl(ws-match-idx)
           end-if.
      ******************************************************************
      * Loads the whole trend file, one table entry per distinct
      * date - a duplicate date keeps its last amount so pre-rerun-fix
               add ws-day-amt-tbl(ws-day-idx) to ws-lastyr-total
           end-if.
      ******************************************************************
      * The fiscal cut of one trend day - fiscal year to date, period
      * to date (with best/worst and day-of-week averages), week to
      * date, and last year's same period and same week each taken
      * only to today's week and day of the week
      ******************************************************************
       250-accumulate-fiscal.
           move "N" to ws-fiscal-found.
           move 0 to ws-fc-match.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count
               or ws-fiscal-found equal "Y"
               if ws-day-date-tbl(ws-day-idx) equal
                   ws-fc-date-tbl(ws-fc-idx)
                   move "Y" to ws-fiscal-found
                   move ws-fc-idx to ws-fc-match
               end-if
           end-perform.
           if ws-fiscal-found equal "Y"
               move ws-day-date-tbl(ws-day-idx) to ws-scan-date
               if ws-fc-year-tbl(ws-fc-match) equal ws-ft-year
                   perform 260-accumulate-this-year
               else
                   perform 270-accumulate-last-year
               end-if
           end-if.
       260-accumulate-this-year.
           add ws-day-amt-tbl(ws-day-idx) to ws-ytd-total.
           if ws-fc-period-tbl(ws-fc-match) equal ws-ft-period
               add ws-day-amt-tbl(ws-day-idx) to ws-mtd-total
               add 1 to ws-mtd-days
               if ws-day-amt-tbl(ws-day-idx) > ws-best-amt
                   move ws-day-amt-tbl(ws-day-idx) to ws-best-amt
                   move ws-day-date-tbl(ws-day-idx) to ws-best-date
               end-if
               if ws-day-amt-tbl(ws-day-idx) < ws-worst-amt
                   move ws-day-amt-tbl(ws-day-idx) to ws-worst-amt
                   move ws-day-date-tbl(ws-day-idx) to ws-worst-date
               end-if
               perform 300-find-day-of-week
               add ws-day-amt-tbl(ws-day-idx)
                   to ws-dow-amt-tbl(ws-z-dow)
               add 1 to ws-dow-cnt-tbl(ws-z-dow)
           end-if.
           if ws-fc-week-tbl(ws-fc-match) equal ws-ft-week
               add ws-day-amt-tbl(ws-day-idx) to ws-wtd-total
           end-if.
           if ws-day-date-tbl(ws-day-idx) equal ws-nl-date
               move ws-day-amt-tbl(ws-day-idx) to ws-today-amt
           end-if.
       270-accumulate-last-year.
           if ws-fc-period-tbl(ws-fc-match) equal ws-ft-period
           and (ws-fc-week-tbl(ws-fc-match) < ws-ft-week
           or (ws-fc-week-tbl(ws-fc-match) equal ws-ft-week
           and ws-fc-day-tbl(ws-fc-match) not greater than ws-ft-day))
               add ws-day-amt-tbl(ws-day-idx) to ws-lastyr-total
           end-if.
           if ws-fc-week-tbl(ws-fc-match) equal ws-ft-week
           and ws-fc-day-tbl(ws-fc-match) not greater than ws-ft-day
               add ws-day-amt-tbl(ws-day-idx) to ws-lastyr-wtd-total
               if ws-fc-day-tbl(ws-fc-match) equal ws-ft-day
                   move ws-day-amt-tbl(ws-day-idx)
                       to ws-lastyr-day-amt
                   move ws-day-date-tbl(ws-day-idx)
                       to ws-lastyr-day-date
               end-if
           end-if.
      ******************************************************************
      * Day of week for the date in ws-scan-date, by Zeller's rule -
      * January and February count as months 13 and 14 of the prior
      * year. Hands back 1-7 in ws-z-dow, 1 being Saturday. The
           divide ws-z-sum by 7 giving ws-z-quot remainder ws-z-dow.
           add 1 to ws-z-dow.
      ******************************************************************
      * Rank every store on its period-to-date net within the chain
      * and within its district - rank is one plus the number of
      * stores with a strictly higher net, so ties share a rank
      ******************************************************************
       400-rank-stores.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               move 1 to ws-chain-rank-tbl(ws-store-idx)
               move 1 to ws-dist-rank-tbl(ws-store-idx)
               perform varying ws-rank-idx from 1 by 1
                   until ws-rank-idx > ws-store-count
                   if ws-ptd-net-tbl(ws-rank-idx) >
                       ws-ptd-net-tbl(ws-store-idx)
                       add 1 to ws-chain-rank-tbl(ws-store-idx)
                       if ws-district-tbl(ws-rank-idx) equal
                           ws-district-tbl(ws-store-idx)
                           add 1 to ws-dist-rank-tbl(ws-store-idx)
                       end-if
                   end-if
               end-perform
           end-perform.
      ******************************************************************
      * Insertion sort of the stores on region, district and store
      * number
      ******************************************************************
       450-sort-stores.
           perform varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-store-count
               move ws-region-tbl(ws-order-idx)
                   to ws-ord-region(ws-order-idx)
               move ws-district-tbl(ws-order-idx)
                   to ws-ord-district(ws-order-idx)
               move ws-store-num-tbl(ws-order-idx)
                   to ws-ord-store(ws-order-idx)
               move ws-order-idx to ws-ord-idx(ws-order-idx)
           end-perform.
           perform 460-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-store-count.
       460-sort-pass.
           move ws-order-entry(ws-sort-i) to ws-ord-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 461-shift-entry
               until ws-sort-done equal "Y".
           move ws-ord-temp to ws-order-entry(ws-sort-j).
       461-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-ord-key(ws-sort-j - 1) > ws-ordt-key
                   move ws-order-entry(ws-sort-j - 1)
                       to ws-order-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * The one-page summary - MTD, YTD, best and worst day, the
      * day-of-week averages, and the year-over-year comparison
      ******************************************************************
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           if ws-fiscal-on-file equal "Y"
               move ws-ft-year to ws-fl-year
               move ws-ft-quarter to ws-fl-quarter
               move ws-ft-period to ws-fl-period
               move ws-ft-week to ws-fl-week
               move ws-ft-day to ws-fl-day
               write report-line from ws-fiscal-line
               write report-line from ws-star-line
               move "Period To Date Total:" to ws-tl1-label
               move "Fiscal Year To Date Total:" to ws-tl2-label
               move "Best Day This Period:" to ws-tl3-label
               move "Worst Day This Period:" to ws-tl4-label
           end-if.
           move ws-mtd-total to ws-tl-mtd.
           move ws-mtd-days to ws-tl-mtd-days.
           write report-line from ws-total-line-1.
               varying ws-dow-idx from 1 by 1
               until ws-dow-idx > 7.
           write report-line from ws-star-line.
           if ws-fiscal-on-file equal "Y"
               move "Same Period LY To Same Day:" to ws-tl5-label
               move "Change vs Same Period LY:" to ws-tl6-label
               move "Same Period Last Year: no data on trend file"
                   to ws-tl7-label
           end-if.
           move ws-mtd-total to ws-cmp-current.
           move ws-lastyr-total to ws-cmp-prior.
           perform 520-print-comparison.
           if ws-fiscal-on-file equal "Y"
               perform 530-print-fiscal-week
           end-if.
           if ws-store-count > 0
               perform 540-print-hierarchy
           end-if.
           close report-file.
      ******************************************************************
      * This period's figure against last year's - the amount and
      * the percent change, or a line saying last year has no data
      ******************************************************************
       520-print-comparison.
           if ws-cmp-prior > 0
               move ws-cmp-prior to ws-tl-lastyr
               write report-line from ws-total-line-5
               compute ws-pct-work =
                   ws-cmp-current - ws-cmp-prior
               compute ws-pct-change rounded =
                   ws-pct-work * 100 / ws-cmp-prior
                   on size error move 9999.99 to ws-pct-change
               end-compute
               move ws-pct-change to ws-tl-pct-chg
           else
               write report-line from ws-total-line-7
           end-if.
      ******************************************************************
      * The fiscal week to date against the same fiscal week last
      * year to the same day of the week, and today against the
      * same fiscal day last year
      ******************************************************************
       530-print-fiscal-week.
           write report-line from ws-star-line.
           move "Week To Date Total:" to ws-tl1-label.
           move ws-wtd-total to ws-tl-mtd.
           move ws-ft-day to ws-tl-mtd-days.
           write report-line from ws-total-line-1.
           move "Same Week LY To Same Day:" to ws-tl5-label.
           move "Change vs Same Week LY:" to ws-tl6-label.
           move "Same Week Last Year: no data on trend file"
               to ws-tl7-label.
           move ws-wtd-total to ws-cmp-current.
           move ws-lastyr-wtd-total to ws-cmp-prior.
           perform 520-print-comparison.
           write report-line from ws-star-line.
           move "Business Day:" to ws-tl8-label.
           move ws-nl-date to ws-tl8-date.
           move ws-today-amt to ws-tl8-amt.
           write report-line from ws-total-line-8.
           if ws-lastyr-day-date > 0
               move "Same Fiscal Day Last Year:" to ws-tl8-label
               move ws-lastyr-day-date to ws-tl8-date
               move ws-lastyr-day-amt to ws-tl8-amt
               write report-line from ws-total-line-8
           else
               move "Same Fiscal Day Last Year: no data on trend file"
                   to ws-tl7-label
               write report-line from ws-total-line-7
           end-if.
      ******************************************************************
      * Store net sales for the period to date by region and
      * district, each store with its rank in the district and the
      * chain, a subtotal at each change of district and of region,
      * and the chain total under them all
      ******************************************************************
       540-print-hierarchy.
           write report-line from ws-star-line.
           if ws-fiscal-on-file equal "Y"
               move " - Period To Date" to ws-hl-period
           end-if.
           write report-line from ws-hier-title-line.
           write report-line from ws-star-line.
           move "Y" to ws-cb-first.
           perform 550-print-hierarchy-store
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-store-count.
           perform 560-district-break.
           perform 570-region-break.
           move "Chain Total:" to ws-ht-label.
           move ws-chain-net to ws-ht-net.
           move ws-store-count to ws-ht-stores.
           write report-line from ws-hier-total-line.
           write report-line from ws-star-line.
       550-print-hierarchy-store.
           move ws-ord-idx(ws-order-idx) to ws-store-idx.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-region-tbl(ws-store-idx) to ws-cb-region
               move ws-district-tbl(ws-store-idx) to ws-cb-district
           else
               if ws-region-tbl(ws-store-idx) not equal ws-cb-region
                   perform 560-district-break
                   perform 570-region-break
                   move ws-region-tbl(ws-store-idx) to ws-cb-region
                   move ws-district-tbl(ws-store-idx)
                       to ws-cb-district
               else
                   if ws-district-tbl(ws-store-idx) not equal
                       ws-cb-district
                       perform 560-district-break
                       move ws-district-tbl(ws-store-idx)
                           to ws-cb-district
                   end-if
               end-if
           end-if.
           move ws-store-num-tbl(ws-store-idx) to ws-sn-store.
           move ws-store-name-tbl(ws-store-idx) to ws-sn-name.
           move ws-ptd-net-tbl(ws-store-idx) to ws-sn-net.
           move ws-dist-rank-tbl(ws-store-idx) to ws-sn-dist-rank.
           move ws-chain-rank-tbl(ws-store-idx) to ws-sn-chain-rank.
           write report-line from ws-store-net-line.
           add ws-ptd-net-tbl(ws-store-idx) to ws-dist-net.
           add 1 to ws-dist-stores.
       560-district-break.
           move spaces to ws-ht-label.
           if ws-cb-district equal spaces
               string "  District " delimited by size
                   ws-unassigned-cnst delimited by size
                   ":" delimited by size
                   into ws-ht-label
           else
               string "  District " delimited by size
                   ws-cb-district delimited by size
                   " Total:" delimited by size
                   into ws-ht-label
           end-if.
           move ws-dist-net to ws-ht-net.
           move ws-dist-stores to ws-ht-stores.
           write report-line from ws-hier-total-line.
           move spaces to report-line.
           write report-line.
           add ws-dist-net to ws-reg-net.
           add ws-dist-stores to ws-reg-stores.
           move 0 to ws-dist-net.
           move 0 to ws-dist-stores.
       570-region-break.
           move spaces to ws-ht-label.
           if ws-cb-region equal spaces
               string "Region " delimited by size
                   ws-unassigned-cnst delimited by size
                   ":" delimited by size
                   into ws-ht-label
           else
               string "Region " delimited by size
                   ws-cb-region delimited by size
                   " Total:" delimited by size
                   into ws-ht-label
           end-if.
           move ws-reg-net to ws-ht-net.
           move ws-reg-stores to ws-ht-stores.
           write report-line from ws-hier-total-line.
           write report-line from ws-star-line.
           add ws-reg-net to ws-chain-net.
           move 0 to ws-reg-net.
           move 0 to ws-reg-stores.
      ******************************************************************
      * One line per day of week, Sunday through Saturday order is
      * not used - the table is in the order the day-of-week rule
