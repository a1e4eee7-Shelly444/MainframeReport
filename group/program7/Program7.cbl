      * doubling it - and produces the monthly remittance report
      * finance signs, by store and jurisdiction, for the month
      * selected with REMIT_MONTH (default: the run date's month).
      * Sales exempted under a customer's exemption certificate, and
      * returns of them, are rolled into a month-to-date file of
      * their own the same way and shown after the remittance by
      * store, jurisdiction and certificate number, the breakdown the
      * state auditors ask for. The remittance stays on calendar
      * months, as the state requires, even once finance closes its
      * books on the fiscal calendar; the closed-period check on the
      * posting date follows whichever periods finance closes.
      ******************************************************************
       identification division.
       program-id. Program7.
               organization is line sequential
               file status is ws-param-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.

           select period-file
               assign to ws-period-path
               organization is line sequential
               file status is ws-period-status.

           select exempt-sales-file
               assign to ws-exempt-sales-path
               organization is line sequential
               file status is ws-exempt-sales-status.

           select exempt-returns-file
               assign to ws-exempt-returns-path
               organization is line sequential
               file status is ws-exempt-returns-status.

           select exempt-mtd-file
               assign to ws-exempt-mtd-path
               organization is line sequential
               file status is ws-exempt-mtd-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      * return store's own rate
       fd returns-detail-file
           data record is returns-detail-line
           record contains 54 characters.
      *
       01 returns-detail-line.
           05 rd-store-number                    pic 99.
           05 rd-invoice-number                  pic x(9).
           05 filler                             pic x.
           05 rd-date                            pic 9(6).
           05 filler                             pic x.
           05 rd-sku-code                        pic x(15).
      *
      * The month-to-date netting file - one record per posting date
      * (the run date that netted the figures) per store. A same-day
      *
       fd store-master-file
           data record is store-master-line
           record contains 37 characters.
      *
       01 store-master-line.
           05 sm-store-number                   pic 99.
           05 sm-store-status                   pic x.
               88 sm-store-open value "O".
               88 sm-store-closed value "C".
           05 sm-open-time                      pic 9(4).
           05 sm-close-time                     pic 9(4).
           05 sm-district-code                  pic x(3).
           05 sm-region-code                    pic x(3).

      * The central run-parameter file - effective-dated values that
      * override the compiled defaults and the environment
           05 pr-effective-date                  pic 9(6).

      * Accounting-period control kept by the close program - this
      * program refuses to post nettings into a closed period
       fd period-file
           data record is period-line
           record contains 19 characters.
           05 pc-status                          pic x.
           05 pc-closed-date                     pic 9(6).
           05 pc-user-id                         pic x(8).
      *
      * Program44's fiscal calendar - once it is on file the periods
      * on periodControl.dat are fiscal periods, and a date is looked
      * up on it for the period it falls in
       fd fiscal-calendar-file
           data record is fiscal-calendar-line
           record contains 14 characters.
      *
       01 fiscal-calendar-line.
           05 fc-date                           pic 9(6).
           05 fc-fiscal-period                  pic 9(4).
           05 fc-quarter                        pic 9.
           05 fc-week                           pic 99.
           05 fc-day                            pic 9.
      *
      * Program3's exempt sales and Program4's exempt returns - one
      * comma layout, with the certificate behind each
       fd exempt-sales-file
           data record is exempt-sales-line
           record contains 74 characters.
      *
       01 exempt-sales-line.
           05 es-trans-code                      pic x.
           05 filler                             pic x.
           05 es-store-number                    pic 99.
           05 filler                             pic x.
           05 es-trans-date                      pic 9(6).
           05 filler                             pic x.
           05 es-invoice-number                  pic x(9).
           05 filler                             pic x.
           05 es-sku-number                      pic x(15).
           05 filler                             pic x.
           05 es-amount                          pic 9(5)v99.
           05 filler                             pic x.
           05 es-customer-number                 pic x(8).
           05 filler                             pic x.
           05 es-certificate-number              pic x(15).
           05 filler                             pic x.
           05 es-jurisdiction                    pic x(3).
      *
       fd exempt-returns-file
           data record is exempt-returns-line
           record contains 74 characters.
      *
       01 exempt-returns-line.
           05 er-trans-code                      pic x.
           05 filler                             pic x.
           05 er-store-number                    pic 99.
           05 filler                             pic x.
           05 er-trans-date                      pic 9(6).
           05 filler                             pic x.
           05 er-invoice-number                  pic x(9).
           05 filler                             pic x.
           05 er-sku-number                      pic x(15).
           05 filler                             pic x.
           05 er-amount                          pic 9(5)v99.
           05 filler                             pic x.
           05 er-customer-number                 pic x(8).
           05 filler                             pic x.
           05 er-certificate-number              pic x(15).
           05 filler                             pic x.
           05 er-jurisdiction                    pic x(3).
      *
      * The exempt month-to-date file - one record per posting date,
      * store, jurisdiction and certificate; a same-day rerun
      * replaces its posting day the way taxRemitMtd.dat's does
       fd exempt-mtd-file
           data record is exempt-mtd-line
           record contains 56 characters.
      *
       01 exempt-mtd-line.
           05 xm-date                            pic 9(6).
           05 xm-store-number                    pic 99.
           05 xm-jurisdiction                    pic x(3).
           05 xm-certificate-number              pic x(15).
           05 xm-customer-number                 pic x(8).
           05 xm-exempt-sales                    pic 9(9)v99.
           05 xm-exempt-returns                  pic 9(9)v99.
      *
       fd report-file
           data record is report-line
       77 ws-prm-remit-eff              pic 9(6)
           value 0.
       01 ws-period-path                pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       77 ws-fiscal-calendar-status     pic xx.
       77 ws-fiscal-eof-flag            pic x
           value "n".
      * The business date's accounting period - its YYMM, or its
      * fiscal period when the fiscal calendar is on file
       77 ws-posting-period             pic 9(4)
           value 0.
       77 ws-period-status              pic xx.
       77 ws-period-eof-flag            pic x
           value "n".
       77 ws-posting-closed             pic x
           value "N".
       01 ws-exempt-sales-path          pic x(80).
       01 ws-exempt-returns-path        pic x(80).
       01 ws-exempt-mtd-path            pic x(80).
       77 ws-exempt-sales-status        pic xx.
       77 ws-exempt-returns-status      pic xx.
       77 ws-exempt-mtd-status          pic xx.
       01 ws-flags.
           05 ws-sales-eof-flag          pic x
               value "n".
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
           05 ws-exempt-sales-eof-flag   pic x
               value "n".
           05 ws-exempt-returns-eof-flag pic x
               value "n".
           05 ws-exempt-mtd-eof-flag     pic x
               value "n".
      ******************************************************************
      * The remittance month - REMIT_MONTH in the environment as YYMM
      * to file for a different month (month-end runs file the month
           value 0.
      ******************************************************************
      * Month-to-date netting table - the whole file, one entry per
      * transaction date per store. A day at every store number the
      * master can carry and a 400-day retention sits inside the
      * table; overflow is announced, never swallowed
      ******************************************************************
       77 ws-mtd-date-tbl occurs 40000 times    pic 9(6).
       77 ws-mtd-store-tbl occurs 40000 times   pic 99.
       77 ws-mtd-coll-tbl occurs 40000 times    pic 9(9)v99.
       77 ws-mtd-ref-tbl occurs 40000 times     pic 9(9)v99.
       77 ws-mtd-count                  pic 9(5)
           value 0.
       77 ws-mtd-idx                    pic 9(5)
           value 0.
       77 ws-mtd-dropped                pic 9(5)
           value 0.
      ******************************************************************
      * Today's feeds netted per store before they merge over the
      * month keyed off it - adding a store is a STORE-MASTER data
      * change, not a code change
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       01 ws-store-name-tbl-area.
           05 ws-store-name-tbl occurs 99 times pic x(20).
       77 ws-store-collected-tbl occurs 99 times pic 9(9)v99
           value 0.
       77 ws-store-refunded-tbl occurs 99 times pic 9(9)v99
           value 0.
       77 ws-store-count                        pic 999
           value 0.
       77 ws-store-idx                          pic 999
           value 0.
       77 ws-store-found                        pic x
           value "N".
       77 ws-jur-add-ref                        pic 9(9)v99
           value 0.
      ******************************************************************
      * Exempt month-to-date table - the whole file, one entry per
      * posting date, store, jurisdiction and certificate; today's
      * entries are dropped and replaced by today's fresh figures
      ******************************************************************
       01 ws-xm-tbl-area.
           05 ws-xm-entry occurs 9000 times.
               10 ws-xm-tbl-date             pic 9(6).
               10 ws-xm-tbl-store            pic 99.
               10 ws-xm-tbl-jur              pic x(3).
               10 ws-xm-tbl-cert             pic x(15).
               10 ws-xm-tbl-cust             pic x(8).
               10 ws-xm-tbl-sales            pic 9(9)v99.
               10 ws-xm-tbl-returns          pic 9(9)v99.
       77 ws-xm-count                   pic 9(4)
           value 0.
       77 ws-xm-idx                     pic 9(4)
           value 0.
       77 ws-xm-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Today's exempt feeds netted per store, jurisdiction and
      * certificate before they replace today's posting day, and the
      * selected month's entries rolled up the same way for the
      * report, sorted by store, jurisdiction and certificate
      ******************************************************************
       01 ws-xf-tbl-area.
           05 ws-xf-entry occurs 500 times.
               10 ws-xf-tbl-key.
                   15 ws-xf-tbl-store        pic 99.
                   15 ws-xf-tbl-jur          pic x(3).
                   15 ws-xf-tbl-cert         pic x(15).
               10 ws-xf-tbl-cust             pic x(8).
               10 ws-xf-tbl-sales            pic 9(9)v99.
               10 ws-xf-tbl-returns          pic 9(9)v99.
       77 ws-xf-count                   pic 999
           value 0.
       77 ws-xf-idx                     pic 999
           value 0.
       77 ws-xf-dropped                 pic 9(4)
           value 0.
       01 ws-xr-tbl-area.
           05 ws-xr-entry occurs 500 times.
               10 ws-xr-tbl-key.
                   15 ws-xr-tbl-store        pic 99.
                   15 ws-xr-tbl-jur          pic x(3).
                   15 ws-xr-tbl-cert         pic x(15).
               10 ws-xr-tbl-cust             pic x(8).
               10 ws-xr-tbl-sales            pic 9(9)v99.
               10 ws-xr-tbl-returns          pic 9(9)v99.
       77 ws-xr-count                   pic 999
           value 0.
       77 ws-xr-idx                     pic 999
           value 0.
       77 ws-xr-dropped                 pic 9(4)
           value 0.
       77 ws-xr-sort-i                  pic 999
           value 0.
       77 ws-xr-sort-j                  pic 999
           value 0.
       01 ws-xr-hold-entry.
           05 ws-xr-hold-key                pic x(20).
           05 ws-xr-hold-cust               pic x(8).
           05 ws-xr-hold-sales              pic 9(9)v99.
           05 ws-xr-hold-returns            pic 9(9)v99.
       77 ws-xr-found                   pic x
           value "N".
       01 ws-xw-key.
           05 ws-xw-store                   pic 99.
           05 ws-xw-jur                     pic x(3).
           05 ws-xw-cert                    pic x(15).
       77 ws-xw-cust                    pic x(8)
           value spaces.
       77 ws-xw-amount                  pic 9(9)v99
           value 0.
       77 ws-xw-side                    pic x
           value "S".
       77 ws-xb-store                   pic 99
           value 0.
       77 ws-xb-jur                     pic x(3)
           value spaces.
       77 ws-xb-sales                   pic 9(9)v99
           value 0.
       77 ws-xb-returns                 pic 9(9)v99
           value 0.
       77 ws-xj-sales-tbl occurs 5 times    pic 9(9)v99
           value 0.
       77 ws-xj-returns-tbl occurs 5 times  pic 9(9)v99
           value 0.
       77 ws-xj-code-tbl occurs 5 times     pic x(3).
       77 ws-xj-count                   pic 9
           value 0.
       77 ws-xj-idx                     pic 9
           value 0.
       77 ws-xt-sales                   pic 9(9)v99
           value 0.
       77 ws-xt-returns                 pic 9(9)v99
           value 0.
      ******************************************************************
      * Grand and working totals - net can go negative on a heavy
      * return month, so the display pictures carry a CR indicator
      * the way a remittance filing would
           05 ws-gl-net                  pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(51)
               value spaces.
      *
       01 ws-exempt-title.
           05 filler                     pic x(20)
               value spaces.
           05 filler                     pic x(50)
               value "TAX-EXEMPT SALES BY STORE AND JURISDICTION".
           05 filler                     pic x(25)
               value spaces.
       01 ws-exempt-headings.
           05 filler                     pic x(9)
               value "St  Jur".
           05 filler                     pic x(17)
               value "Certificate".
           05 filler                     pic x(10)
               value "Customer".
           05 filler                     pic x(16)
               value "  Exempt Sales".
           05 filler                     pic x(16)
               value "  Exempt Return".
           05 filler                     pic x(16)
               value "      Net Exempt".
           05 filler                     pic x(11)
               value spaces.
       01 ws-exempt-line.
           05 ws-xl-store                pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-jur                  pic x(3).
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-cert                 pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-cust                 pic x(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-sales                pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-returns              pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xl-net                  pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(11)
               value spaces.
       01 ws-exempt-sub-line.
           05 filler                     pic x(10)
               value "  Store".
           05 ws-xs-store                pic z9.
           05 filler                     pic x
               value space.
           05 ws-xs-jur                  pic x(3).
           05 filler                     pic x(20)
               value " Exempt Total".
           05 ws-xs-sales                pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xs-returns              pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xs-net                  pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(11)
               value spaces.
       01 ws-exempt-jur-line.
           05 filler                     pic x(24)
               value "Jurisdiction Exempt ".
           05 ws-xjl-jur                 pic x(3).
           05 filler                     pic x(9)
               value spaces.
           05 ws-xjl-sales               pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xjl-returns             pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-xjl-net                 pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(11)
               value spaces.
       01 ws-exempt-grand-line.
           05 filler                     pic x(68)
               value "Net Exempt Sales All Stores:".
           05 ws-xgl-net                 pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(11)
               value spaces.
       77 ws-exempt-none-cnst           pic x(40)
           value "No exempt sales posted this month".
      ******************************************************************
      *
      ******************************************************************
           perform 450-aggregate-month
               varying ws-mtd-idx from 1 by 1
               until ws-mtd-idx > ws-mtd-count.
           perform 160-load-exempt-mtd.
           perform 170-read-exempt-sales.
           perform 180-read-exempt-returns.
           perform 380-merge-exempt-nettings.
           perform 385-rewrite-exempt-mtd.
           perform 460-aggregate-exempt-month
               varying ws-xm-idx from 1 by 1
               until ws-xm-idx > ws-xm-count.
           perform 470-sort-exempt-month.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           move ws-remit-month to ws-ml-month.
           write report-line from ws-month-line.
           perform 500-print-remittance.
           perform 600-print-exempt-sales.
           close report-file.
           stop run.
      ******************************************************************
           string ws-group-dir delimited by space
               "/periodControl.dat" delimited by size
               into ws-period-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-program7-dir delimited by space
               "/taxRemittance.out" delimited by size
               into ws-report-path.
           string ws-project3-dir delimited by space
               "/exemptSales.dat" delimited by size
               into ws-exempt-sales-path.
           string ws-program4-dir delimited by space
               "/exemptReturns.dat" delimited by size
               into ws-exempt-returns-path.
           string ws-group-dir delimited by space
               "/taxExemptMtd.dat" delimited by size
               into ws-exempt-mtd-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "REMIT_MONTH"
               on exception continue
      ******************************************************************
       007-check-posting-period.
           move "N" to ws-posting-closed.
           perform 009-find-posting-period.
           open input period-file.
           if ws-period-status equal "00"
               read period-file
               close period-file
           end-if.
           if ws-posting-closed equal "Y"
               display "Program7: posting period " ws-posting-period
                   " is closed on periodControl.dat - nettings not "
                   "posted; reopen the period before rerunning"
               move 8 to return-code
           end-if.
       008-posting-period-loop.
           if pc-status equal "C"
           and pc-period equal ws-posting-period
               move "Y" to ws-posting-closed
           end-if.
           read period-file
               at end move "y" to ws-period-eof-flag.
      ******************************************************************
      * The business date's period - its month, unless the fiscal
      * calendar is on file and has the date, when it is the fiscal
      * period the date falls in
      ******************************************************************
       009-find-posting-period.
           move ws-nl-date(1:4) to ws-posting-period.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 010-fiscal-calendar-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
       010-fiscal-calendar-loop.
           if fc-date equal ws-nl-date
               move fc-fiscal-period to ws-posting-period
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * Loads the store-master file into a table once at startup so
      * the remittance lines grow with the STORE-MASTER file instead
      * of a hardcoded list of stores
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-name to ws-store-name-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
               close mtd-file
           end-if.
       150-mtd-load-loop.
           if ws-mtd-count < 40000
               add 1 to ws-mtd-count
               move md-date to ws-mtd-date-tbl(ws-mtd-count)
               move md-store-number to ws-mtd-store-tbl(ws-mtd-count)
           read returns-detail-file
               at end move "y" to ws-returns-eof-flag.
      ******************************************************************
      * Loads the exempt month-to-date file - none on file yet is an
      * empty table
      ******************************************************************
       160-load-exempt-mtd.
           open input exempt-mtd-file.
           if ws-exempt-mtd-status equal "00"
               read exempt-mtd-file
                   at end move "y" to ws-exempt-mtd-eof-flag
               end-read
               perform 161-exempt-mtd-loop
                   until ws-exempt-mtd-eof-flag = 'y'
               close exempt-mtd-file
           end-if.
       161-exempt-mtd-loop.
           if ws-xm-count < 9000
               add 1 to ws-xm-count
               move xm-date to ws-xm-tbl-date(ws-xm-count)
               move xm-store-number to ws-xm-tbl-store(ws-xm-count)
               move xm-jurisdiction to ws-xm-tbl-jur(ws-xm-count)
               move xm-certificate-number
                   to ws-xm-tbl-cert(ws-xm-count)
               move xm-customer-number to ws-xm-tbl-cust(ws-xm-count)
               move xm-exempt-sales to ws-xm-tbl-sales(ws-xm-count)
               move xm-exempt-returns
                   to ws-xm-tbl-returns(ws-xm-count)
           else
               add 1 to ws-xm-dropped
           end-if.
           read exempt-mtd-file
               at end move "y" to ws-exempt-mtd-eof-flag.
      ******************************************************************
      * Today's exempt sales from Program3 and exempt returns from
      * Program4 - either missing is an empty side, not an abend
      ******************************************************************
       170-read-exempt-sales.
           open input exempt-sales-file.
           if ws-exempt-sales-status equal "00"
               read exempt-sales-file
                   at end move "y" to ws-exempt-sales-eof-flag
               end-read
               perform 171-exempt-sales-loop
                   until ws-exempt-sales-eof-flag = 'y'
               close exempt-sales-file
           end-if.
       171-exempt-sales-loop.
           move es-store-number to ws-xw-store.
           move es-jurisdiction to ws-xw-jur.
           move es-certificate-number to ws-xw-cert.
           move es-customer-number to ws-xw-cust.
           move es-amount to ws-xw-amount.
           move "S" to ws-xw-side.
           perform 310-add-fresh-exempt.
           read exempt-sales-file
               at end move "y" to ws-exempt-sales-eof-flag.
       180-read-exempt-returns.
           open input exempt-returns-file.
           if ws-exempt-returns-status equal "00"
               read exempt-returns-file
                   at end move "y" to ws-exempt-returns-eof-flag
               end-read
               perform 181-exempt-returns-loop
                   until ws-exempt-returns-eof-flag = 'y'
               close exempt-returns-file
           end-if.
       181-exempt-returns-loop.
           move er-store-number to ws-xw-store.
           move er-jurisdiction to ws-xw-jur.
           move er-certificate-number to ws-xw-cert.
           move er-customer-number to ws-xw-cust.
           move er-amount to ws-xw-amount.
           move "R" to ws-xw-side.
           perform 310-add-fresh-exempt.
           read exempt-returns-file
               at end move "y" to ws-exempt-returns-eof-flag.
      ******************************************************************
      * One feed record into the fresh nettings - one entry per
      * store, collected and refunded side by side, all posted under
      * today's run date; off-master stores accumulate here like any
               end-if
           end-if.
      ******************************************************************
      * One exempt feed record into today's exempt nettings - one
      * entry per store, jurisdiction and certificate
      ******************************************************************
       310-add-fresh-exempt.
           move "N" to ws-xr-found.
           perform varying ws-xf-idx from 1 by 1
               until ws-xf-idx > ws-xf-count
               if ws-xw-key equal ws-xf-tbl-key(ws-xf-idx)
                   if ws-xw-side equal "S"
                       add ws-xw-amount to ws-xf-tbl-sales(ws-xf-idx)
                   else
                       add ws-xw-amount
                           to ws-xf-tbl-returns(ws-xf-idx)
                   end-if
                   move "Y" to ws-xr-found
               end-if
           end-perform.
           if ws-xr-found equal "N"
               if ws-xf-count < 500
                   add 1 to ws-xf-count
                   move ws-xw-key to ws-xf-tbl-key(ws-xf-count)
                   move ws-xw-cust to ws-xf-tbl-cust(ws-xf-count)
                   move 0 to ws-xf-tbl-sales(ws-xf-count)
                   move 0 to ws-xf-tbl-returns(ws-xf-count)
                   if ws-xw-side equal "S"
                       move ws-xw-amount
                           to ws-xf-tbl-sales(ws-xf-count)
                   else
                       move ws-xw-amount
                           to ws-xf-tbl-returns(ws-xf-count)
                   end-if
               else
                   add 1 to ws-xf-dropped
               end-if
           end-if.
      ******************************************************************
      * Merges one store's fresh netting over the month-to-date
      * table under today's posting date - an entry already on file
      * for today and that store is replaced outright, which is what
               end-if
           end-perform.
           if ws-fresh-found equal "N"
               if ws-mtd-count < 40000
                   add 1 to ws-mtd-count
                   move ws-nl-date
                       to ws-mtd-date-tbl(ws-mtd-count)
           move ws-mtd-ref-tbl(ws-mtd-idx) to md-refunded.
           write mtd-line.
      ******************************************************************
      * Today's exempt nettings replace today's posting day on the
      * exempt month-to-date table outright - the entries already on
      * file for today are dropped first, so a certificate that
      * dropped out of a rerun does not linger
      ******************************************************************
       380-merge-exempt-nettings.
           move 0 to ws-xr-sort-i.
           perform varying ws-xm-idx from 1 by 1
               until ws-xm-idx > ws-xm-count
               if ws-xm-tbl-date(ws-xm-idx) not equal ws-nl-date
                   add 1 to ws-xr-sort-i
                   if ws-xr-sort-i not equal ws-xm-idx
                       move ws-xm-entry(ws-xm-idx)
                           to ws-xm-entry(ws-xr-sort-i)
                   end-if
               end-if
           end-perform.
           move ws-xr-sort-i to ws-xm-count.
           perform varying ws-xf-idx from 1 by 1
               until ws-xf-idx > ws-xf-count
               if ws-xm-count < 9000
                   add 1 to ws-xm-count
                   move ws-nl-date to ws-xm-tbl-date(ws-xm-count)
                   move ws-xf-tbl-store(ws-xf-idx)
                       to ws-xm-tbl-store(ws-xm-count)
                   move ws-xf-tbl-jur(ws-xf-idx)
                       to ws-xm-tbl-jur(ws-xm-count)
                   move ws-xf-tbl-cert(ws-xf-idx)
                       to ws-xm-tbl-cert(ws-xm-count)
                   move ws-xf-tbl-cust(ws-xf-idx)
                       to ws-xm-tbl-cust(ws-xm-count)
                   move ws-xf-tbl-sales(ws-xf-idx)
                       to ws-xm-tbl-sales(ws-xm-count)
                   move ws-xf-tbl-returns(ws-xf-idx)
                       to ws-xm-tbl-returns(ws-xm-count)
               else
                   add 1 to ws-xm-dropped
               end-if
           end-perform.
      ******************************************************************
      * Writes the exempt month-to-date file back out - an overflow
      * is announced the same way the netting file's is
      ******************************************************************
       385-rewrite-exempt-mtd.
           if ws-xf-dropped > 0
           or ws-xm-dropped > 0
               display "Program7: exempt tables full - fresh "
                   ws-xf-dropped " / month-to-date "
                   ws-xm-dropped " entr(ies) not carried; trim "
                   "taxExemptMtd.dat with the archive utility"
           end-if.
           open output exempt-mtd-file.
           perform 386-write-exempt-mtd-record
               varying ws-xm-idx from 1 by 1
               until ws-xm-idx > ws-xm-count.
           close exempt-mtd-file.
       386-write-exempt-mtd-record.
           move ws-xm-tbl-date(ws-xm-idx) to xm-date.
           move ws-xm-tbl-store(ws-xm-idx) to xm-store-number.
           move ws-xm-tbl-jur(ws-xm-idx) to xm-jurisdiction.
           move ws-xm-tbl-cert(ws-xm-idx) to xm-certificate-number.
           move ws-xm-tbl-cust(ws-xm-idx) to xm-customer-number.
           move ws-xm-tbl-sales(ws-xm-idx) to xm-exempt-sales.
           move ws-xm-tbl-returns(ws-xm-idx) to xm-exempt-returns.
           write exempt-mtd-line.
      ******************************************************************
      * Rolls the month-to-date entries for the selected month up per
      * store - entries for stores the master does not know go to the
      * OTH bucket so the filing's grand line always ties
               add ws-mtd-ref-tbl(ws-mtd-idx) to ws-tot-refunded
           end-if.
      ******************************************************************
      * Rolls the exempt month-to-date entries for the selected month
      * up per store, jurisdiction and certificate for the report
      ******************************************************************
       460-aggregate-exempt-month.
           if ws-xm-tbl-date(ws-xm-idx)(1:4) equal ws-remit-month
               move ws-xm-tbl-store(ws-xm-idx) to ws-xw-store
               move ws-xm-tbl-jur(ws-xm-idx) to ws-xw-jur
               move ws-xm-tbl-cert(ws-xm-idx) to ws-xw-cert
               move "N" to ws-xr-found
               perform varying ws-xr-idx from 1 by 1
                   until ws-xr-idx > ws-xr-count
                   if ws-xw-key equal ws-xr-tbl-key(ws-xr-idx)
                       add ws-xm-tbl-sales(ws-xm-idx)
                           to ws-xr-tbl-sales(ws-xr-idx)
                       add ws-xm-tbl-returns(ws-xm-idx)
                           to ws-xr-tbl-returns(ws-xr-idx)
                       move "Y" to ws-xr-found
                   end-if
               end-perform
               if ws-xr-found equal "N"
                   if ws-xr-count < 500
                       add 1 to ws-xr-count
                       move ws-xw-key to ws-xr-tbl-key(ws-xr-count)
                       move ws-xm-tbl-cust(ws-xm-idx)
                           to ws-xr-tbl-cust(ws-xr-count)
                       move ws-xm-tbl-sales(ws-xm-idx)
                           to ws-xr-tbl-sales(ws-xr-count)
                       move ws-xm-tbl-returns(ws-xm-idx)
                           to ws-xr-tbl-returns(ws-xr-count)
                   else
                       add 1 to ws-xr-dropped
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Insertion sort of the month's exempt entries on store,
      * jurisdiction and certificate, so each store's jurisdictions
      * print together under one subtotal
      ******************************************************************
       470-sort-exempt-month.
           perform 471-sort-exempt-pass
               varying ws-xr-sort-i from 2 by 1
               until ws-xr-sort-i > ws-xr-count.
       471-sort-exempt-pass.
           move ws-xr-entry(ws-xr-sort-i) to ws-xr-hold-entry.
           move ws-xr-sort-i to ws-xr-sort-j.
           perform 472-shift-exempt-entry
               until ws-xr-sort-j < 2
               or ws-xr-tbl-key(ws-xr-sort-j - 1) not greater than
                   ws-xr-hold-key.
           move ws-xr-hold-entry to ws-xr-entry(ws-xr-sort-j).
       472-shift-exempt-entry.
           move ws-xr-entry(ws-xr-sort-j - 1)
               to ws-xr-entry(ws-xr-sort-j).
           subtract 1 from ws-xr-sort-j.
      ******************************************************************
      * Finds the jurisdiction code for a store in the map table -
      * a store the map does not know remits under OTH so its
      * dollars stay visible on the filing instead of vanishing
           move ws-net-work to ws-jl-net.
           write report-line from ws-jur-line.
      ******************************************************************
      * Exempt sales for the month - one line per certificate used at
      * a store, a subtotal per store and jurisdiction, then the
      * exempt totals per jurisdiction and for the chain
      ******************************************************************
       600-print-exempt-sales.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-exempt-title
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           if ws-xr-count equal 0
               move ws-exempt-none-cnst to report-line
               write report-line
           else
               write report-line from ws-exempt-headings
               move ws-xr-tbl-store(1) to ws-xb-store
               move ws-xr-tbl-jur(1) to ws-xb-jur
               perform 610-print-exempt-line
                   varying ws-xr-idx from 1 by 1
                   until ws-xr-idx > ws-xr-count
               perform 620-print-exempt-subtotal
               write report-line from ws-star-line
                   after advancing 1 line
               perform 630-print-exempt-jur-line
                   varying ws-xj-idx from 1 by 1
                   until ws-xj-idx > ws-xj-count
               compute ws-net-work = ws-xt-sales - ws-xt-returns
               move ws-net-work to ws-xgl-net
               write report-line from ws-exempt-grand-line
           end-if.
           if ws-xr-dropped > 0
               display "Program7: exempt report table full - "
                   ws-xr-dropped " certificate line(s) not shown"
           end-if.
       610-print-exempt-line.
           if ws-xr-tbl-store(ws-xr-idx) not equal ws-xb-store
           or ws-xr-tbl-jur(ws-xr-idx) not equal ws-xb-jur
               perform 620-print-exempt-subtotal
               move ws-xr-tbl-store(ws-xr-idx) to ws-xb-store
               move ws-xr-tbl-jur(ws-xr-idx) to ws-xb-jur
           end-if.
           move ws-xr-tbl-store(ws-xr-idx) to ws-xl-store.
           move ws-xr-tbl-jur(ws-xr-idx) to ws-xl-jur.
           move ws-xr-tbl-cert(ws-xr-idx) to ws-xl-cert.
           move ws-xr-tbl-cust(ws-xr-idx) to ws-xl-cust.
           move ws-xr-tbl-sales(ws-xr-idx) to ws-xl-sales.
           move ws-xr-tbl-returns(ws-xr-idx) to ws-xl-returns.
           compute ws-net-work = ws-xr-tbl-sales(ws-xr-idx) -
               ws-xr-tbl-returns(ws-xr-idx).
           move ws-net-work to ws-xl-net.
           write report-line from ws-exempt-line.
           add ws-xr-tbl-sales(ws-xr-idx) to ws-xb-sales.
           add ws-xr-tbl-returns(ws-xr-idx) to ws-xb-returns.
           add ws-xr-tbl-sales(ws-xr-idx) to ws-xt-sales.
           add ws-xr-tbl-returns(ws-xr-idx) to ws-xt-returns.
      * Rolled into its jurisdiction's exempt totals, opening a new
      * entry the first time a code is seen
           move "N" to ws-xr-found.
           perform varying ws-xj-idx from 1 by 1
               until ws-xj-idx > ws-xj-count
               if ws-xr-tbl-jur(ws-xr-idx) equal
                   ws-xj-code-tbl(ws-xj-idx)
                   add ws-xr-tbl-sales(ws-xr-idx)
                       to ws-xj-sales-tbl(ws-xj-idx)
                   add ws-xr-tbl-returns(ws-xr-idx)
                       to ws-xj-returns-tbl(ws-xj-idx)
                   move "Y" to ws-xr-found
               end-if
           end-perform.
           if ws-xr-found equal "N"
           and ws-xj-count < 5
               add 1 to ws-xj-count
               move ws-xr-tbl-jur(ws-xr-idx)
                   to ws-xj-code-tbl(ws-xj-count)
               move ws-xr-tbl-sales(ws-xr-idx)
                   to ws-xj-sales-tbl(ws-xj-count)
               move ws-xr-tbl-returns(ws-xr-idx)
                   to ws-xj-returns-tbl(ws-xj-count)
           end-if.
       620-print-exempt-subtotal.
           move ws-xb-store to ws-xs-store.
           move ws-xb-jur to ws-xs-jur.
           move ws-xb-sales to ws-xs-sales.
           move ws-xb-returns to ws-xs-returns.
           compute ws-net-work = ws-xb-sales - ws-xb-returns.
           move ws-net-work to ws-xs-net.
           write report-line from ws-exempt-sub-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-xb-sales.
           move 0 to ws-xb-returns.
       630-print-exempt-jur-line.
           move ws-xj-code-tbl(ws-xj-idx) to ws-xjl-jur.
           move ws-xj-sales-tbl(ws-xj-idx) to ws-xjl-sales.
           move ws-xj-returns-tbl(ws-xj-idx) to ws-xjl-returns.
           compute ws-net-work = ws-xj-sales-tbl(ws-xj-idx) -
               ws-xj-returns-tbl(ws-xj-idx).
           move ws-net-work to ws-xjl-net.
           write report-line from ws-exempt-jur-line.
      ******************************************************************
      * End of Group 4 - Program #7
      ******************************************************************
       end program Program7.
