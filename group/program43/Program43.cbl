      ******************************************************************
      * Group 4 - Program #43
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Exemption certificate expiry report. Program3 and Program4
      * take the tax off a sale or a return only while the customer's
      * certificate in taxExemptCert.dat is good on the transaction
      * date, so a certificate that lapses unnoticed turns a school
      * or a reseller back into a taxed customer at the till. This
      * program lists every certificate that expires within the next
      * EXEMPT_EXPIRY_DAYS days (60 unless the parameter file or the
      * environment says otherwise), soonest first, with the
      * customer's name off the customer master, so the office can
      * ask for the renewal before the customer is turned away.
      * Certificates already lapsed are counted on the totals.
      ******************************************************************
       identification division.
       program-id. Program43.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM43_DATA_DIR /
      * GROUP_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set) instead of
      * literal paths, so this program can be pointed at a different
      * data drop without relinking
            select exempt-cert-file
               assign to ws-exempt-cert-path
               organization is line sequential
               file status is ws-exempt-cert-status.

           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-master-status.

           select param-file
               assign to ws-param-path
               organization is line sequential
               file status is ws-param-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Exemption certificates - one per customer and jurisdiction,
      * good through the expiry date
       fd exempt-cert-file
           data record is exempt-cert-line
           record contains 32 characters.
      *
       01 exempt-cert-line.
           05 tx-customer-number                pic x(8).
           05 tx-certificate-number             pic x(15).
           05 tx-jurisdiction                   pic x(3).
           05 tx-expiry-date                    pic 9(6).
      *
       fd customer-master-file
           data record is customer-master-line
           record contains 29 characters.
      *
       01 customer-master-line.
           05 cu-customer-number                pic x(8).
           05 cu-customer-name                  pic x(20).
           05 cu-status                         pic x.
               88 cu-active value "A".
               88 cu-inactive value "I".
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
       fd report-file
           data record is report-line
           record contains 95 characters.
      *
       01 report-line                       pic x(95).
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set the *_DATA_DIR variables in the
      * environment to point this run at a different data drop
      ******************************************************************
       77 ws-program43-dir              pic x(60)
           value "../../../data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-exempt-cert-path           pic x(80).
       01 ws-customer-master-path       pic x(80).
       01 ws-param-path                 pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-exempt-cert-status         pic xx.
       77 ws-customer-master-status     pic xx.
       77 ws-param-status               pic xx.
       77 ws-prm-days-eff               pic 9(6)
           value 0.
       01 ws-flags.
           05 ws-exempt-cert-eof-flag    pic x
               value "n".
           05 ws-customer-eof-flag       pic x
               value "n".
           05 ws-param-eof-flag          pic x
               value "n".
      ******************************************************************
      * How far ahead to look - a certificate expiring within this
      * many days of the business date is listed; set
      * EXEMPT_EXPIRY_DAYS on the parameter file, or in the
      * environment as a fallback, to change it without a recompile
      ******************************************************************
       77 ws-expiry-days-cnst           pic 999
           value 60.
      ******************************************************************
      * Customer names off the customer master, for the report
      ******************************************************************
       01 ws-cust-tbl.
           05 ws-cust-entry occurs 5000 times.
               10 ws-cu-tbl-number           pic x(8).
               10 ws-cu-tbl-name             pic x(20).
       77 ws-cust-count                 pic 9(4)
           value 0.
       77 ws-cust-idx                   pic 9(4)
           value 0.
       77 ws-cust-dropped               pic 9(4)
           value 0.
      ******************************************************************
      * Certificates inside the window, held for sorting on the days
      * left so the soonest to lapse prints first
      ******************************************************************
       01 ws-due-tbl-area.
           05 ws-due-entry occurs 2000 times.
               10 ws-du-tbl-days             pic 999.
               10 ws-du-tbl-expiry           pic 9(6).
               10 ws-du-tbl-customer         pic x(8).
               10 ws-du-tbl-certificate      pic x(15).
               10 ws-du-tbl-jurisdiction     pic x(3).
       77 ws-due-count                  pic 9(4)
           value 0.
       77 ws-due-idx                    pic 9(4)
           value 0.
       77 ws-due-dropped                pic 9(4)
           value 0.
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       01 ws-due-hold-entry.
           05 ws-du-hold-days               pic 999.
           05 filler                        pic x(32).
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
       77 ws-expiry-serial              pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9
           value 0.
      ******************************************************************
      * Run counts
      ******************************************************************
       77 ws-certs-read                 pic 9(5)
           value 0.
       77 ws-expired-count              pic 9(5)
           value 0.
       77 ws-bad-date-count             pic 9(5)
           value 0.
       77 ws-not-on-file-cnst           pic x(20)
           value "** NOT ON FILE **".
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
           05 filler                     pic x(16)
               value spaces.
           05 filler                     pic x(40)
               value "Exemption Certificates Due To Expire".
           05 filler                     pic x(15)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(35)
               value
       "***********************************".
       01 ws-window-line.
           05 filler                     pic x(15)
               value "Business Date: ".
           05 ws-wl-date                 pic 9(6).
           05 filler                     pic x(27)
               value "   Expiring Within (Days): ".
           05 ws-wl-days                 pic zz9.
           05 filler                     pic x(44)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(9)
               value "Expires".
           05 filler                     pic x(6)
               value "Days".
           05 filler                     pic x(10)
               value "Customer".
           05 filler                     pic x(22)
               value "Name".
           05 filler                     pic x(17)
               value "Certificate".
           05 filler                     pic x(31)
               value "Jur".
       01 ws-due-line.
           05 ws-dl-expiry               pic 9(6).
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-days                 pic zz9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-customer             pic x(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-name                 pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-certificate          pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-jurisdiction         pic x(3).
           05 filler                     pic x(28)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(52)
               value spaces.
       77 ws-none-due-cnst              pic x(40)
           value "No certificates expire in the window".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 005-load-run-params.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           perform 050-load-customer-master.
           perform 100-read-certificates.
           perform 200-sort-due
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-due-count.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-nl-date to ws-wl-date.
           move ws-expiry-days-cnst to ws-wl-days.
           write report-line from ws-window-line.
           write report-line from ws-star-line.
           if ws-due-count equal 0
               move ws-none-due-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-1
               write report-line from ws-star-line
               perform 300-print-due-line
                   varying ws-due-idx from 1 by 1
                   until ws-due-idx > ws-due-count
           end-if.
           perform 500-print-totals.
           close report-file.
           if ws-due-dropped > 0
           or ws-cust-dropped > 0
               display "Program43: tables full - " ws-due-dropped
                   " certificate(s) / " ws-cust-dropped
                   " customer(s) not carried"
           end-if.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and settings from the
      * environment - falls back to the current relative layout and
      * the compiled defaults when nothing is set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM43_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program43-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-group-dir delimited by space
               "/taxExemptCert.dat" delimited by size
               into ws-exempt-cert-path.
           string ws-group-dir delimited by space
               "/customerMaster.dat" delimited by size
               into ws-customer-master-path.
           string ws-group-dir delimited by space
               "/runParams.dat" delimited by size
               into ws-param-path.
           string ws-program43-dir delimited by space
               "/certExpiry.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "EXEMPT_EXPIRY_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-expiry-days-cnst
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
      * The central parameter file's say on the look-ahead - the
      * latest value effective on or before the run date wins over
      * the compiled default and the environment fallback; no file,
      * or no entry, leaves those in force
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
               if pr-param-name equal "EXEMPT_EXPIRY_DAYS"
               and pr-effective-date not less than ws-prm-days-eff
                   move pr-param-value to ws-expiry-days-cnst
                   move pr-effective-date to ws-prm-days-eff
               end-if
           end-if.
           read param-file
               at end move "y" to ws-param-eof-flag.
      ******************************************************************
      * Customer names off the customer master - no master on file
      * prints every customer as not on file rather than stopping
      ******************************************************************
       050-load-customer-master.
           open input customer-master-file.
           if ws-customer-master-status equal "00"
               read customer-master-file
                   at end move "y" to ws-customer-eof-flag
               end-read
               perform 051-customer-master-loop
                   until ws-customer-eof-flag = 'y'
               close customer-master-file
           end-if.
       051-customer-master-loop.
           if ws-cust-count < 5000
               add 1 to ws-cust-count
               move cu-customer-number
                   to ws-cu-tbl-number(ws-cust-count)
               move cu-customer-name to ws-cu-tbl-name(ws-cust-count)
           else
               add 1 to ws-cust-dropped
           end-if.
           read customer-master-file
               at end move "y" to ws-customer-eof-flag.
      ******************************************************************
      * Every certificate on file - the ones expiring between today
      * and the end of the window are held for the report, the ones
      * already lapsed are only counted; an expiry that is not a
      * date is counted apart so the record gets fixed
      ******************************************************************
       100-read-certificates.
           open input exempt-cert-file.
           if ws-exempt-cert-status equal "00"
               read exempt-cert-file
                   at end move "y" to ws-exempt-cert-eof-flag
               end-read
               perform 110-certificate-loop
                   until ws-exempt-cert-eof-flag = 'y'
               close exempt-cert-file
           end-if.
       110-certificate-loop.
           add 1 to ws-certs-read.
           if tx-expiry-date is not numeric
               add 1 to ws-bad-date-count
           else
               move tx-expiry-date to ws-serial-date
               perform 800-date-to-serial
               move ws-serial to ws-expiry-serial
               if ws-expiry-serial < ws-today-serial
                   add 1 to ws-expired-count
               else
                   if ws-expiry-serial - ws-today-serial
                       not greater than ws-expiry-days-cnst
                       if ws-due-count < 2000
                           add 1 to ws-due-count
                           compute ws-du-tbl-days(ws-due-count) =
                               ws-expiry-serial - ws-today-serial
                           move tx-expiry-date
                               to ws-du-tbl-expiry(ws-due-count)
                           move tx-customer-number
                               to ws-du-tbl-customer(ws-due-count)
                           move tx-certificate-number
                               to ws-du-tbl-certificate(ws-due-count)
                           move tx-jurisdiction
                               to ws-du-tbl-jurisdiction(ws-due-count)
                       else
                           add 1 to ws-due-dropped
                       end-if
                   end-if
               end-if
           end-if.
           read exempt-cert-file
               at end move "y" to ws-exempt-cert-eof-flag.
      ******************************************************************
      * Insertion sort on the days left - certificates expiring the
      * same day keep their file order
      ******************************************************************
       200-sort-due.
           move ws-due-entry(ws-sort-i) to ws-due-hold-entry.
           move ws-sort-i to ws-sort-j.
           perform 210-shift-due-entry
               until ws-sort-j < 2
               or ws-du-tbl-days(ws-sort-j - 1) not greater than
                   ws-du-hold-days.
           move ws-due-hold-entry to ws-due-entry(ws-sort-j).
       210-shift-due-entry.
           move ws-due-entry(ws-sort-j - 1) to ws-due-entry(ws-sort-j).
           subtract 1 from ws-sort-j.
      ******************************************************************
      * One certificate due - the customer's name off the master, or
      * a marker when the number is not on it
      ******************************************************************
       300-print-due-line.
           move ws-du-tbl-expiry(ws-due-idx) to ws-dl-expiry.
           move ws-du-tbl-days(ws-due-idx) to ws-dl-days.
           move ws-du-tbl-customer(ws-due-idx) to ws-dl-customer.
           move ws-du-tbl-certificate(ws-due-idx)
               to ws-dl-certificate.
           move ws-du-tbl-jurisdiction(ws-due-idx)
               to ws-dl-jurisdiction.
           move ws-not-on-file-cnst to ws-dl-name.
           perform varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count
               if ws-cu-tbl-number(ws-cust-idx) equal
                   ws-du-tbl-customer(ws-due-idx)
                   move ws-cu-tbl-name(ws-cust-idx) to ws-dl-name
               end-if
           end-perform.
           write report-line from ws-due-line.
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Certificates On File:" to ws-tl-label.
           move ws-certs-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Certificates Due To Expire:" to ws-tl-label.
           move ws-due-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Certificates Already Expired:" to ws-tl-label.
           move ws-expired-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Certificates With Bad Expiry Date:" to ws-tl-label.
           move ws-bad-date-count to ws-tl-count.
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
      * End of Group 4 - Program #43
      ******************************************************************
       end program Program43.
