      ******************************************************************
      * Group 4 - Program #45
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Till over/short by cashier. Program20 finds a short deposit
      * at the store-day level and no lower; this program takes the
      * stores' end-of-shift till counts - counted cash by register,
      * cashier and shift, with the float the drawer started on - and
      * holds each one up against the cash that cashier took in
      * during the shift. The expected cash is built from Program2's
      * streams, cash tender only, on the business date: sales off
      * sandl.dat, layaway deposits off layaway.dat (a final pickup
      * there is a copy of a sale already on sandl.dat and is
      * skipped, a cancel is cash handed back), exchange differences
      * off exchanges.dat, less the cash refunds on returns.dat and
      * the sales backed out on voids.dat. A transaction belongs to
      * the count for its store and cashier whose shift hours take in
      * its time; cash with no count to go to is listed apart. Every
      * count's over/short is posted to tillShortMtd.dat, a short
      * dated ledger, and a cashier whose shortages for the month
      * pass TILL_SHORT_LIMIT is listed for loss prevention and
      * written to alerts.dat on the day the limit is passed. The
      * store-day totals go to tillVariance.dat for Program20, which
      * prints them beside every cash deposit it cannot match.
      ******************************************************************
       identification division.
       program-id. Program45.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM45_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select till-count-file
               assign to ws-till-count-path
               organization is line sequential
               file status is ws-till-count-status.

           select stream-file
               assign to ws-stream-path
               organization is line sequential
               file status is ws-stream-status.

           select param-file
               assign to ws-param-path
               organization is line sequential
               file status is ws-param-status.

           select short-ledger-file
               assign to ws-short-ledger-path
               organization is line sequential
               file status is ws-short-ledger-status.

           select alert-file
               assign to ws-alert-path
               organization is line sequential
               file status is ws-alert-status.

           select till-variance-file
               assign to ws-till-variance-path
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
      * The stores' end-of-shift till counts - one per register,
      * cashier and shift, with the shift's hours (HHMM, zero for
      * the whole day), the float the drawer opened on and the cash
      * counted out of it
       fd till-count-file
           data record is till-count-line
           record contains 39 characters.
      *
       01 till-count-line.
           05 tc-store-number                   pic 99.
           05 tc-date                           pic 9(6).
           05 tc-register                       pic 99.
           05 tc-cashier-id                     pic 9(4).
           05 tc-shift                          pic 9.
           05 tc-start-time                     pic 9(4).
           05 tc-end-time                       pic 9(4).
           05 tc-float                          pic 9(5)v99.
           05 tc-counted                        pic 9(7)v99.
      *
      * Any one of Program2's streams - they share the transaction
      * layout, so one FD is pointed at each in turn
       fd stream-file
           data record is stream-line
           record contains 75 characters.
      *
       01 stream-line.
           05 st-transaction-code                pic x.
           05 st-transaction-ammount             pic 9(5)v99.
           05 st-payment-type                    pic xx.
               88 st-cash-tender value "CA".
           05 st-store-number                    pic 99.
           05 st-invoice-number                  pic x(9).
           05 st-sku-code                        pic x(15).
           05 st-event-code                      pic xx.
               88 st-layaway-final value "LF".
               88 st-layaway-cancel value "LC".
           05 st-transaction-date                pic 9(6).
           05 st-cashier-id                      pic 9(4).
           05 st-replacement-sku                 pic x(15).
           05 st-trans-time                      pic 9(4).
           05 filler                             pic x(8).
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
      * The till over/short ledger - one record per count, signed
      * (negative is short), so the month's shortages never have to
      * be rebuilt from count files that only hold one day
       fd short-ledger-file
           data record is short-ledger-line
           record contains 25 characters.
      *
       01 short-ledger-line.
           05 tm-date                           pic 9(6).
           05 tm-store-number                   pic 99.
           05 tm-register                       pic 99.
           05 tm-cashier-id                     pic 9(4).
           05 tm-shift                          pic 9.
           05 tm-over-short                     pic s9(8)v99.
      *
      * Short record our monitoring can page off of
       fd alert-file
           data record is alert-line
           record contains 60 characters.
      *
       01 alert-line                        pic x(60).
      *
      * Store-day till totals for the deposit reconciliation - the
      * cash expected and counted net of the floats, the over/short
      * between them, and the cash taken by cashiers with no count
       fd till-variance-file
           data record is till-variance-line
           record contains 51 characters.
      *
       01 till-variance-line.
           05 tv-store-number                   pic 99.
           05 tv-date                           pic 9(6).
           05 tv-till-count                     pic 999.
           05 tv-expected                       pic s9(8)v99.
           05 tv-counted                        pic s9(8)v99.
           05 tv-over-short                     pic s9(8)v99.
           05 tv-uncounted                      pic s9(8)v99.
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
       77 ws-program45-dir              pic x(60)
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
       01 ws-till-count-path            pic x(80).
       01 ws-stream-path                pic x(80).
       01 ws-sandl-path                 pic x(80).
       01 ws-returns-path               pic x(80).
       01 ws-exchange-path              pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-param-path                 pic x(80).
       01 ws-short-ledger-path          pic x(80).
       01 ws-alert-path                 pic x(80).
       01 ws-till-variance-path         pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-till-count-status          pic xx.
       77 ws-stream-status              pic xx.
       77 ws-param-status               pic xx.
       77 ws-short-ledger-status        pic xx.
       77 ws-alert-status               pic xx.
       77 ws-prm-limit-eff              pic 9(6)
           value 0.
       01 ws-flags.
           05 ws-till-count-eof-flag     pic x
               value "n".
           05 ws-stream-eof-flag         pic x
               value "n".
           05 ws-param-eof-flag          pic x
               value "n".
           05 ws-short-ledger-eof-flag   pic x
               value "n".
      ******************************************************************
      * Monthly shortage limit in dollars - a cashier whose till
      * shortages for the month add up past this goes to loss
      * prevention; set TILL_SHORT_LIMIT on the parameter file, or
      * in the environment as a fallback, to change it without a
      * recompile. Overs do not pay a shortage back. The ledger
      * keeps two months of counts, enough for any month to date
      ******************************************************************
       77 ws-short-limit-cnst           pic 9(5)v99
           value 50.00.
       77 ws-history-days-cnst          pic 999
           value 62.
      ******************************************************************
      * Program2's streams in the order they are read, and the sign
      * each one's cash carries into the drawer
      ******************************************************************
       77 ws-stream-idx                 pic 9
           value 0.
       77 ws-sandl-cnst                 pic 9
           value 1.
       77 ws-returns-cnst               pic 9
           value 2.
       77 ws-exchange-cnst              pic 9
           value 3.
       77 ws-layaway-cnst               pic 9
           value 4.
       77 ws-void-cnst                  pic 9
           value 5.
       01 ws-stream-name-values.
           05 filler pic x(14) value "sandl.dat     ".
           05 filler pic x(14) value "returns.dat   ".
           05 filler pic x(14) value "exchanges.dat ".
           05 filler pic x(14) value "layaway.dat   ".
           05 filler pic x(14) value "voids.dat     ".
       01 ws-stream-name-table redefines ws-stream-name-values.
           05 ws-stream-name occurs 5 times pic x(14).
       77 ws-sm-cash-tbl occurs 5 times     pic 9(6).
       77 ws-cash-signed                pic s9(7)v99
           value 0.
       77 ws-txn-time                   pic 9(4)
           value 0.
      ******************************************************************
      * The business date's till counts, held for the cash to be
      * posted against and sorted on store, register, cashier and
      * shift for the report
      ******************************************************************
       01 ws-count-tbl-area.
           05 ws-count-entry occurs 500 times.
               10 ws-ct-tbl-key.
                   15 ws-ct-tbl-store        pic 99.
                   15 ws-ct-tbl-register     pic 99.
                   15 ws-ct-tbl-cashier      pic 9(4).
                   15 ws-ct-tbl-shift        pic 9.
               10 ws-ct-tbl-start            pic 9(4).
               10 ws-ct-tbl-end              pic 9(4).
               10 ws-ct-tbl-float            pic 9(5)v99.
               10 ws-ct-tbl-counted          pic 9(7)v99.
               10 ws-ct-tbl-cash             pic s9(7)v99.
               10 ws-ct-tbl-txns             pic 9(4).
       77 ws-count-count                pic 999
           value 0.
       77 ws-count-idx                  pic 999
           value 0.
       77 ws-count-match                pic 999
           value 0.
       77 ws-count-dropped              pic 9(4)
           value 0.
       77 ws-sort-i                     pic 999
           value 0.
       77 ws-sort-j                     pic 999
           value 0.
       01 ws-count-hold-entry.
           05 ws-ct-hold-key                pic x(9).
           05 filler                        pic x(37).
      ******************************************************************
      * Cash taken by a cashier with no till count that covers it -
      * one entry per store and cashier
      ******************************************************************
       01 ws-uncounted-tbl-area.
           05 ws-uncounted-entry occurs 300 times.
               10 ws-uc-tbl-store            pic 99.
               10 ws-uc-tbl-cashier          pic 9(4).
               10 ws-uc-tbl-cash             pic s9(7)v99.
               10 ws-uc-tbl-txns             pic 9(4).
       77 ws-uncounted-count            pic 999
           value 0.
       77 ws-uncounted-idx              pic 999
           value 0.
       77 ws-uncounted-match            pic 999
           value 0.
       77 ws-uncounted-dropped          pic 9(4)
           value 0.
      ******************************************************************
      * Store-day totals, indexed straight by store number - the
      * cash expected and counted net of the floats, and the cash
      * with no count
      ******************************************************************
       01 ws-store-tbl-area.
           05 ws-sd-entry occurs 99 times.
               10 ws-sd-active               pic x.
               10 ws-sd-tills                pic 999.
               10 ws-sd-expected             pic s9(8)v99.
               10 ws-sd-counted              pic s9(8)v99.
               10 ws-sd-over-short           pic s9(8)v99.
               10 ws-sd-uncounted            pic s9(8)v99.
       77 ws-store-idx                  pic 999
           value 0.
      ******************************************************************
      * Each cashier's shortages for the business month - the days
      * before today off the ledger and today's off the counts - and
      * the store of the cashier's latest count, for the alert
      ******************************************************************
       01 ws-cashier-tbl-area.
           05 ws-cashier-entry occurs 500 times.
               10 ws-cm-tbl-cashier          pic 9(4).
               10 ws-cm-tbl-store            pic 99.
               10 ws-cm-tbl-prior-short      pic 9(8)v99.
               10 ws-cm-tbl-today-short      pic 9(8)v99.
       77 ws-cashier-count              pic 999
           value 0.
       77 ws-cashier-idx                pic 999
           value 0.
       77 ws-cashier-match              pic 999
           value 0.
       77 ws-cashier-dropped            pic 9(4)
           value 0.
       77 ws-find-cashier               pic 9(4)
           value 0.
       77 ws-find-store                 pic 99
           value 0.
       77 ws-mtd-short                  pic 9(8)v99
           value 0.
      ******************************************************************
      * Ledger records kept for the rewrite - everything inside the
      * window except the business date, which this run writes again
      ******************************************************************
       01 ws-tm-tbl-area.
           05 ws-tm-entry occurs 10000 times pic x(25).
       77 ws-tm-count                   pic 9(5)
           value 0.
       77 ws-tm-idx                     pic 9(5)
           value 0.
       77 ws-tm-dropped                 pic 9(5)
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
      ******************************************************************
      * Count work fields and run figures
      ******************************************************************
       77 ws-expected                   pic s9(8)v99
           value 0.
       77 ws-over-short                 pic s9(8)v99
           value 0.
       77 ws-chain-expected             pic s9(9)v99
           value 0.
       77 ws-chain-counted              pic s9(9)v99
           value 0.
       77 ws-chain-over-short           pic s9(9)v99
           value 0.
       77 ws-chain-uncounted            pic s9(9)v99
           value 0.
       77 ws-counts-read                pic 9(5)
           value 0.
       77 ws-counts-rejected            pic 9(5)
           value 0.
       77 ws-counts-other-date          pic 9(5)
           value 0.
       77 ws-short-count                pic 9(5)
           value 0.
       77 ws-over-count                 pic 9(5)
           value 0.
       77 ws-even-count                 pic 9(5)
           value 0.
       77 ws-lp-count                   pic 9(5)
           value 0.
       77 ws-alert-count                pic 9(5)
           value 0.
       77 ws-ledger-written             pic 9(5)
           value 0.
       77 ws-purged-count               pic 9(5)
           value 0.
       77 ws-store-days-written         pic 9(5)
           value 0.
       01 ws-alert-line.
           05 ws-al-date                    pic 9(6)
               value 0.
           05 filler                        pic x
               value " ".
           05 ws-al-message                 pic x(53)
               value spaces.
       77 ws-al-cashier                 pic 9(4)
           value 0.
       77 ws-al-store                   pic 99
           value 0.
       77 ws-al-amount                  pic $$$,$$9.99
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
               value "Till Over/Short By Cashier".
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
       01 ws-date-line.
           05 filler                     pic x(15)
               value "Business Date: ".
           05 ws-dt-date                 pic 9(6).
           05 filler                     pic x(29)
               value "   Monthly Shortage Limit:   ".
           05 ws-dt-limit                pic $$,$$9.99.
           05 filler                     pic x(41)
               value spaces.
       01 ws-section-line.
           05 ws-sc-title                pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(5)
               value "Reg".
           05 filler                     pic x(9)
               value "Cashier".
           05 filler                     pic x(6)
               value "Shift".
           05 filler                     pic x(11)
               value "Hours".
           05 filler                     pic x(6)
               value " Txns".
           05 filler                     pic x(14)
               value "    Expected".
           05 filler                     pic x(14)
               value "     Counted".
           05 filler                     pic x(14)
               value "  Over/Short".
           05 filler                     pic x(14)
               value spaces.
       01 ws-count-line.
           05 ws-cl-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-cl-register             pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-cl-cashier              pic 9(4).
           05 filler                     pic x(5)
               value spaces.
           05 ws-cl-shift                pic 9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-cl-start                pic 9(4).
           05 filler                     pic x
               value "-".
           05 ws-cl-end                  pic 9(4).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-txns                 pic zzz9.
           05 filler                     pic x
               value space.
           05 ws-cl-expected             pic $$$,$$9.99-.
           05 filler                     pic x(3)
               value spaces.
           05 ws-cl-counted              pic $$$,$$9.99.
           05 filler                     pic x(3)
               value spaces.
           05 ws-cl-over-short           pic $$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-flag                 pic x(10).
           05 filler                     pic x(6)
               value spaces.
       01 ws-column-headings-2.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(7)
               value "Tills".
           05 filler                     pic x(15)
               value "     Expected".
           05 filler                     pic x(15)
               value "      Counted".
           05 filler                     pic x(15)
               value "   Over/Short".
           05 filler                     pic x(15)
               value "  No Count".
           05 filler                     pic x(26)
               value spaces.
       01 ws-store-day-line.
           05 ws-sl-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-sl-tills                pic zz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-expected             pic $$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-counted              pic $$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-over-short           pic $$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-uncounted            pic $$$$,$$9.99-.
           05 filler                     pic x(26)
               value spaces.
       01 ws-column-headings-3.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(9)
               value "Cashier".
           05 filler                     pic x(6)
               value " Txns".
           05 filler                     pic x(14)
               value "   Cash Taken".
           05 filler                     pic x(64)
               value spaces.
       01 ws-uncounted-line.
           05 ws-ul-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-ul-cashier              pic 9(4).
           05 filler                     pic x(5)
               value spaces.
           05 ws-ul-txns                 pic zzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ul-cash                 pic $$$,$$9.99-.
           05 filler                     pic x(67)
               value spaces.
       01 ws-column-headings-4.
           05 filler                     pic x(9)
               value "Cashier".
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(14)
               value "  Short Prior".
           05 filler                     pic x(14)
               value "  Short Today".
           05 filler                     pic x(14)
               value "    Month".
           05 filler                     pic x(42)
               value spaces.
       01 ws-lp-line.
           05 ws-lp-cashier              pic 9(4).
           05 filler                     pic x(5)
               value spaces.
           05 ws-lp-store                pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-lp-prior                pic $$$,$$9.99.
           05 filler                     pic x(3)
               value spaces.
           05 ws-lp-today                pic $$$,$$9.99.
           05 filler                     pic x(3)
               value spaces.
           05 ws-lp-month                pic $$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-lp-flag                 pic x(16).
           05 filler                     pic x(32)
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
       77 ws-flag-short-cnst            pic x(10)
           value "*SHORT*".
       77 ws-flag-over-cnst             pic x(10)
           value "*OVER*".
       77 ws-flag-new-lp-cnst           pic x(16)
           value "*NEW - ALERTED*".
       77 ws-none-counts-cnst           pic x(40)
           value "No till counts for the business date".
       77 ws-none-uncounted-cnst        pic x(40)
           value "All cash taken is covered by a count".
       77 ws-none-lp-cnst               pic x(40)
           value "No cashier is over the shortage limit".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 003-set-window.
           perform 005-load-run-params.
           perform 050-load-till-counts.
           perform 100-read-streams
               varying ws-stream-idx from 1 by 1
               until ws-stream-idx > 5.
           perform 200-sort-counts
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-count-count.
           perform 250-work-counts
               varying ws-count-idx from 1 by 1
               until ws-count-idx > ws-count-count.
           perform 300-load-short-ledger.
           perform 360-rewrite-short-ledger.
           perform 380-write-till-variance.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-nl-date to ws-dt-date.
           move ws-short-limit-cnst to ws-dt-limit.
           write report-line from ws-date-line.
           perform 400-print-counts.
           perform 420-print-store-days.
           perform 440-print-uncounted.
      * Program1 starts the day's alert feed; loss-prevention alerts
      * are added to it, and a run with no feed yet on file starts
      * one
           open extend alert-file.
           if ws-alert-status not equal "00"
               open output alert-file
           end-if.
           perform 460-print-loss-prevention.
           close alert-file.
           perform 500-print-totals.
           close report-file.
           if ws-count-dropped > 0
           or ws-uncounted-dropped > 0
           or ws-cashier-dropped > 0
               display "Program45: tables full - " ws-count-dropped
                   " count(s) / " ws-uncounted-dropped
                   " no-count cashier(s) / " ws-cashier-dropped
                   " cashier(s) not carried"
           end-if.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and settings from the
      * environment - falls back to the current relative layout and
      * the compiled defaults when nothing is set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM45_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program45-dir
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
           string ws-program45-dir delimited by space
               "/tillCounts.dat" delimited by size
               into ws-till-count-path.
           string ws-project3-dir delimited by space
               "/sandl.dat" delimited by size
               into ws-sandl-path.
           string ws-program4-dir delimited by space
               "/returns.dat" delimited by size
               into ws-returns-path.
           string ws-project2-dir delimited by space
               "/exchanges.dat" delimited by size
               into ws-exchange-path.
           string ws-program14-dir delimited by space
               "/layaway.dat" delimited by size
               into ws-layaway-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-group-dir delimited by space
               "/runParams.dat" delimited by size
               into ws-param-path.
           string ws-group-dir delimited by space
               "/alerts.dat" delimited by size
               into ws-alert-path.
           string ws-program45-dir delimited by space
               "/tillShortMtd.dat" delimited by size
               into ws-short-ledger-path.
           string ws-program45-dir delimited by space
               "/tillVariance.dat" delimited by size
               into ws-till-variance-path.
           string ws-program45-dir delimited by space
               "/tillOverShort.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "TILL_SHORT_LIMIT"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-short-limit-cnst
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
      * The ledger window - counts older than this are purged
      ******************************************************************
       003-set-window.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-keep-from-serial =
               ws-today-serial - ws-history-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
      ******************************************************************
      * The central parameter file's say on the shortage limit - the
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
               if pr-param-name equal "TILL_SHORT_LIMIT"
               and pr-effective-date not less than ws-prm-limit-eff
                   move pr-param-value to ws-short-limit-cnst
                   move pr-effective-date to ws-prm-limit-eff
               end-if
           end-if.
           read param-file
               at end move "y" to ws-param-eof-flag.
      ******************************************************************
      * The stores' till counts for the business date - a count for
      * another day is skipped and counted, one that is not numeric
      * where it must be is rejected and counted; no count file at
      * all leaves every cash taking on the no-count list
      ******************************************************************
       050-load-till-counts.
           initialize ws-store-tbl-area.
           open input till-count-file.
           if ws-till-count-status equal "00"
               read till-count-file
                   at end move "y" to ws-till-count-eof-flag
               end-read
               perform 051-till-count-loop
                   until ws-till-count-eof-flag = 'y'
               close till-count-file
           end-if.
       051-till-count-loop.
           add 1 to ws-counts-read.
           if tc-store-number is not numeric
           or tc-store-number equal 0
           or tc-date is not numeric
           or tc-register is not numeric
           or tc-cashier-id is not numeric
           or tc-shift is not numeric
           or tc-start-time is not numeric
           or tc-end-time is not numeric
           or tc-float is not numeric
           or tc-counted is not numeric
               add 1 to ws-counts-rejected
           else
               if tc-date not equal ws-nl-date
                   add 1 to ws-counts-other-date
               else
                   if ws-count-count < 500
                       add 1 to ws-count-count
                       move tc-store-number
                           to ws-ct-tbl-store(ws-count-count)
                       move tc-register
                           to ws-ct-tbl-register(ws-count-count)
                       move tc-cashier-id
                           to ws-ct-tbl-cashier(ws-count-count)
                       move tc-shift to ws-ct-tbl-shift(ws-count-count)
                       move tc-start-time
                           to ws-ct-tbl-start(ws-count-count)
                       move tc-end-time to ws-ct-tbl-end(ws-count-count)
                       if tc-end-time equal 0
                           move 2359 to ws-ct-tbl-end(ws-count-count)
                       end-if
                       move tc-float to ws-ct-tbl-float(ws-count-count)
                       move tc-counted
                           to ws-ct-tbl-counted(ws-count-count)
                       move 0 to ws-ct-tbl-cash(ws-count-count)
                       move 0 to ws-ct-tbl-txns(ws-count-count)
                   else
                       add 1 to ws-count-dropped
                   end-if
               end-if
           end-if.
           read till-count-file
               at end move "y" to ws-till-count-eof-flag.
      ******************************************************************
      * One of Program2's streams - only cash tender on the business
      * date reaches a drawer, and a missing stream is simply no cash
      * from it; the trailer is a control record and is skipped
      ******************************************************************
       100-read-streams.
           evaluate ws-stream-idx
               when 1
                   move ws-sandl-path to ws-stream-path
               when 2
                   move ws-returns-path to ws-stream-path
               when 3
                   move ws-exchange-path to ws-stream-path
               when 4
                   move ws-layaway-path to ws-stream-path
               when other
                   move ws-void-path to ws-stream-path
           end-evaluate.
           move 0 to ws-sm-cash-tbl(ws-stream-idx).
           move "n" to ws-stream-eof-flag.
           open input stream-file.
           if ws-stream-status equal "00"
               read stream-file
                   at end move "y" to ws-stream-eof-flag
               end-read
               perform 110-stream-loop
                   until ws-stream-eof-flag = 'y'
               close stream-file
           end-if.
      * A sale, a layaway open or payment and an exchange difference
      * put cash in the drawer; a refund, a layaway cancel and a
      * void take it back out. A final pickup on the layaway stream
      * is a copy of a sale already on sandl.dat
       110-stream-loop.
           if st-transaction-code not equal "T"
               if st-cash-tender
               and st-transaction-date equal ws-nl-date
               and st-store-number is numeric
               and st-cashier-id is numeric
               and st-transaction-ammount is numeric
               and not (ws-stream-idx equal ws-layaway-cnst
                        and st-layaway-final)
                   move st-transaction-ammount to ws-cash-signed
                   if ws-stream-idx equal ws-returns-cnst
                   or ws-stream-idx equal ws-void-cnst
                   or (ws-stream-idx equal ws-layaway-cnst
                       and st-layaway-cancel)
                       compute ws-cash-signed = 0 - ws-cash-signed
                   end-if
                   add 1 to ws-sm-cash-tbl(ws-stream-idx)
                   perform 120-post-cash
               end-if
           end-if.
           read stream-file
               at end move "y" to ws-stream-eof-flag.
      ******************************************************************
      * Posts one cash taking to the count for its store and cashier
      * whose shift hours take in its time - the first such count
      * wins; with none, it goes on the no-count list
      ******************************************************************
       120-post-cash.
           move 0 to ws-txn-time.
           if st-trans-time is numeric
               move st-trans-time to ws-txn-time
           end-if.
           move 0 to ws-count-match.
           perform varying ws-count-idx from 1 by 1
               until ws-count-idx > ws-count-count
               or ws-count-match > 0
               if st-store-number equal ws-ct-tbl-store(ws-count-idx)
               and st-cashier-id equal
                   ws-ct-tbl-cashier(ws-count-idx)
               and ws-txn-time not less than
                   ws-ct-tbl-start(ws-count-idx)
               and ws-txn-time not greater than
                   ws-ct-tbl-end(ws-count-idx)
                   move ws-count-idx to ws-count-match
               end-if
           end-perform.
           if ws-count-match > 0
               add ws-cash-signed to ws-ct-tbl-cash(ws-count-match)
               add 1 to ws-ct-tbl-txns(ws-count-match)
           else
               perform 130-post-uncounted
           end-if.
       130-post-uncounted.
           move 0 to ws-uncounted-match.
           perform varying ws-uncounted-idx from 1 by 1
               until ws-uncounted-idx > ws-uncounted-count
               if st-store-number equal
                   ws-uc-tbl-store(ws-uncounted-idx)
               and st-cashier-id equal
                   ws-uc-tbl-cashier(ws-uncounted-idx)
                   move ws-uncounted-idx to ws-uncounted-match
               end-if
           end-perform.
           if ws-uncounted-match equal 0
               if ws-uncounted-count < 300
                   add 1 to ws-uncounted-count
                   move ws-uncounted-count to ws-uncounted-match
                   move st-store-number
                       to ws-uc-tbl-store(ws-uncounted-match)
                   move st-cashier-id
                       to ws-uc-tbl-cashier(ws-uncounted-match)
                   move 0 to ws-uc-tbl-cash(ws-uncounted-match)
                   move 0 to ws-uc-tbl-txns(ws-uncounted-match)
               else
                   add 1 to ws-uncounted-dropped
               end-if
           end-if.
           if ws-uncounted-match > 0
               add ws-cash-signed
                   to ws-uc-tbl-cash(ws-uncounted-match)
               add 1 to ws-uc-tbl-txns(ws-uncounted-match)
           end-if.
           if st-store-number > 0
               move st-store-number to ws-store-idx
               move "Y" to ws-sd-active(ws-store-idx)
               add ws-cash-signed to ws-sd-uncounted(ws-store-idx)
           end-if.
      ******************************************************************
      * Insertion sort on store, register, cashier and shift - counts
      * with the same key keep their file order
      ******************************************************************
       200-sort-counts.
           move ws-count-entry(ws-sort-i) to ws-count-hold-entry.
           move ws-sort-i to ws-sort-j.
           perform 210-shift-count-entry
               until ws-sort-j < 2
               or ws-ct-tbl-key(ws-sort-j - 1) not greater than
                   ws-ct-hold-key.
           move ws-count-hold-entry to ws-count-entry(ws-sort-j).
       210-shift-count-entry.
           move ws-count-entry(ws-sort-j - 1)
               to ws-count-entry(ws-sort-j).
           subtract 1 from ws-sort-j.
      ******************************************************************
      * One count's over/short - the float plus the cash taken is
      * what the drawer should hold - rolled into its store-day and
      * into the cashier's shortages for today
      ******************************************************************
       250-work-counts.
           perform 260-count-over-short.
           move ws-ct-tbl-store(ws-count-idx) to ws-store-idx.
           move "Y" to ws-sd-active(ws-store-idx).
           add 1 to ws-sd-tills(ws-store-idx).
           add ws-ct-tbl-cash(ws-count-idx)
               to ws-sd-expected(ws-store-idx).
           compute ws-sd-counted(ws-store-idx) =
               ws-sd-counted(ws-store-idx)
               + ws-ct-tbl-counted(ws-count-idx)
               - ws-ct-tbl-float(ws-count-idx).
           add ws-over-short to ws-sd-over-short(ws-store-idx).
           if ws-over-short < 0
               add 1 to ws-short-count
           else
               if ws-over-short > 0
                   add 1 to ws-over-count
               else
                   add 1 to ws-even-count
               end-if
           end-if.
           move ws-ct-tbl-cashier(ws-count-idx) to ws-find-cashier.
           move ws-ct-tbl-store(ws-count-idx) to ws-find-store.
           perform 270-find-cashier.
           if ws-cashier-match > 0
               move ws-find-store to ws-cm-tbl-store(ws-cashier-match)
               if ws-over-short < 0
                   subtract ws-over-short
                       from ws-cm-tbl-today-short(ws-cashier-match)
               end-if
           end-if.
       260-count-over-short.
           compute ws-expected =
               ws-ct-tbl-float(ws-count-idx)
               + ws-ct-tbl-cash(ws-count-idx).
           compute ws-over-short =
               ws-ct-tbl-counted(ws-count-idx) - ws-expected.
      ******************************************************************
      * Finds the cashier's entry, opening one when the cashier is
      * new to the month
      ******************************************************************
       270-find-cashier.
           move 0 to ws-cashier-match.
           perform varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count
               if ws-cm-tbl-cashier(ws-cashier-idx) equal
                   ws-find-cashier
                   move ws-cashier-idx to ws-cashier-match
               end-if
           end-perform.
           if ws-cashier-match equal 0
               if ws-cashier-count < 500
                   add 1 to ws-cashier-count
                   move ws-cashier-count to ws-cashier-match
                   move ws-find-cashier
                       to ws-cm-tbl-cashier(ws-cashier-match)
                   move ws-find-store
                       to ws-cm-tbl-store(ws-cashier-match)
                   move 0 to ws-cm-tbl-prior-short(ws-cashier-match)
                   move 0 to ws-cm-tbl-today-short(ws-cashier-match)
               else
                   add 1 to ws-cashier-dropped
               end-if
           end-if.
      ******************************************************************
      * Loads the ledger - shortages on earlier days of the business
      * month go into each cashier's month, anything inside the
      * window is kept for the rewrite, and the business date's own
      * records are dropped because this run writes them again
      ******************************************************************
       300-load-short-ledger.
           open input short-ledger-file.
           if ws-short-ledger-status equal "00"
               read short-ledger-file
                   at end move "y" to ws-short-ledger-eof-flag
               end-read
               perform 310-short-ledger-loop
                   until ws-short-ledger-eof-flag = 'y'
               close short-ledger-file
           end-if.
       310-short-ledger-loop.
           if tm-date is numeric
           and tm-date not equal ws-nl-date
               move tm-date to ws-serial-date
               perform 800-date-to-serial
               if ws-serial < ws-keep-from-serial
                   add 1 to ws-purged-count
               else
                   if ws-tm-count < 10000
                       add 1 to ws-tm-count
                       move short-ledger-line
                           to ws-tm-entry(ws-tm-count)
                   else
                       add 1 to ws-tm-dropped
                   end-if
               end-if
               if tm-date(1:4) equal ws-nl-date(1:4)
               and tm-date < ws-nl-date
               and tm-cashier-id is numeric
               and tm-over-short is numeric
               and tm-over-short < 0
                   move tm-cashier-id to ws-find-cashier
                   move tm-store-number to ws-find-store
                   perform 270-find-cashier
                   if ws-cashier-match > 0
                       subtract tm-over-short from
                           ws-cm-tbl-prior-short(ws-cashier-match)
                   end-if
               end-if
           end-if.
           read short-ledger-file
               at end move "y" to ws-short-ledger-eof-flag.
      ******************************************************************
      * Writes the ledger back - the kept counts, then every count
      * for the business date
      ******************************************************************
       360-rewrite-short-ledger.
           if ws-tm-dropped > 0
               display "Program45: till short ledger full - "
                   ws-tm-dropped " record(s) not carried"
           end-if.
           open output short-ledger-file.
           perform 361-write-kept-short
               varying ws-tm-idx from 1 by 1
               until ws-tm-idx > ws-tm-count.
           perform 362-write-today-short
               varying ws-count-idx from 1 by 1
               until ws-count-idx > ws-count-count.
           close short-ledger-file.
       361-write-kept-short.
           move ws-tm-entry(ws-tm-idx) to short-ledger-line.
           write short-ledger-line.
           add 1 to ws-ledger-written.
       362-write-today-short.
           perform 260-count-over-short.
           move ws-nl-date to tm-date.
           move ws-ct-tbl-store(ws-count-idx) to tm-store-number.
           move ws-ct-tbl-register(ws-count-idx) to tm-register.
           move ws-ct-tbl-cashier(ws-count-idx) to tm-cashier-id.
           move ws-ct-tbl-shift(ws-count-idx) to tm-shift.
           move ws-over-short to tm-over-short.
           write short-ledger-line.
           add 1 to ws-ledger-written.
      ******************************************************************
      * The store-day totals for Program20 - every store that had a
      * count or took cash on the business date, the day's file
      * replacing the last one
      ******************************************************************
       380-write-till-variance.
           open output till-variance-file.
           perform 381-write-store-day
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           close till-variance-file.
       381-write-store-day.
           if ws-sd-active(ws-store-idx) equal "Y"
               move ws-store-idx to tv-store-number
               move ws-nl-date to tv-date
               move ws-sd-tills(ws-store-idx) to tv-till-count
               move ws-sd-expected(ws-store-idx) to tv-expected
               move ws-sd-counted(ws-store-idx) to tv-counted
               move ws-sd-over-short(ws-store-idx) to tv-over-short
               move ws-sd-uncounted(ws-store-idx) to tv-uncounted
               write till-variance-line
               add 1 to ws-store-days-written
           end-if.
      ******************************************************************
      * One line per count, in store and register order
      ******************************************************************
       400-print-counts.
           move "TILL COUNTS BY REGISTER, CASHIER AND SHIFT"
               to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           if ws-count-count equal 0
               move ws-none-counts-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-1
               perform 410-print-count-line
                   varying ws-count-idx from 1 by 1
                   until ws-count-idx > ws-count-count
           end-if.
       410-print-count-line.
           perform 260-count-over-short.
           move ws-ct-tbl-store(ws-count-idx) to ws-cl-store.
           move ws-ct-tbl-register(ws-count-idx) to ws-cl-register.
           move ws-ct-tbl-cashier(ws-count-idx) to ws-cl-cashier.
           move ws-ct-tbl-shift(ws-count-idx) to ws-cl-shift.
           move ws-ct-tbl-start(ws-count-idx) to ws-cl-start.
           move ws-ct-tbl-end(ws-count-idx) to ws-cl-end.
           move ws-ct-tbl-txns(ws-count-idx) to ws-cl-txns.
           move ws-expected to ws-cl-expected.
           move ws-ct-tbl-counted(ws-count-idx) to ws-cl-counted.
           move ws-over-short to ws-cl-over-short.
           move spaces to ws-cl-flag.
           if ws-over-short < 0
               move ws-flag-short-cnst to ws-cl-flag
           else
               if ws-over-short > 0
                   move ws-flag-over-cnst to ws-cl-flag
               end-if
           end-if.
           write report-line from ws-count-line.
      ******************************************************************
      * The store-day totals, as sent to Program20 - expected and
      * counted are net of the floats, so the counted column is the
      * cash that should reach the bank
      ******************************************************************
       420-print-store-days.
           move "STORE-DAY TILL TOTALS (NET OF FLOATS)" to ws-sc-title.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-2.
           perform 430-print-store-day-line
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
       430-print-store-day-line.
           if ws-sd-active(ws-store-idx) equal "Y"
               move ws-store-idx to ws-sl-store
               move ws-sd-tills(ws-store-idx) to ws-sl-tills
               move ws-sd-expected(ws-store-idx) to ws-sl-expected
               move ws-sd-counted(ws-store-idx) to ws-sl-counted
               move ws-sd-over-short(ws-store-idx)
                   to ws-sl-over-short
               move ws-sd-uncounted(ws-store-idx) to ws-sl-uncounted
               write report-line from ws-store-day-line
               add ws-sd-expected(ws-store-idx) to ws-chain-expected
               add ws-sd-counted(ws-store-idx) to ws-chain-counted
               add ws-sd-over-short(ws-store-idx)
                   to ws-chain-over-short
               add ws-sd-uncounted(ws-store-idx)
                   to ws-chain-uncounted
           end-if.
      ******************************************************************
      * Cash taken that no count covers - a drawer nobody counted or
      * a transaction rung outside the shift hours sent in
      ******************************************************************
       440-print-uncounted.
           move "CASH TAKEN WITH NO TILL COUNT" to ws-sc-title.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           if ws-uncounted-count equal 0
               move ws-none-uncounted-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-3
               perform 450-print-uncounted-line
                   varying ws-uncounted-idx from 1 by 1
                   until ws-uncounted-idx > ws-uncounted-count
           end-if.
       450-print-uncounted-line.
           move ws-uc-tbl-store(ws-uncounted-idx) to ws-ul-store.
           move ws-uc-tbl-cashier(ws-uncounted-idx) to ws-ul-cashier.
           move ws-uc-tbl-txns(ws-uncounted-idx) to ws-ul-txns.
           move ws-uc-tbl-cash(ws-uncounted-idx) to ws-ul-cash.
           write report-line from ws-uncounted-line.
      ******************************************************************
      * Cashiers whose shortages for the month are past the limit -
      * every one is listed, and the one today's counts pushed past
      * it goes onto the alert feed for loss prevention
      ******************************************************************
       460-print-loss-prevention.
           move spaces to ws-sc-title.
           string "LOSS PREVENTION - CASHIERS OVER MONTHLY "
               delimited by size
               "SHORTAGE LIMIT" delimited by size
               into ws-sc-title.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-4.
           perform 470-check-cashier
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count.
           if ws-lp-count equal 0
               move ws-none-lp-cnst to report-line
               write report-line
           end-if.
       470-check-cashier.
           compute ws-mtd-short =
               ws-cm-tbl-prior-short(ws-cashier-idx)
               + ws-cm-tbl-today-short(ws-cashier-idx).
           if ws-mtd-short > ws-short-limit-cnst
               add 1 to ws-lp-count
               move ws-cm-tbl-cashier(ws-cashier-idx) to ws-lp-cashier
               move ws-cm-tbl-store(ws-cashier-idx) to ws-lp-store
               move ws-cm-tbl-prior-short(ws-cashier-idx)
                   to ws-lp-prior
               move ws-cm-tbl-today-short(ws-cashier-idx)
                   to ws-lp-today
               move ws-mtd-short to ws-lp-month
               move spaces to ws-lp-flag
               if ws-cm-tbl-prior-short(ws-cashier-idx)
                   not greater than ws-short-limit-cnst
                   move ws-flag-new-lp-cnst to ws-lp-flag
                   perform 480-write-alert
               end-if
               write report-line from ws-lp-line
           end-if.
       480-write-alert.
           move ws-nl-date to ws-al-date.
           move ws-cm-tbl-cashier(ws-cashier-idx) to ws-al-cashier.
           move ws-cm-tbl-store(ws-cashier-idx) to ws-al-store.
           move ws-mtd-short to ws-al-amount.
           move spaces to ws-al-message.
           string "***LP - CASHIER " delimited by size
               ws-al-cashier delimited by size
               " STORE " delimited by size
               ws-al-store delimited by size
               " SHORT MTD" delimited by size
               ws-al-amount delimited by size
               "***" delimited by size
               into ws-al-message.
           move ws-alert-line to alert-line.
           write alert-line.
           add 1 to ws-alert-count.
      ******************************************************************
      * Chain figures and run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Cash Expected (Net Of Floats):" to ws-cn-label.
           move ws-chain-expected to ws-cn-amount.
           write report-line from ws-control-line.
           move "Cash Counted (Net Of Floats):" to ws-cn-label.
           move ws-chain-counted to ws-cn-amount.
           write report-line from ws-control-line.
           move "Tills Over/(Short):" to ws-cn-label.
           move ws-chain-over-short to ws-cn-amount.
           write report-line from ws-control-line.
           move "Cash Taken With No Count:" to ws-cn-label.
           move ws-chain-uncounted to ws-cn-amount.
           write report-line from ws-control-line.
           write report-line from ws-star-line
               after advancing 1 line.
           perform 510-print-stream-count
               varying ws-stream-idx from 1 by 1
               until ws-stream-idx > 5.
           move "Till Counts Read:" to ws-tl-label.
           move ws-counts-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Till Counts Rejected:" to ws-tl-label.
           move ws-counts-rejected to ws-tl-count.
           write report-line from ws-total-line.
           move "Till Counts For Other Dates:" to ws-tl-label.
           move ws-counts-other-date to ws-tl-count.
           write report-line from ws-total-line.
           move "Tills Short:" to ws-tl-label.
           move ws-short-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Tills Over:" to ws-tl-label.
           move ws-over-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Tills Even:" to ws-tl-label.
           move ws-even-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Cashiers Over Shortage Limit:" to ws-tl-label.
           move ws-lp-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Loss-Prevention Alerts Written:" to ws-tl-label.
           move ws-alert-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Store-Days Sent To Deposit Recon:" to ws-tl-label.
           move ws-store-days-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Ledger Records Written:" to ws-tl-label.
           move ws-ledger-written to ws-tl-count.
           write report-line from ws-total-line.
           move "Ledger Records Purged:" to ws-tl-label.
           move ws-purged-count to ws-tl-count.
           write report-line from ws-total-line.
       510-print-stream-count.
           move spaces to ws-tl-label.
           string "Cash Lines Off " delimited by size
               ws-stream-name(ws-stream-idx) delimited by space
               ":" delimited by size
               into ws-tl-label.
           move ws-sm-cash-tbl(ws-stream-idx) to ws-tl-count.
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
      * End of Group 4 - Program #45
      ******************************************************************
       end program Program45.
