      ******************************************************************
      * Group 4 - Program #34
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Loyalty points. The record carries the customer's loyalty
      * number and the customer master exists, but nothing ever
      * gave the customer anything for it. This program keeps a
      * points ledger (pointsLedger.dat, replaced per day like the
      * other ledgers) with one line per invoice and SKU a customer
      * earned on: sales and final layaway pickups off sandl.dat
      * earn at POINTS_PER_DOLLAR, a pickup earning on the deposits
      * the layaway held as well as the final payment. Returns,
      * voids and the refund side of an exchange take the points
      * back off the customer who earned them on the original
      * invoice - never more than that invoice line earned. Points
      * not used within LOYALTY_EXPIRY_DAYS expire. The run writes
      * the statement file for the mailing house
      * (loyaltyStatement.dat - opening, earned, reversed, expired
      * and closing points per customer for the statement period)
      * and a liability summary for finance valuing the outstanding
      * points at POINTS_REDEMPTION_RATE.
      ******************************************************************
       identification division.
       program-id. Program34.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM34_DATA_DIR /
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

           select void-file
               assign to ws-void-path
               organization is line sequential
               file status is ws-void-status.

           select exchange-file
               assign to ws-exchange-path
               organization is line sequential
               file status is ws-exchange-status.

           select layaway-file
               assign to ws-layaway-path
               organization is line sequential
               file status is ws-layaway-status.

           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select ledger-file
               assign to ws-ledger-path
               organization is line sequential
               file status is ws-ledger-status.

           select statement-file
               assign to ws-statement-path
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
               88 sl-layaway-pickup value "LF".
           05 sl-transaction-date                pic 9(6).
           05 sl-cashier-id                      pic 9(4).
           05 sl-replacement-sku                 pic x(15).
           05 sl-trans-time                      pic 9(4).
           05 sl-customer-number                 pic x(8).
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
           05 rt-customer-number                 pic x(8).
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
           05 vd-customer-number                 pic x(8).
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
           05 ex-customer-number                 pic x(8).
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
           05 la-layaway-event                   pic xx.
               88 la-event-deposit value "LO","LP".
           05 la-transaction-date                pic 9(6).
           05 la-cashier-id                      pic 9(4).
           05 la-replacement-sku                 pic x(15).
           05 la-trans-time                      pic 9(4).
           05 la-customer-number                 pic x(8).
      *
       fd customer-master-file
           data record is customer-master-line
           record contains 29 characters.
      *
       01 customer-master-line.
           05 cu-customer-number                pic x(8).
           05 cu-customer-name                  pic x(20).
           05 cu-status                         pic x.
      *
       fd sku-master-file
           data record is sku-master-line
           record contains 58 characters.
      *
       01 sku-master-line.
           05 skm-sku-code                      pic x(15).
           05 skm-description                   pic x(20).
           05 skm-dept-code                     pic 99.
           05 skm-unit-price                    pic 9(5)v99.
           05 skm-status                        pic x.
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
      *
      * The points ledger - one line per customer, invoice, SKU,
      * posting date and entry type: E earned, R/V/X taken back on
      * a return, void or exchange refund, D expired, and H a
      * layaway deposit held until the pickup earns on it
       fd ledger-file
           data record is ledger-line
           record contains 55 characters.
      *
       01 ledger-line.
           05 lp-customer-number                pic x(8).
           05 lp-invoice-number                 pic x(9).
           05 lp-sku-code                       pic x(15).
           05 lp-post-date                      pic 9(6).
           05 lp-entry-type                     pic x.
           05 lp-points                         pic s9(7).
           05 lp-amount                         pic 9(7)v99.
      *
      * Statement file for the mailing house - header with the
      * statement period, one line per customer with points, and a
      * trailer with the line count and closing-points hash
       fd statement-file
           data record is statement-line
           record contains 80 characters.
      *
       01 statement-line.
           05 st-record-type                    pic x.
           05 st-customer-number                pic x(8).
           05 st-customer-name                  pic x(20).
           05 st-opening-points                 pic s9(7).
           05 st-earned-points                  pic 9(7).
           05 st-reversed-points                pic 9(7).
           05 st-expired-points                 pic 9(7).
           05 st-closing-points                 pic s9(7).
           05 st-expiring-soon                  pic 9(7).
           05 filler                            pic x(9).
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
       77 ws-program34-dir              pic x(60)
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
       01 ws-void-path                  pic x(80).
       01 ws-exchange-path              pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-customer-master-path       pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-ledger-path                pic x(80).
       01 ws-statement-path             pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sandl-status               pic xx.
       77 ws-returns-status             pic xx.
       77 ws-void-status                pic xx.
       77 ws-exchange-status            pic xx.
       77 ws-layaway-status             pic xx.
       77 ws-customer-status            pic xx.
       77 ws-ledger-status              pic xx.
       01 ws-flags.
           05 ws-sandl-eof-flag          pic x
               value "n".
           05 ws-returns-eof-flag        pic x
               value "n".
           05 ws-void-eof-flag           pic x
               value "n".
           05 ws-exchange-eof-flag       pic x
               value "n".
           05 ws-layaway-eof-flag        pic x
               value "n".
           05 ws-customer-eof-flag       pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-ledger-eof-flag         pic x
               value "n".
      ******************************************************************
      * Program settings - points earned per dollar, the days an
      * unused point lives, what a point is worth when redeemed, and
      * the first day of the statement period (STATEMENT_START,
      * YYMMDD; the first of the business month when not set)
      ******************************************************************
       77 ws-points-per-dollar-cnst     pic 99
           value 1.
       77 ws-expiry-days-cnst           pic 999
           value 365.
       77 ws-redemption-rate-cnst       pic 9v9999
           value 0.0100.
       77 ws-soon-days-cnst             pic 999
           value 30.
       77 ws-statement-start            pic 9(6)
           value 0.
       77 ws-statement-start-serial     pic 9(6)
           value 0.
      ******************************************************************
      * Customer-master lookup - names for the statement
      ******************************************************************
       77 ws-cu-number-tbl occurs 2000 times pic x(8).
       77 ws-cu-name-tbl occurs 2000 times   pic x(20).
       77 ws-cust-count                 pic 9(4)
           value 0.
       77 ws-cust-idx                   pic 9(4)
           value 0.
      ******************************************************************
      * SKU-master lookup - unit prices, to tell which way an
      * exchange went
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-price-tbl occurs 500 times     pic 9(5)v99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
       77 ws-returned-price             pic 9(5)v99
           value 0.
       77 ws-replacement-price          pic 9(5)v99
           value 0.
      ******************************************************************
      * The points ledger, held whole while the day is posted
      ******************************************************************
       01 ws-ledger-tbl-area.
           05 ws-lp-entry occurs 9000 times.
               10 ws-lp-key.
                   15 ws-lp-customer        pic x(8).
                   15 ws-lp-invoice         pic x(9).
                   15 ws-lp-sku             pic x(15).
                   15 ws-lp-post-date       pic 9(6).
               10 ws-lp-type                pic x.
               10 ws-lp-points              pic s9(7).
               10 ws-lp-amount              pic 9(7)v99.
       01 ws-lp-temp.
           05 ws-lpt-key                    pic x(38).
           05 filler                        pic x(17).
       77 ws-lp-count                   pic 9(4)
           value 0.
       77 ws-lp-idx                     pic 9(4)
           value 0.
       77 ws-lp-scan                    pic 9(4)
           value 0.
       77 ws-lp-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Posting work fields - one invoice line's standing, found by
      * 200-find-earned-line
      ******************************************************************
       77 ws-find-invoice               pic x(9)
           value spaces.
       77 ws-find-sku                   pic x(15)
           value spaces.
       77 ws-find-customer              pic x(8)
           value spaces.
       77 ws-line-earned                pic x
           value "N".
       77 ws-line-remaining             pic s9(7)
           value 0.
       77 ws-line-earn-date             pic 9(6)
           value 0.
       77 ws-work-customer              pic x(8)
           value spaces.
       77 ws-work-invoice               pic x(9)
           value spaces.
       77 ws-work-sku                   pic x(15)
           value spaces.
       77 ws-work-type                  pic x
           value space.
       77 ws-work-points                pic s9(7)
           value 0.
       77 ws-work-amount                pic 9(7)v99
           value 0.
       77 ws-held-amount                pic 9(7)v99
           value 0.
      ******************************************************************
      * Insertion-sort work fields
      ******************************************************************
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * Day-serial date arithmetic for expiry - days since 2000-01-01,
      * the same rule the archive utility uses
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
       77 ws-expire-before-serial       pic 9(6)
           value 0.
       77 ws-soon-before-serial         pic 9(6)
           value 0.
       77 ws-keep-from-serial           pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
      ******************************************************************
      * Control-break work fields for the statement pass - one
      * invoice line inside one customer
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-customer                pic x(8)
           value spaces.
       77 ws-cb-line-key                pic x(32)
           value spaces.
       77 ws-cb-line-sum                pic s9(7)
           value 0.
       77 ws-cb-line-earn-date          pic 9(6)
           value 0.
       77 ws-cb-line-max-date           pic 9(6)
           value 0.
       77 ws-cb-opening                 pic s9(7)
           value 0.
       77 ws-cb-earned                  pic 9(7)
           value 0.
       77 ws-cb-reversed                pic 9(7)
           value 0.
       77 ws-cb-expired                 pic 9(7)
           value 0.
       77 ws-cb-soon                    pic 9(7)
           value 0.
       77 ws-cb-closing                 pic s9(7)
           value 0.
       77 ws-group-end                  pic 9(4)
           value 0.
       77 ws-group-keep                 pic x
           value "Y".
      ******************************************************************
      * Run totals
      ******************************************************************
       77 ws-earned-today               pic 9(9)
           value 0.
       77 ws-reversed-today             pic 9(9)
           value 0.
       77 ws-expired-today              pic 9(9)
           value 0.
       77 ws-no-earn-count              pic 9(5)
           value 0.
       77 ws-tot-outstanding            pic s9(9)
           value 0.
       77 ws-tot-soon                   pic 9(9)
           value 0.
       77 ws-customers-with-points      pic 9(5)
           value 0.
       77 ws-statement-lines            pic 9(6)
           value 0.
       77 ws-statement-hash             pic 9(11)
           value 0.
       77 ws-liability-amount           pic s9(9)v99
           value 0.
       01 ws-statement-header.
           05 filler                        pic x
               value "H".
           05 ws-sh-start                   pic 9(6).
           05 ws-sh-end                     pic 9(6).
           05 filler                        pic x(67)
               value spaces.
       01 ws-trailer-line.
           05 filler                        pic x
               value "T".
           05 wt-record-count               pic 9(6).
           05 wt-points-hash                pic 9(11).
           05 filler                        pic x(62)
               value spaces.
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
               value "  Loyalty Points Liability".
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
       01 ws-setting-line.
           05 ws-sl-label                pic x(34).
           05 ws-sl-value                pic zzz,zz9.9999.
           05 filler                     pic x(54)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(34).
           05 ws-tl-count                pic zzz,zzz,zz9-.
           05 filler                     pic x(54)
               value spaces.
       01 ws-money-line.
           05 ws-ml-label                pic x(34).
           05 ws-ml-amount               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(51)
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
           perform 040-load-customer-master.
           perform 045-load-sku-master.
           perform 060-load-ledger.
           perform 100-read-layaway.
           perform 120-read-sandl.
           perform 140-read-voids.
           perform 160-read-returns.
           perform 180-read-exchanges.
           perform 300-expire-old-points
               varying ws-lp-idx from 1 by 1
               until ws-lp-idx > ws-lp-count.
           if ws-lp-dropped > 0
               display "Program34: points ledger full - "
                   ws-lp-dropped " entr(ies) not carried"
           end-if.
           perform 330-sort-ledger.
           open output statement-file.
           move ws-statement-start to ws-sh-start.
           move ws-nl-date to ws-sh-end.
           move ws-statement-header to statement-line.
           write statement-line.
           perform 400-roll-up-one-entry
               varying ws-lp-idx from 1 by 1
               until ws-lp-idx > ws-lp-count.
           if ws-cb-first equal "N"
               perform 420-line-break
               perform 450-customer-break
           end-if.
           move ws-statement-lines to wt-record-count.
           move ws-statement-hash to wt-points-hash.
           move ws-trailer-line to statement-line.
           write statement-line.
           close statement-file.
           perform 500-print-liability.
           perform 360-rewrite-ledger.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and settings from the
      * environment - falls back to the current relative layout when
      * the directory variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM34_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program34-dir
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
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-project2-dir delimited by space
               "/exchanges.dat" delimited by size
               into ws-exchange-path.
           string ws-program14-dir delimited by space
               "/layaway.dat" delimited by size
               into ws-layaway-path.
           string ws-group-dir delimited by space
               "/customerMaster.dat" delimited by size
               into ws-customer-master-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-program34-dir delimited by space
               "/pointsLedger.dat" delimited by size
               into ws-ledger-path.
           string ws-program34-dir delimited by space
               "/loyaltyStatement.dat" delimited by size
               into ws-statement-path.
           string ws-program34-dir delimited by space
               "/loyaltyLiability.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "POINTS_PER_DOLLAR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-points-per-dollar-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "LOYALTY_EXPIRY_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-expiry-days-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "POINTS_REDEMPTION_RATE"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-redemption-rate-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run posts
      * the day it is processing
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
      * Day serials for the statement period, the expiry line, the
      * expiring-soon line and the ledger's retention - a line is
      * only dropped once it has expired and a month has passed, so
      * the expiry itself still shows on a statement
      ******************************************************************
       003-set-windows.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-expire-before-serial =
               ws-today-serial - ws-expiry-days-cnst
               on size error move 0 to ws-expire-before-serial
           end-compute.
           compute ws-soon-before-serial =
               ws-expire-before-serial + ws-soon-days-cnst.
           compute ws-keep-from-serial =
               ws-expire-before-serial - 31
               on size error move 0 to ws-keep-from-serial
           end-compute.
           move ws-nl-date to ws-statement-start.
           move "01" to ws-statement-start(5:2).
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "STATEMENT_START"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer(1:6) to ws-statement-start
           end-if.
           if ws-statement-start > ws-nl-date
               move ws-nl-date to ws-statement-start
           end-if.
           move ws-statement-start to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-statement-start-serial.
      ******************************************************************
      * Loads the customer master for names - a missing master only
      * costs the name on the statement
      ******************************************************************
       040-load-customer-master.
           open input customer-master-file.
           if ws-customer-status equal "00"
               read customer-master-file
                   at end move "y" to ws-customer-eof-flag
               end-read
               perform 041-customer-master-loop
                   until ws-customer-eof-flag = 'y'
               close customer-master-file
           end-if.
       041-customer-master-loop.
           if ws-cust-count < 2000
               add 1 to ws-cust-count
               move cu-customer-number
                   to ws-cu-number-tbl(ws-cust-count)
               move cu-customer-name
                   to ws-cu-name-tbl(ws-cust-count)
           end-if.
           read customer-master-file
               at end move "y" to ws-customer-eof-flag.
      ******************************************************************
      * Loads the SKU master for exchange pricing
      ******************************************************************
       045-load-sku-master.
           open input sku-master-file.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
           perform 046-sku-master-loop
               until ws-sku-eof-flag = 'y'.
           close sku-master-file.
       046-sku-master-loop.
           if ws-sku-count < 500
               add 1 to ws-sku-count
               move skm-sku-code to ws-sku-tbl(ws-sku-count)
               move skm-unit-price to ws-sku-price-tbl(ws-sku-count)
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the points ledger with today's postings taken back off,
      * so a same-day rerun replaces its day instead of doubling it.
      * A first-ever run has no file yet, which is an empty table,
      * not an error
      ******************************************************************
       060-load-ledger.
           open input ledger-file.
           if ws-ledger-status equal "00"
               read ledger-file
                   at end move "y" to ws-ledger-eof-flag
               end-read
               perform 061-ledger-load-loop
                   until ws-ledger-eof-flag = 'y'
               close ledger-file
           end-if.
       061-ledger-load-loop.
           if lp-post-date not equal ws-nl-date
               if ws-lp-count < 9000
                   add 1 to ws-lp-count
                   move lp-customer-number
                       to ws-lp-customer(ws-lp-count)
                   move lp-invoice-number to ws-lp-invoice(ws-lp-count)
                   move lp-sku-code to ws-lp-sku(ws-lp-count)
                   move lp-post-date to ws-lp-post-date(ws-lp-count)
                   move lp-entry-type to ws-lp-type(ws-lp-count)
                   move lp-points to ws-lp-points(ws-lp-count)
                   move lp-amount to ws-lp-amount(ws-lp-count)
               else
                   add 1 to ws-lp-dropped
               end-if
           end-if.
           read ledger-file
               at end move "y" to ws-ledger-eof-flag.
      ******************************************************************
      * Today's layaway deposits - held against the invoice, with no
      * points yet, until the final pickup earns on them. Read
      * before the S&L stream so a layaway opened and picked up the
      * same day still earns on its deposit
      ******************************************************************
       100-read-layaway.
           open input layaway-file.
           if ws-layaway-status equal "00"
               read layaway-file
                   at end move "y" to ws-layaway-eof-flag
               end-read
               perform 110-layaway-loop
                   until ws-layaway-eof-flag = 'y'
               close layaway-file
           end-if.
       110-layaway-loop.
           if la-transaction-code equal "L"
           and la-event-deposit
               move la-customer-number to ws-work-customer
               move la-invoice-number to ws-work-invoice
               move la-sku-code to ws-work-sku
               move "H" to ws-work-type
               move 0 to ws-work-points
               move la-transaction-ammount to ws-work-amount
               perform 250-add-ledger-entry
           end-if.
           read layaway-file
               at end move "y" to ws-layaway-eof-flag.
      ******************************************************************
      * Today's S&L stream - a sale with a loyalty number earns on
      * its amount; a final pickup earns on its payment plus every
      * deposit the layaway held. The trailer is skipped
      ******************************************************************
       120-read-sandl.
           open input sandl-file.
           if ws-sandl-status equal "00"
               read sandl-file
                   at end move "y" to ws-sandl-eof-flag
               end-read
               perform 130-sandl-loop
                   until ws-sandl-eof-flag = 'y'
               close sandl-file
           end-if.
       130-sandl-loop.
           if sl-transaction-code not equal "T"
           and sl-customer-number not equal spaces
               move sl-transaction-ammount to ws-work-amount
               if sl-transaction-code equal "L"
               and sl-layaway-pickup
                   move 0 to ws-held-amount
                   perform varying ws-lp-scan from 1 by 1
                       until ws-lp-scan > ws-lp-count
                       if ws-lp-type(ws-lp-scan) equal "H"
                       and ws-lp-invoice(ws-lp-scan) equal
                           sl-invoice-number
                           add ws-lp-amount(ws-lp-scan)
                               to ws-held-amount
                       end-if
                   end-perform
                   add ws-held-amount to ws-work-amount
               end-if
               move sl-customer-number to ws-work-customer
               move sl-invoice-number to ws-work-invoice
               move sl-sku-code to ws-work-sku
               perform 240-post-earn
           end-if.
           read sandl-file
               at end move "y" to ws-sandl-eof-flag.
      ******************************************************************
      * Today's voids - the voided sale's points come back off in
      * full, up to what that invoice line still holds
      ******************************************************************
       140-read-voids.
           open input void-file.
           if ws-void-status equal "00"
               read void-file
                   at end move "y" to ws-void-eof-flag
               end-read
               perform 150-void-loop
                   until ws-void-eof-flag = 'y'
               close void-file
           end-if.
       150-void-loop.
           if vd-transaction-code equal "V"
               move vd-invoice-number to ws-find-invoice
               move vd-sku-code to ws-find-sku
               move "V" to ws-work-type
               move vd-transaction-ammount to ws-work-amount
               perform 220-post-reversal
           end-if.
           read void-file
               at end move "y" to ws-void-eof-flag.
      ******************************************************************
      * Today's returns - the refunded dollars' points come back off
      * the customer who earned on the original invoice, whatever
      * number (if any) the return itself carried
      ******************************************************************
       160-read-returns.
           open input returns-file.
           if ws-returns-status equal "00"
               read returns-file
                   at end move "y" to ws-returns-eof-flag
               end-read
               perform 170-returns-loop
                   until ws-returns-eof-flag = 'y'
               close returns-file
           end-if.
       170-returns-loop.
           if rt-transaction-code equal "R"
               move rt-invoice-number to ws-find-invoice
               move rt-sku-code to ws-find-sku
               move "R" to ws-work-type
               move rt-transaction-ammount to ws-work-amount
               perform 220-post-reversal
           end-if.
           read returns-file
               at end move "y" to ws-returns-eof-flag.
      ******************************************************************
      * Today's exchanges - the amount is the net difference, and the
      * two unit prices tell which way it went: a cheaper replacement
      * is money back to the customer, so its points come back off
      * the returned item's original invoice line; a dearer one is
      * more spent, and earns like a sale on the replacement
      ******************************************************************
       180-read-exchanges.
           open input exchange-file.
           if ws-exchange-status equal "00"
               read exchange-file
                   at end move "y" to ws-exchange-eof-flag
               end-read
               perform 190-exchange-loop
                   until ws-exchange-eof-flag = 'y'
               close exchange-file
           end-if.
       190-exchange-loop.
           if ex-transaction-code equal "E"
               move 0 to ws-returned-price
               move 0 to ws-replacement-price
               perform varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-count
                   if ex-sku-code equal ws-sku-tbl(ws-sku-idx)
                       move ws-sku-price-tbl(ws-sku-idx)
                           to ws-returned-price
                   end-if
                   if ex-replacement-sku equal ws-sku-tbl(ws-sku-idx)
                       move ws-sku-price-tbl(ws-sku-idx)
                           to ws-replacement-price
                   end-if
               end-perform
               move ex-transaction-ammount to ws-work-amount
               if ws-replacement-price < ws-returned-price
                   move ex-invoice-number to ws-find-invoice
                   move ex-sku-code to ws-find-sku
                   move "X" to ws-work-type
                   perform 220-post-reversal
               end-if
               if ws-replacement-price > ws-returned-price
                   move ex-invoice-number to ws-find-invoice
                   move ex-sku-code to ws-find-sku
                   perform 200-find-earned-line
                   move ex-customer-number to ws-work-customer
                   if ws-work-customer equal spaces
                       move ws-find-customer to ws-work-customer
                   end-if
                   if ws-work-customer not equal spaces
                       move ex-invoice-number to ws-work-invoice
                       move ex-replacement-sku to ws-work-sku
                       perform 240-post-earn
                   end-if
               end-if
           end-if.
           read exchange-file
               at end move "y" to ws-exchange-eof-flag.
      ******************************************************************
      * Finds who earned on an invoice line and what the line still
      * holds - everything earned on it less everything already
      * taken back or expired
      ******************************************************************
       200-find-earned-line.
           move "N" to ws-line-earned.
           move spaces to ws-find-customer.
           move 0 to ws-line-remaining.
           move 0 to ws-line-earn-date.
           perform varying ws-lp-scan from 1 by 1
               until ws-lp-scan > ws-lp-count
               if ws-lp-invoice(ws-lp-scan) equal ws-find-invoice
               and ws-lp-sku(ws-lp-scan) equal ws-find-sku
               and ws-lp-type(ws-lp-scan) not equal "H"
                   add ws-lp-points(ws-lp-scan) to ws-line-remaining
                   if ws-lp-type(ws-lp-scan) equal "E"
                       move "Y" to ws-line-earned
                       move ws-lp-customer(ws-lp-scan)
                           to ws-find-customer
                       if ws-lp-post-date(ws-lp-scan) >
                           ws-line-earn-date
                           move ws-lp-post-date(ws-lp-scan)
                               to ws-line-earn-date
                       end-if
                   end-if
               end-if
           end-perform.
      ******************************************************************
      * Takes a refund's points back off the original invoice line -
      * capped at what the line still holds, so points are never
      * taken back twice or from a line that never earned any. A
      * refund against an invoice no loyalty number earned on is
      * counted and charges no one
      ******************************************************************
       220-post-reversal.
           perform 200-find-earned-line.
           if ws-line-earned equal "N"
               add 1 to ws-no-earn-count
           else
               compute ws-work-points =
                   ws-work-amount * ws-points-per-dollar-cnst
               if ws-work-points > ws-line-remaining
                   move ws-line-remaining to ws-work-points
               end-if
               if ws-work-points > 0
                   add ws-work-points to ws-reversed-today
                   compute ws-work-points = 0 - ws-work-points
                   move ws-find-customer to ws-work-customer
                   move ws-find-invoice to ws-work-invoice
                   move ws-find-sku to ws-work-sku
                   perform 250-add-ledger-entry
               end-if
           end-if.
      ******************************************************************
      * Earns on a sale - whole points, fractions dropped
      ******************************************************************
       240-post-earn.
           move "E" to ws-work-type.
           compute ws-work-points =
               ws-work-amount * ws-points-per-dollar-cnst.
           if ws-work-points > 0
               add ws-work-points to ws-earned-today
               perform 250-add-ledger-entry
           end-if.
       250-add-ledger-entry.
           if ws-lp-count < 9000
               add 1 to ws-lp-count
               move ws-work-customer to ws-lp-customer(ws-lp-count)
               move ws-work-invoice to ws-lp-invoice(ws-lp-count)
               move ws-work-sku to ws-lp-sku(ws-lp-count)
               move ws-nl-date to ws-lp-post-date(ws-lp-count)
               move ws-work-type to ws-lp-type(ws-lp-count)
               move ws-work-points to ws-lp-points(ws-lp-count)
               move ws-work-amount to ws-lp-amount(ws-lp-count)
           else
               add 1 to ws-lp-dropped
           end-if.
      ******************************************************************
      * Expiry - an invoice line whose latest earning is older than
      * the expiry window and still holds points loses them today.
      * Each line is settled once, at its first earn entry
      ******************************************************************
       300-expire-old-points.
           if ws-lp-type(ws-lp-idx) equal "E"
               move ws-lp-invoice(ws-lp-idx) to ws-find-invoice
               move ws-lp-sku(ws-lp-idx) to ws-find-sku
               move "N" to ws-sort-done
               perform varying ws-lp-scan from 1 by 1
                   until ws-lp-scan >= ws-lp-idx
                   if ws-lp-type(ws-lp-scan) equal "E"
                   and ws-lp-invoice(ws-lp-scan) equal ws-find-invoice
                   and ws-lp-sku(ws-lp-scan) equal ws-find-sku
                       move "Y" to ws-sort-done
                   end-if
               end-perform
               if ws-sort-done equal "N"
                   perform 200-find-earned-line
                   move ws-line-earn-date to ws-serial-date
                   perform 800-date-to-serial
                   if ws-serial < ws-expire-before-serial
                   and ws-line-remaining > 0
                       add ws-line-remaining to ws-expired-today
                       compute ws-work-points = 0 - ws-line-remaining
                       move "D" to ws-work-type
                       move 0 to ws-work-amount
                       move ws-find-customer to ws-work-customer
                       move ws-find-invoice to ws-work-invoice
                       move ws-find-sku to ws-work-sku
                       perform 250-add-ledger-entry
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Insertion sort on customer, invoice, SKU and posting date, so
      * each customer's invoice lines sit together for the statement
      * and the rewrite
      ******************************************************************
       330-sort-ledger.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-lp-count.
       331-sort-pass.
           move ws-lp-entry(ws-sort-i) to ws-lp-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-lp-temp to ws-lp-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-lp-key(ws-sort-j - 1) > ws-lpt-key
                   move ws-lp-entry(ws-sort-j - 1)
                       to ws-lp-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Writes the ledger back - an invoice line is dropped whole
      * once its newest entry has passed the retention line, by
      * which time it has either been taken back or expired to
      * zero; a held deposit ages out the same way
      ******************************************************************
       360-rewrite-ledger.
           open output ledger-file.
           move 0 to ws-group-end.
           perform 370-write-ledger-record
               varying ws-lp-idx from 1 by 1
               until ws-lp-idx > ws-lp-count.
           close ledger-file.
       370-write-ledger-record.
           if ws-lp-idx > ws-group-end
               perform 380-measure-group
           end-if.
           if ws-group-keep equal "Y"
               move ws-lp-customer(ws-lp-idx) to lp-customer-number
               move ws-lp-invoice(ws-lp-idx) to lp-invoice-number
               move ws-lp-sku(ws-lp-idx) to lp-sku-code
               move ws-lp-post-date(ws-lp-idx) to lp-post-date
               move ws-lp-type(ws-lp-idx) to lp-entry-type
               move ws-lp-points(ws-lp-idx) to lp-points
               move ws-lp-amount(ws-lp-idx) to lp-amount
               write ledger-line
           end-if.
       380-measure-group.
           move ws-lp-idx to ws-group-end.
           move ws-lp-post-date(ws-lp-idx) to ws-cb-line-max-date.
           move "N" to ws-sort-done.
           perform 381-extend-group
               until ws-sort-done equal "Y".
           move ws-cb-line-max-date to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial < ws-keep-from-serial
               move "N" to ws-group-keep
           else
               move "Y" to ws-group-keep
           end-if.
       381-extend-group.
           if ws-group-end >= ws-lp-count
               move "Y" to ws-sort-done
           else
               if ws-lp-key(ws-group-end + 1)(1:32) equal
                   ws-lp-key(ws-lp-idx)(1:32)
                   add 1 to ws-group-end
                   if ws-lp-post-date(ws-group-end) >
                       ws-cb-line-max-date
                       move ws-lp-post-date(ws-group-end)
                           to ws-cb-line-max-date
                   end-if
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * The statement pass - control breaks on invoice line inside
      * customer. Held deposits carry no points and are passed over
      ******************************************************************
       400-roll-up-one-entry.
           if ws-lp-type(ws-lp-idx) not equal "H"
           and ws-lp-customer(ws-lp-idx) not equal spaces
               if ws-cb-first equal "Y"
                   move "N" to ws-cb-first
                   perform 410-start-customer
                   perform 415-start-line
               else
                   if ws-lp-customer(ws-lp-idx) not equal
                       ws-cb-customer
                       perform 420-line-break
                       perform 450-customer-break
                       perform 410-start-customer
                       perform 415-start-line
                   else
                       if ws-lp-key(ws-lp-idx)(1:32) not equal
                           ws-cb-line-key
                           perform 420-line-break
                           perform 415-start-line
                       end-if
                   end-if
               end-if
               perform 430-add-entry
           end-if.
       410-start-customer.
           move ws-lp-customer(ws-lp-idx) to ws-cb-customer.
           move 0 to ws-cb-opening.
           move 0 to ws-cb-earned.
           move 0 to ws-cb-reversed.
           move 0 to ws-cb-expired.
           move 0 to ws-cb-soon.
       415-start-line.
           move ws-lp-key(ws-lp-idx)(1:32) to ws-cb-line-key.
           move 0 to ws-cb-line-sum.
           move 0 to ws-cb-line-earn-date.
      ******************************************************************
      * An invoice line still holding points whose earning falls
      * inside the next month's expiry is counted as expiring soon
      ******************************************************************
       420-line-break.
           if ws-cb-line-sum > 0
           and ws-cb-line-earn-date > 0
               move ws-cb-line-earn-date to ws-serial-date
               perform 800-date-to-serial
               if ws-serial < ws-soon-before-serial
                   add ws-cb-line-sum to ws-cb-soon
               end-if
           end-if.
       430-add-entry.
           add ws-lp-points(ws-lp-idx) to ws-cb-line-sum.
           if ws-lp-type(ws-lp-idx) equal "E"
           and ws-lp-post-date(ws-lp-idx) > ws-cb-line-earn-date
               move ws-lp-post-date(ws-lp-idx) to ws-cb-line-earn-date
           end-if.
           move ws-lp-post-date(ws-lp-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial < ws-statement-start-serial
               add ws-lp-points(ws-lp-idx) to ws-cb-opening
           else
               if ws-lp-type(ws-lp-idx) equal "E"
                   add ws-lp-points(ws-lp-idx) to ws-cb-earned
               else
                   if ws-lp-type(ws-lp-idx) equal "D"
                       subtract ws-lp-points(ws-lp-idx)
                           from ws-cb-expired
                   else
                       subtract ws-lp-points(ws-lp-idx)
                           from ws-cb-reversed
                   end-if
               end-if
           end-if.
      ******************************************************************
      * One statement line per customer with points or activity in
      * the statement period
      ******************************************************************
       450-customer-break.
           compute ws-cb-closing = ws-cb-opening + ws-cb-earned
               - ws-cb-reversed - ws-cb-expired.
           add ws-cb-closing to ws-tot-outstanding.
           add ws-cb-soon to ws-tot-soon.
           if ws-cb-closing > 0
               add 1 to ws-customers-with-points
           end-if.
           if ws-cb-closing not equal 0
           or ws-cb-earned > 0
           or ws-cb-reversed > 0
           or ws-cb-expired > 0
               move spaces to statement-line
               move "D" to st-record-type
               move ws-cb-customer to st-customer-number
               move spaces to st-customer-name
               perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
                   if ws-cu-number-tbl(ws-cust-idx) equal
                       ws-cb-customer
                       move ws-cu-name-tbl(ws-cust-idx)
                           to st-customer-name
                   end-if
               end-perform
               move ws-cb-opening to st-opening-points
               move ws-cb-earned to st-earned-points
               move ws-cb-reversed to st-reversed-points
               move ws-cb-expired to st-expired-points
               move ws-cb-closing to st-closing-points
               move ws-cb-soon to st-expiring-soon
               write statement-line
               add 1 to ws-statement-lines
               if ws-cb-closing > 0
                   add ws-cb-closing to ws-statement-hash
               end-if
           end-if.
      ******************************************************************
      * The liability summary for finance - outstanding points at
      * the redemption rate, with the day's movement behind them
      ******************************************************************
       500-print-liability.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Points Per Dollar:" to ws-sl-label.
           move ws-points-per-dollar-cnst to ws-sl-value.
           write report-line from ws-setting-line.
           move "Redemption Value Per Point:" to ws-sl-label.
           move ws-redemption-rate-cnst to ws-sl-value.
           write report-line from ws-setting-line.
           move "Expiry Window (days):" to ws-sl-label.
           move ws-expiry-days-cnst to ws-sl-value.
           write report-line from ws-setting-line.
           write report-line from ws-star-line.
           move "Points Earned Today:" to ws-tl-label.
           move ws-earned-today to ws-tl-count.
           write report-line from ws-total-line.
           move "Points Taken Back Today:" to ws-tl-label.
           move ws-reversed-today to ws-tl-count.
           write report-line from ws-total-line.
           move "Points Expired Today:" to ws-tl-label.
           move ws-expired-today to ws-tl-count.
           write report-line from ws-total-line.
           move "Refunds With No Points Earned:" to ws-tl-label.
           move ws-no-earn-count to ws-tl-count.
           write report-line from ws-total-line.
           write report-line from ws-star-line.
           move "Customers Holding Points:" to ws-tl-label.
           move ws-customers-with-points to ws-tl-count.
           write report-line from ws-total-line.
           move "Points Outstanding:" to ws-tl-label.
           move ws-tot-outstanding to ws-tl-count.
           write report-line from ws-total-line.
           compute ws-liability-amount rounded =
               ws-tot-outstanding * ws-redemption-rate-cnst.
           move "Liability At Redemption Rate:" to ws-ml-label.
           move ws-liability-amount to ws-ml-amount.
           write report-line from ws-money-line.
           move "Points Expiring Within 30 Days:" to ws-tl-label.
           move ws-tot-soon to ws-tl-count.
           write report-line from ws-total-line.
           compute ws-liability-amount rounded =
               ws-tot-soon * ws-redemption-rate-cnst.
           move "Value Expiring Within 30 Days:" to ws-ml-label.
           move ws-liability-amount to ws-ml-amount.
           write report-line from ws-money-line.
           move "Statement Lines Written:" to ws-tl-label.
           move ws-statement-lines to ws-tl-count.
           write report-line from ws-total-line.
           close report-file.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so the expiry window crosses month and year ends
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
      * End of Group 4 - Program #34
      ******************************************************************
       end program Program34.
