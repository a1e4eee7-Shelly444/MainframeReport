      ******************************************************************
      * Group 4 - Program #41
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Outbound price book to the store registers. Program13 brings
      * the registers' upload in, but reprices keyed through Program17
      * and promotions on promoMaster.dat were still phoned to the
      * stores and keyed into each register by hand, which is why
      * Program1's price-variance check fired on the first day of
      * every reprice. This program works out, for every open store,
      * the price each SKU will ring at tomorrow - the price history
      * in force on the date, or a promotion covering the SKU at that
      * store (a store's own promotion ahead of a chain-wide one) -
      * and writes one price book per store in the same batch header
      * and control trailer framing the stores' transmissions use.
      * A nightly run sends the changes only: every SKU whose price
      * at the store changes tomorrow, plus SKUs added or
      * discontinued since the last book, judged against
      * priceBookSku.dat, the catalog as it stood when the last book
      * went out. With PRICE_BOOK_MODE set to FULL - or no catalog
      * snapshot on file yet - the whole active catalog is sent
      * instead, so a register can be rebuilt from scratch. The
      * summary report shows how many price lines went to each
      * store.
      ******************************************************************
       identification division.
       program-id. Program41.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM41_DATA_DIR /
      * GROUP_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set); the price
      * book path is rebuilt per store before each open
            select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select price-hist-file
               assign to ws-price-hist-path
               organization is line sequential
               file status is ws-price-hist-status.

           select promo-master-file
               assign to ws-promo-master-path
               organization is line sequential
               file status is ws-promo-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential.

           select snapshot-file
               assign to ws-snapshot-path
               organization is line sequential
               file status is ws-snapshot-status.

           select book-file
               assign to ws-book-path
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
               88 skm-active value "A".
               88 skm-discontinued value "D".
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
      *
      * Program17's price history - one record per price ever put in
      * force, under its effective date
       fd price-hist-file
           data record is price-hist-line
           record contains 28 characters.
      *
       01 price-hist-line.
           05 ph-sku-code                       pic x(15).
           05 ph-effective-date                 pic 9(6).
           05 ph-unit-price                     pic 9(5)v99.
      *
      * Promotional pricing - a markdown in force for a SKU at a
      * store (store 00 is chain-wide) between its start and end
      * dates
       fd promo-master-file
           data record is promo-master-line
           record contains 36 characters.
      *
       01 promo-master-line.
           05 pm-sku-code                       pic x(15).
           05 pm-store-number                   pic 99.
           05 pm-promo-price                    pic 9(5)v99.
           05 pm-start-date                     pic 9(6).
           05 pm-end-date                       pic 9(6).
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
      * The catalog as it stood when the last price book went out -
      * SKU and status - so an add or a discontinue is sent once,
      * however many nights pass between Program17 and this run
       fd snapshot-file
           data record is snapshot-line
           record contains 16 characters.
      *
       01 snapshot-line.
           05 ss-sku-code                       pic x(15).
           05 ss-status                         pic x.
      *
      * One price book per store - batch header, price lines and
      * control trailer, 75 bytes wide like the transmissions
       fd book-file
           data record is book-line
           record contains 75 characters.
      *
       01 book-line                         pic x(75).
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
       77 ws-program41-dir              pic x(60)
           value "../../../data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-sku-master-path            pic x(80).
       01 ws-price-hist-path            pic x(80).
       01 ws-promo-master-path          pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-snapshot-path              pic x(80).
       01 ws-book-path                  pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-price-hist-status          pic xx.
       77 ws-promo-status               pic xx.
       77 ws-snapshot-status            pic xx.
       01 ws-flags.
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-price-hist-eof-flag     pic x
               value "n".
           05 ws-promo-eof-flag          pic x
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
           05 ws-snapshot-eof-flag       pic x
               value "n".
           05 ws-snapshot-on-file        pic x
               value "N".
      ******************************************************************
      * Run mode - C sends the changes only, F the whole active
      * catalog; set PRICE_BOOK_MODE to FULL for a periodic refresh
      ******************************************************************
       77 ws-book-mode                  pic x
           value "C".
           88 ws-mode-changes value "C".
           88 ws-mode-full value "F".
       77 ws-book-file-prefix           pic x(10)
           value "/priceBook".
       77 ws-book-file-suffix           pic x(4)
           value ".trn".
      ******************************************************************
      * The SKU master, with each SKU's regular price in force today
      * and tomorrow off the price history, whether any promotion
      * names it, and its status on the last catalog snapshot
      ******************************************************************
       01 ws-sku-tbl.
           05 ws-sku-entry occurs 5000 times.
               10 ws-sk-tbl-code             pic x(15).
               10 ws-sk-tbl-desc             pic x(20).
               10 ws-sk-tbl-dept             pic 99.
               10 ws-sk-tbl-status           pic x.
               10 ws-sk-tbl-last-status      pic x.
               10 ws-sk-tbl-has-promo        pic x.
               10 ws-sk-tbl-reg-today        pic 9(5)v99.
               10 ws-sk-tbl-eff-today        pic 9(6).
               10 ws-sk-tbl-reg-tmrw         pic 9(5)v99.
               10 ws-sk-tbl-eff-tmrw         pic 9(6).
       77 ws-sku-count                  pic 9(4)
           value 0.
       77 ws-sku-idx                    pic 9(4)
           value 0.
       77 ws-sku-match                  pic 9(4)
           value 0.
       77 ws-sku-dropped                pic 9(4)
           value 0.
      ******************************************************************
      * Promotions, loaded once - the same table shape Program1 uses
      * for its variance check
      ******************************************************************
       77 ws-pm-sku-tbl occurs 500 times    pic x(15).
       77 ws-pm-store-tbl occurs 500 times  pic 99.
       77 ws-pm-price-tbl occurs 500 times  pic 9(5)v99.
       77 ws-pm-start-tbl occurs 500 times  pic 9(6).
       77 ws-pm-end-tbl occurs 500 times    pic 9(6).
       77 ws-promo-count                pic 999
           value 0.
       77 ws-promo-idx                  pic 999
           value 0.
       77 ws-promo-dropped              pic 9(4)
           value 0.
      ******************************************************************
      * Open stores off the store master, with the lines sent to each
      * for the summary report
      ******************************************************************
       01 ws-store-tbl-area.
           05 ws-bs-entry occurs 99 times.
               10 ws-bs-on-file              pic x.
               10 ws-bs-name                 pic x(20).
               10 ws-bs-status               pic x.
               10 ws-bs-price-lines          pic 9(5).
               10 ws-bs-add-lines            pic 9(5).
               10 ws-bs-disc-lines           pic 9(5).
               10 ws-bs-full-lines           pic 9(5).
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-this-store                 pic 99
           value 0.
      ******************************************************************
      * Price lookup work fields - the date and store asked about,
      * and the price, promotion flag and promotion end found
      ******************************************************************
       77 ws-look-date                  pic 9(6)
           value 0.
       77 ws-look-price                 pic 9(5)v99
           value 0.
       77 ws-look-promo                 pic x
           value "N".
       77 ws-look-promo-end             pic 9(6)
           value 0.
       77 ws-look-promo-store           pic 99
           value 0.
       77 ws-look-promo-start           pic 9(6)
           value 0.
       77 ws-price-today                pic 9(5)v99
           value 0.
       77 ws-price-tmrw                 pic 9(5)v99
           value 0.
       77 ws-line-type                  pic x
           value space.
      ******************************************************************
      * The price line as it goes to the register - P a price change,
      * A an added (or reactivated) SKU, D a discontinued SKU, F a
      * full-refresh line; the price is what the SKU rings at from
      * the effective date, with the regular price beside it and the
      * promotion's last day when a promotion sets it
      ******************************************************************
       01 ws-book-record.
           05 pb-line-type               pic x.
           05 pb-sku-code                pic x(15).
           05 pb-description             pic x(20).
           05 pb-dept-code               pic 99.
           05 pb-price                   pic 9(5)v99.
           05 pb-regular-price           pic 9(5)v99.
           05 pb-promo-flag              pic x.
           05 pb-effective-date          pic 9(6).
           05 pb-promo-end-date          pic 9(6).
           05 filler                     pic x(10)
               value spaces.
      ******************************************************************
      * Batch header and trailer - the shapes Program13 writes on the
      * stores' transmissions; the header date is the date the book
      * takes effect
      ******************************************************************
       01 ws-batch-header-line.
           05 bh-code                    pic x
               value "H".
           05 bh-store-number            pic 99.
           05 bh-trans-date              pic 9(6).
           05 bh-seq-number              pic 9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-batch-trailer-line.
           05 bt-code                    pic x
               value "T".
           05 bt-record-count            pic 9(6).
           05 bt-amount-hash             pic 9(11)v99.
           05 filler                     pic x(55)
               value spaces.
       77 ws-book-rec-count             pic 9(6)
           value 0.
       77 ws-book-amt-hash              pic 9(11)v99
           value 0.
      ******************************************************************
      * The day the book takes effect - the business date plus one,
      * across a month or year end, February counting 29 in a leap
      * year
      ******************************************************************
       01 ws-month-days-values.
           05 filler pic x(12) value "312831303130".
           05 filler pic x(12) value "313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days occurs 12 times pic 99.
       01 ws-tomorrow.
           05 ws-tm-yy                   pic 99.
           05 ws-tm-mm                   pic 99.
           05 ws-tm-dd                   pic 99.
       01 ws-tomorrow-date redefines ws-tomorrow pic 9(6).
       77 ws-days-in-month              pic 99
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9
           value 0.
      ******************************************************************
      * Chain totals and run counts
      ******************************************************************
       77 ws-books-written              pic 999
           value 0.
       77 ws-chain-price-lines          pic 9(6)
           value 0.
       77 ws-chain-add-lines            pic 9(6)
           value 0.
       77 ws-chain-disc-lines           pic 9(6)
           value 0.
       77 ws-chain-full-lines           pic 9(6)
           value 0.
       77 ws-store-lines                pic 9(6)
           value 0.
       77 ws-snapshot-written           pic 9(5)
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
               value "   Register Price Book".
           05 filler                     pic x(18)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(35)
               value
       "***********************************".
       01 ws-mode-line.
           05 filler                     pic x(20)
               value "Books Effective:    ".
           05 ws-ml-effective            pic 9(6).
           05 filler                     pic x(10)
               value "    Mode: ".
           05 ws-ml-mode                 pic x(30).
           05 filler                     pic x(29)
               value spaces.
       77 ws-mode-changes-text-cnst     pic x(30)
           value "CHANGES SINCE LAST BOOK".
       77 ws-mode-full-text-cnst        pic x(30)
           value "FULL CATALOG REFRESH".
       77 ws-mode-first-text-cnst       pic x(30)
           value "FULL CATALOG - FIRST BOOK".
       01 ws-column-headings-1.
           05 filler                     pic x(25)
               value "Store".
           05 filler                     pic x(11)
               value "     Prices".
           05 filler                     pic x(11)
               value "       Adds".
           05 filler                     pic x(11)
               value "   Discont.".
           05 filler                     pic x(11)
               value "       Full".
           05 filler                     pic x(11)
               value "      Total".
           05 filler                     pic x(15)
               value spaces.
       01 ws-store-line.
           05 ws-sl-store                pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-name                 pic x(20).
           05 filler                     pic x
               value space.
           05 ws-sl-price                pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-sl-add                  pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-sl-disc                 pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-sl-full                 pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-sl-total                pic zzz,zz9.
           05 filler                     pic x(15)
               value spaces.
       01 ws-chain-line.
           05 filler                     pic x(25)
               value "Chain".
           05 ws-cl-price                pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-cl-add                  pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-cl-disc                 pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-cl-full                 pic zzz,zz9.
           05 filler                     pic x(4)
               value spaces.
           05 ws-cl-total                pic zzz,zz9.
           05 filler                     pic x(15)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(52)
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
           perform 003-set-tomorrow.
           perform 040-load-store-master.
           perform 050-load-sku-master.
           perform 060-load-snapshot.
           if ws-snapshot-on-file equal "N"
               move "F" to ws-book-mode
           end-if.
           perform 070-load-price-history.
           perform 080-load-promo-master.
           perform 400-write-books
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           perform 600-rewrite-snapshot.
           perform 500-print-report.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and the run mode from the
      * environment - falls back to the current relative layout and
      * the changes-only book when nothing is set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM41_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program41-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-group-dir delimited by space
               "/skuPriceHist.dat" delimited by size
               into ws-price-hist-path.
           string ws-group-dir delimited by space
               "/promoMaster.dat" delimited by size
               into ws-promo-master-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           string ws-program41-dir delimited by space
               "/priceBookSku.dat" delimited by size
               into ws-snapshot-path.
           string ws-program41-dir delimited by space
               "/priceBook.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PRICE_BOOK_MODE"
               on exception continue
           end-accept.
           if ws-env-buffer(1:4) equal "FULL"
               move "F" to ws-book-mode
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
      * The book takes effect the day after the business date
      ******************************************************************
       003-set-tomorrow.
           move ws-nl-date to ws-tomorrow.
           if ws-tm-mm < 1 or ws-tm-mm > 12
               move 1 to ws-tm-mm
           end-if.
           move ws-month-days(ws-tm-mm) to ws-days-in-month.
           divide ws-tm-yy by 4 giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-tm-mm equal 2 and ws-leap-rem equal 0
               add 1 to ws-days-in-month
           end-if.
           if ws-tm-dd >= ws-days-in-month
               move 1 to ws-tm-dd
               if ws-tm-mm equal 12
                   move 1 to ws-tm-mm
                   if ws-tm-yy equal 99
                       move 0 to ws-tm-yy
                   else
                       add 1 to ws-tm-yy
                   end-if
               else
                   add 1 to ws-tm-mm
               end-if
           else
               add 1 to ws-tm-dd
           end-if.
      ******************************************************************
      * Open stores off the store master - a closed store gets no
      * book
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
               move "Y" to ws-bs-on-file(ws-store-idx)
               move sm-store-name to ws-bs-name(ws-store-idx)
               move sm-store-status to ws-bs-status(ws-store-idx)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * The SKU master - the master price stands as the regular price
      * until the price history says otherwise
      ******************************************************************
       050-load-sku-master.
           open input sku-master-file.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
           perform 051-sku-master-loop
               until ws-sku-eof-flag = 'y'.
           close sku-master-file.
           if ws-sku-dropped > 0
               display "Program41: SKU table full - "
                   ws-sku-dropped " SKU(s) left out of the books"
           end-if.
       051-sku-master-loop.
           if ws-sku-count < 5000
               add 1 to ws-sku-count
               move skm-sku-code to ws-sk-tbl-code(ws-sku-count)
               move skm-description to ws-sk-tbl-desc(ws-sku-count)
               move skm-dept-code to ws-sk-tbl-dept(ws-sku-count)
               move skm-status to ws-sk-tbl-status(ws-sku-count)
               move space to ws-sk-tbl-last-status(ws-sku-count)
               move "N" to ws-sk-tbl-has-promo(ws-sku-count)
               move skm-unit-price to ws-sk-tbl-reg-today(ws-sku-count)
               move skm-unit-price to ws-sk-tbl-reg-tmrw(ws-sku-count)
               move 0 to ws-sk-tbl-eff-today(ws-sku-count)
               move 0 to ws-sk-tbl-eff-tmrw(ws-sku-count)
           else
               add 1 to ws-sku-dropped
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * The catalog snapshot from the last book - none on file means
      * no book has gone out yet, and this run sends the full catalog
      ******************************************************************
       060-load-snapshot.
           open input snapshot-file.
           if ws-snapshot-status equal "00"
               move "Y" to ws-snapshot-on-file
               read snapshot-file
                   at end move "y" to ws-snapshot-eof-flag
               end-read
               perform 061-snapshot-loop
                   until ws-snapshot-eof-flag = 'y'
               close snapshot-file
           end-if.
       061-snapshot-loop.
           move ss-sku-code to ph-sku-code.
           perform 090-find-sku.
           if ws-sku-match > 0
               move ss-status to ws-sk-tbl-last-status(ws-sku-match)
           end-if.
           read snapshot-file
               at end move "y" to ws-snapshot-eof-flag.
      ******************************************************************
      * The price history, read straight through - for each SKU the
      * latest price effective on or before today, and on or before
      * tomorrow, is its regular price on that day
      ******************************************************************
       070-load-price-history.
           open input price-hist-file.
           if ws-price-hist-status equal "00"
               read price-hist-file
                   at end move "y" to ws-price-hist-eof-flag
               end-read
               perform 071-price-history-loop
                   until ws-price-hist-eof-flag = 'y'
               close price-hist-file
           end-if.
       071-price-history-loop.
           if ph-effective-date is numeric
           and ph-unit-price is numeric
               perform 090-find-sku
               if ws-sku-match > 0
                   if ph-effective-date not greater than ws-nl-date
                   and ph-effective-date not less than
                       ws-sk-tbl-eff-today(ws-sku-match)
                       move ph-unit-price
                           to ws-sk-tbl-reg-today(ws-sku-match)
                       move ph-effective-date
                           to ws-sk-tbl-eff-today(ws-sku-match)
                   end-if
                   if ph-effective-date not greater than
                       ws-tomorrow-date
                   and ph-effective-date not less than
                       ws-sk-tbl-eff-tmrw(ws-sku-match)
                       move ph-unit-price
                           to ws-sk-tbl-reg-tmrw(ws-sku-match)
                       move ph-effective-date
                           to ws-sk-tbl-eff-tmrw(ws-sku-match)
                   end-if
               end-if
           end-if.
           read price-hist-file
               at end move "y" to ws-price-hist-eof-flag.
      ******************************************************************
      * Promotions into their table - a shop with none running has no
      * file, which is an empty table; each SKU a promotion names is
      * marked so only those are looked up store by store
      ******************************************************************
       080-load-promo-master.
           open input promo-master-file.
           if ws-promo-status equal "00"
               read promo-master-file
                   at end move "y" to ws-promo-eof-flag
               end-read
               perform 081-promo-master-loop
                   until ws-promo-eof-flag = 'y'
               close promo-master-file
           end-if.
           if ws-promo-dropped > 0
               display "Program41: promotion table full - "
                   ws-promo-dropped " entr(ies) not loaded; "
                   "trim expired promotions from promoMaster.dat"
           end-if.
       081-promo-master-loop.
           if pm-end-date is numeric
           and pm-end-date not less than ws-nl-date
               if ws-promo-count < 500
                   add 1 to ws-promo-count
                   move pm-sku-code to ws-pm-sku-tbl(ws-promo-count)
                   move pm-store-number
                       to ws-pm-store-tbl(ws-promo-count)
                   move pm-promo-price
                       to ws-pm-price-tbl(ws-promo-count)
                   move pm-start-date
                       to ws-pm-start-tbl(ws-promo-count)
                   move pm-end-date to ws-pm-end-tbl(ws-promo-count)
                   move pm-sku-code to ph-sku-code
                   perform 090-find-sku
                   if ws-sku-match > 0
                       move "Y" to ws-sk-tbl-has-promo(ws-sku-match)
                   end-if
               else
                   add 1 to ws-promo-dropped
               end-if
           end-if.
           read promo-master-file
               at end move "y" to ws-promo-eof-flag.
      ******************************************************************
      * Finds the SKU in ph-sku-code on the table - ws-sku-match is
      * zero when it is not there
      ******************************************************************
       090-find-sku.
           move 0 to ws-sku-match.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               or ws-sku-match > 0
               if ph-sku-code equal ws-sk-tbl-code(ws-sku-idx)
                   move ws-sku-idx to ws-sku-match
               end-if
           end-perform.
      ******************************************************************
      * One price book per open store - header, the store's price
      * lines, and a control trailer with the line count and the
      * hash of the prices sent
      ******************************************************************
       400-write-books.
           if ws-bs-on-file(ws-store-idx) equal "Y"
           and ws-bs-status(ws-store-idx) equal "O"
               move ws-store-idx to ws-this-store
               move spaces to ws-book-path
               string ws-program41-dir delimited by space
                   ws-book-file-prefix delimited by size
                   ws-this-store delimited by size
                   ws-book-file-suffix delimited by size
                   into ws-book-path
               open output book-file
               move ws-this-store to bh-store-number
               move ws-tomorrow-date to bh-trans-date
               move 1 to bh-seq-number
               write book-line from ws-batch-header-line
               move 0 to ws-book-rec-count
               move 0 to ws-book-amt-hash
               perform 410-store-sku-line
                   varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-count
               move ws-book-rec-count to bt-record-count
               move ws-book-amt-hash to bt-amount-hash
               write book-line from ws-batch-trailer-line
               close book-file
               add 1 to ws-books-written
           end-if.
      ******************************************************************
      * One SKU for the store in hand - a full refresh sends every
      * active SKU; a changes book sends an add for an SKU that was
      * not active on the last book, a discontinue for one that was
      * and no longer is, and a price line where tomorrow's price at
      * this store differs from today's
      ******************************************************************
       410-store-sku-line.
           move space to ws-line-type.
           move ws-nl-date to ws-look-date.
           perform 420-price-at-store.
           move ws-look-price to ws-price-today.
           move ws-tomorrow-date to ws-look-date.
           perform 420-price-at-store.
           move ws-look-price to ws-price-tmrw.
           if ws-mode-full
               if ws-sk-tbl-status(ws-sku-idx) equal "A"
                   move "F" to ws-line-type
                   add 1 to ws-bs-full-lines(ws-store-idx)
               end-if
           else
               if ws-sk-tbl-status(ws-sku-idx) equal "A"
               and ws-sk-tbl-last-status(ws-sku-idx) not equal "A"
                   move "A" to ws-line-type
                   add 1 to ws-bs-add-lines(ws-store-idx)
               else
                   if ws-sk-tbl-status(ws-sku-idx) equal "D"
                   and ws-sk-tbl-last-status(ws-sku-idx) equal "A"
                       move "D" to ws-line-type
                       add 1 to ws-bs-disc-lines(ws-store-idx)
                   else
                       if ws-sk-tbl-status(ws-sku-idx) equal "A"
                       and ws-price-tmrw not equal ws-price-today
                           move "P" to ws-line-type
                           add 1 to ws-bs-price-lines(ws-store-idx)
                       end-if
                   end-if
               end-if
           end-if.
           if ws-line-type not equal space
               perform 430-write-book-line
           end-if.
      ******************************************************************
      * The price the SKU rings at in this store on ws-look-date - a
      * promotion covering the date wins over the regular price, the
      * store's own promotion over a chain-wide one, and the later
      * start between two at the same level
      ******************************************************************
       420-price-at-store.
           if ws-look-date equal ws-nl-date
               move ws-sk-tbl-reg-today(ws-sku-idx) to ws-look-price
           else
               move ws-sk-tbl-reg-tmrw(ws-sku-idx) to ws-look-price
           end-if.
           move "N" to ws-look-promo.
           move 0 to ws-look-promo-end.
           move 0 to ws-look-promo-store.
           move 0 to ws-look-promo-start.
           if ws-sk-tbl-has-promo(ws-sku-idx) equal "Y"
               perform varying ws-promo-idx from 1 by 1
                   until ws-promo-idx > ws-promo-count
                   if ws-pm-sku-tbl(ws-promo-idx) equal
                       ws-sk-tbl-code(ws-sku-idx)
                   and (ws-pm-store-tbl(ws-promo-idx) equal
                       ws-this-store
                       or ws-pm-store-tbl(ws-promo-idx) equal 0)
                   and ws-pm-start-tbl(ws-promo-idx) not greater than
                       ws-look-date
                   and ws-pm-end-tbl(ws-promo-idx) not less than
                       ws-look-date
                   and ws-pm-price-tbl(ws-promo-idx) > 0
                       perform 425-take-promotion
                   end-if
               end-perform
           end-if.
       425-take-promotion.
           if ws-look-promo equal "N"
           or ws-pm-store-tbl(ws-promo-idx) > ws-look-promo-store
           or (ws-pm-store-tbl(ws-promo-idx) equal ws-look-promo-store
               and ws-pm-start-tbl(ws-promo-idx) >
                   ws-look-promo-start)
               move "Y" to ws-look-promo
               move ws-pm-price-tbl(ws-promo-idx) to ws-look-price
               move ws-pm-end-tbl(ws-promo-idx) to ws-look-promo-end
               move ws-pm-store-tbl(ws-promo-idx)
                   to ws-look-promo-store
               move ws-pm-start-tbl(ws-promo-idx)
                   to ws-look-promo-start
           end-if.
      ******************************************************************
      * One price line - the lookup fields still hold tomorrow's
      * answer, which is the price the line puts in force
      ******************************************************************
       430-write-book-line.
           move ws-line-type to pb-line-type.
           move ws-sk-tbl-code(ws-sku-idx) to pb-sku-code.
           move ws-sk-tbl-desc(ws-sku-idx) to pb-description.
           move ws-sk-tbl-dept(ws-sku-idx) to pb-dept-code.
           move ws-price-tmrw to pb-price.
           move ws-sk-tbl-reg-tmrw(ws-sku-idx) to pb-regular-price.
           move ws-look-promo to pb-promo-flag.
           move ws-tomorrow-date to pb-effective-date.
           move ws-look-promo-end to pb-promo-end-date.
           write book-line from ws-book-record.
           add 1 to ws-book-rec-count.
           add ws-price-tmrw to ws-book-amt-hash.
      ******************************************************************
      * The catalog as this run left it, for the next night's book
      ******************************************************************
       600-rewrite-snapshot.
           open output snapshot-file.
           perform 610-write-snapshot-record
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count.
           close snapshot-file.
       610-write-snapshot-record.
           move ws-sk-tbl-code(ws-sku-idx) to ss-sku-code.
           move ws-sk-tbl-status(ws-sku-idx) to ss-status.
           write snapshot-line.
           add 1 to ws-snapshot-written.
      ******************************************************************
      * The summary - one line per store book with its line counts by
      * kind, the chain line, and the run counts
      ******************************************************************
       500-print-report.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-tomorrow-date to ws-ml-effective.
           if ws-snapshot-on-file equal "N"
               move ws-mode-first-text-cnst to ws-ml-mode
           else
               if ws-mode-full
                   move ws-mode-full-text-cnst to ws-ml-mode
               else
                   move ws-mode-changes-text-cnst to ws-ml-mode
               end-if
           end-if.
           write report-line from ws-mode-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 510-print-store-line
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 99.
           write report-line from ws-star-line.
           move ws-chain-price-lines to ws-cl-price.
           move ws-chain-add-lines to ws-cl-add.
           move ws-chain-disc-lines to ws-cl-disc.
           move ws-chain-full-lines to ws-cl-full.
           compute ws-store-lines = ws-chain-price-lines +
               ws-chain-add-lines + ws-chain-disc-lines +
               ws-chain-full-lines.
           move ws-store-lines to ws-cl-total.
           write report-line from ws-chain-line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Price Books Written:" to ws-tl-label.
           move ws-books-written to ws-tl-count.
           write report-line from ws-total-line.
           move "SKUs On Master:" to ws-tl-label.
           move ws-sku-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Promotions In Force Or Coming:" to ws-tl-label.
           move ws-promo-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Catalog Snapshot Records Written:" to ws-tl-label.
           move ws-snapshot-written to ws-tl-count.
           write report-line from ws-total-line.
           close report-file.
       510-print-store-line.
           if ws-bs-on-file(ws-store-idx) equal "Y"
           and ws-bs-status(ws-store-idx) equal "O"
               move ws-store-idx to ws-sl-store
               move ws-bs-name(ws-store-idx) to ws-sl-name
               move ws-bs-price-lines(ws-store-idx) to ws-sl-price
               move ws-bs-add-lines(ws-store-idx) to ws-sl-add
               move ws-bs-disc-lines(ws-store-idx) to ws-sl-disc
               move ws-bs-full-lines(ws-store-idx) to ws-sl-full
               compute ws-store-lines =
                   ws-bs-price-lines(ws-store-idx) +
                   ws-bs-add-lines(ws-store-idx) +
                   ws-bs-disc-lines(ws-store-idx) +
                   ws-bs-full-lines(ws-store-idx)
               move ws-store-lines to ws-sl-total
               add ws-bs-price-lines(ws-store-idx)
                   to ws-chain-price-lines
               add ws-bs-add-lines(ws-store-idx) to ws-chain-add-lines
               add ws-bs-disc-lines(ws-store-idx)
                   to ws-chain-disc-lines
               add ws-bs-full-lines(ws-store-idx)
                   to ws-chain-full-lines
               write report-line from ws-store-line
           end-if.
      ******************************************************************
      * End of Group 4 - Program #41
      ******************************************************************
       end program Program41.
