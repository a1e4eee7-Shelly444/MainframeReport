      ******************************************************************
      * Group 4 - Program #30
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Store replenishment suggestions. Program22 keeps on-hand per
      * store and SKU and Program3 extracts every unit sold, but store
      * reorders were still phoned in to the DC by the managers. This
      * program runs after Program22 each night. It keeps its own
      * daily unit-sales ledger from salesDetail.dat (salesDetail
      * only ever holds one day; a same-day rerun replaces its day and
      * days older than the sales window drop off), and for every
      * store/SKU on the replenishment settings file it takes on-hand
      * from onHandMoves.dat plus DC receipts dated after the business
      * date (shipped, not yet posted by Program22) as the stock
      * position. A min/max setting orders up to the max once the
      * position is at or below the min; a weeks-of-supply setting
      * turns the weekly sales rate over the window into the same two
      * figures. The suggested lines go to suggestedOrders.dat for the
      * DC to load, and the report lists each store's lines. A
      * discontinued SKU (status D) is never suggested and a store
      * closed on the store master gets no order at all. The sales
      * window is REPLEN_SALES_DAYS (default 28).
      ******************************************************************
       identification division.
       program-id. Program30.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM30_DATA_DIR /
      * PROGRAM22_DATA_DIR / PROJECT3_DATA_DIR / GROUP_DATA_DIR
      * environment variables (falling back to the current relative
      * layout when they are not set) instead of literal paths, so
      * this program can be pointed at a different data drop without
      * relinking
            select settings-file
               assign to ws-settings-path
               organization is line sequential
               file status is ws-settings-status.

           select sales-detail-file
               assign to ws-sales-detail-path
               organization is line sequential
               file status is ws-sales-detail-status.

           select velocity-file
               assign to ws-velocity-path
               organization is line sequential
               file status is ws-velocity-status.

           select moves-file
               assign to ws-moves-path
               organization is line sequential
               file status is ws-moves-status.

           select receipts-file
               assign to ws-receipts-path
               organization is line sequential
               file status is ws-receipts-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential.

           select order-file
               assign to ws-order-path
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
      * One setting per store and SKU - method M carries the min and
      * max in units, method W carries them in weeks of supply
       fd settings-file
           data record is settings-line
           record contains 34 characters.
      *
       01 settings-line.
           05 rs-store-number                   pic 99.
           05 rs-sku-code                       pic x(15).
           05 rs-method                         pic x.
               88 rs-method-min-max value "M".
               88 rs-method-weeks value "W".
           05 rs-min-qty                        pic 9(5).
           05 rs-max-qty                        pic 9(5).
           05 rs-min-weeks                      pic 9(2)v9.
           05 rs-max-weeks                      pic 9(2)v9.
      *
      * Program3's per-transaction extract - one unit sold per S line
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
      * Units sold per store, SKU and posting date across the window
       fd velocity-file
           data record is velocity-line
           record contains 28 characters.
      *
       01 velocity-line.
           05 vl-store-number                   pic 99.
           05 vl-sku-code                       pic x(15).
           05 vl-post-date                      pic 9(6).
           05 vl-units                          pic 9(5).
      *
       fd moves-file
           data record is moves-line
           record contains 28 characters.
      *
       01 moves-line.
           05 mv-store-number                   pic 99.
           05 mv-sku-code                       pic x(15).
           05 mv-post-date                      pic 9(6).
           05 mv-delta                          pic s9(5).
      *
      * The distribution center's receiving file - a record dated
      * after the business date is stock already on its way that
      * Program22 has not posted yet
       fd receipts-file
           data record is receipts-line
           record contains 28 characters.
      *
       01 receipts-line.
           05 rc-store-number                   pic 99.
           05 rc-sku-code                       pic x(15).
           05 rc-quantity                       pic 9(5).
           05 rc-receipt-date                   pic 9(6).
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
               88 skm-discontinued value "D".
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
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
      * The suggested-order file for the DC - one line per store and
      * SKU to ship, rewritten whole every night
       fd order-file
           data record is order-line
           record contains 28 characters.
      *
       01 order-line.
           05 so-store-number                   pic 99.
           05 so-sku-code                       pic x(15).
           05 so-order-date                     pic 9(6).
           05 so-quantity                       pic 9(5).
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
       77 ws-program30-dir              pic x(60)
           value "../../../data".
       77 ws-program22-dir              pic x(60)
           value "../../../../program22/data".
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
       01 ws-settings-path              pic x(80).
       01 ws-sales-detail-path          pic x(80).
       01 ws-velocity-path              pic x(80).
       01 ws-moves-path                 pic x(80).
       01 ws-receipts-path              pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-order-path                 pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-settings-status            pic xx.
       77 ws-sales-detail-status        pic xx.
       77 ws-velocity-status            pic xx.
       77 ws-moves-status               pic xx.
       77 ws-receipts-status            pic xx.
       01 ws-flags.
           05 ws-settings-eof-flag       pic x
               value "n".
           05 ws-sales-eof-flag          pic x
               value "n".
           05 ws-velocity-eof-flag       pic x
               value "n".
           05 ws-moves-eof-flag          pic x
               value "n".
           05 ws-receipts-eof-flag       pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
      ******************************************************************
      * The sales window in days - set REPLEN_SALES_DAYS in the
      * environment to change it without a recompile
      ******************************************************************
       77 ws-window-days-cnst           pic 999
           value 28.
      ******************************************************************
      * Store-master and SKU-master lookup tables
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       77 ws-store-status-tbl occurs 99 times   pic x.
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-desc-tbl occurs 500 times      pic x(20).
       77 ws-sku-status-tbl occurs 500 times    pic x.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
      ******************************************************************
      * The settings held whole, sorted by store and SKU, with the
      * stock position and sales built up alongside each one
      ******************************************************************
       01 ws-setting-tbl-area.
           05 ws-rs-entry occurs 3000 times.
               10 ws-rs-key.
                   15 ws-rs-store           pic 99.
                   15 ws-rs-sku             pic x(15).
               10 ws-rs-method              pic x.
               10 ws-rs-min-qty             pic 9(5).
               10 ws-rs-max-qty             pic 9(5).
               10 ws-rs-min-weeks           pic 9(2)v9.
               10 ws-rs-max-weeks           pic 9(2)v9.
               10 ws-rs-on-hand             pic s9(7).
               10 ws-rs-on-order            pic 9(7).
               10 ws-rs-sold                pic 9(7).
       01 ws-rs-temp.
           05 ws-rst-key                    pic x(17).
           05 filler                        pic x(38).
       77 ws-rs-count                   pic 9(4)
           value 0.
       77 ws-rs-idx                     pic 9(4)
           value 0.
       77 ws-rs-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * The whole unit-sales ledger - overflow is announced, never
      * swallowed
      ******************************************************************
       77 ws-vl-store-tbl occurs 9000 times     pic 99.
       77 ws-vl-sku-tbl occurs 9000 times       pic x(15).
       77 ws-vl-date-tbl occurs 9000 times      pic 9(6).
       77 ws-vl-units-tbl occurs 9000 times     pic 9(5).
       77 ws-vel-count                  pic 9(4)
           value 0.
       77 ws-vel-idx                    pic 9(4)
           value 0.
       77 ws-vel-dropped                pic 9(4)
           value 0.
      ******************************************************************
      * Insertion-sort work fields - stable, so a store/SKU set up
      * twice keeps its arrival order
      ******************************************************************
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * Today's units sold netted per store and SKU before they merge
      * over the ledger under today's posting date
      ******************************************************************
       77 ws-fr-store-tbl occurs 800 times      pic 99.
       77 ws-fr-sku-tbl occurs 800 times        pic x(15).
       77 ws-fr-units-tbl occurs 800 times      pic 9(5).
       77 ws-fresh-count                pic 999
           value 0.
       77 ws-fresh-idx                  pic 999
           value 0.
       77 ws-fresh-found                pic x
           value "N".
       77 ws-fresh-dropped              pic 9(4)
           value 0.
      ******************************************************************
      * Day-serial date arithmetic for the window - days since
      * 2000-01-01, the same rule the archive utility uses
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
       77 ws-window-from-serial         pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
      ******************************************************************
      * Suggestion work fields
      ******************************************************************
       77 ws-store-state                pic x
           value space.
       77 ws-sku-state                  pic x
           value space.
       77 ws-work-desc                  pic x(20)
           value spaces.
       77 ws-weekly-rate                pic 9(5)v99
           value 0.
       77 ws-order-point                pic 9(7)
           value 0.
       77 ws-order-up-to                pic 9(7)
           value 0.
       77 ws-position                   pic s9(8)
           value 0.
       77 ws-suggest-qty                pic s9(8)
           value 0.
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-cb-lines                   pic 9(4)
           value 0.
       77 ws-cb-units                   pic 9(7)
           value 0.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-suggest-count              pic 9(4)
           value 0.
       77 ws-suggest-units              pic 9(8)
           value 0.
       77 ws-closed-count               pic 9(4)
           value 0.
       77 ws-discontinued-count         pic 9(4)
           value 0.
       77 ws-unknown-count              pic 9(4)
           value 0.
       77 ws-rejected-count             pic 9(4)
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
               value "  Replenishment Suggestions".
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
       01 ws-window-line.
           05 filler                     pic x(20)
               value "Sales Window:       ".
           05 ws-wl-days                 pic zz9.
           05 filler                     pic x(5)
               value " days".
           05 filler                     pic x(72)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(22)
               value "Description".
           05 filler                     pic x(8)
               value " OnHand".
           05 filler                     pic x(8)
               value " OnOrdr".
           05 filler                     pic x(9)
               value "  Wk Rate".
           05 filler                     pic x(8)
               value "     Min".
           05 filler                     pic x(8)
               value "     Max".
           05 filler                     pic x(8)
               value " Suggest".
           05 filler                     pic x(5)
               value spaces.
       01 ws-detail-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-store                pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-desc                 pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-on-hand              pic zzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-on-order             pic zzzzzz9.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-rate                 pic zzzz9.99.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-min                  pic zzzzzz9.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-max                  pic zzzzzz9.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-suggest              pic zzzzzz9.
           05 filler                     pic x(6)
               value spaces.
       01 ws-store-break-line.
           05 filler                     pic x(15)
               value "   Store Total ".
           05 ws-sb-store                pic z9.
           05 filler                     pic x(9)
               value "   Lines:".
           05 ws-sb-lines                pic zzzz9.
           05 filler                     pic x(16)
               value "   Units To Ship".
           05 filler                     pic x(2)
               value ": ".
           05 ws-sb-units                pic zzzzzz9.
           05 filler                     pic x(44)
               value spaces.
       01 ws-total-1.
           05 filler                     pic x(30)
               value "Settings On File:             ".
           05 ws-t1-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-2.
           05 filler                     pic x(30)
               value "Lines Suggested:              ".
           05 ws-t2-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(30)
               value "Units Suggested:              ".
           05 ws-t3-count                pic zzzzzzz9.
           05 filler                     pic x(62)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(30)
               value "Skipped - Store Closed:       ".
           05 ws-t4-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-5.
           05 filler                     pic x(30)
               value "Skipped - SKU Discontinued:   ".
           05 ws-t5-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-6.
           05 filler                     pic x(30)
               value "Skipped - Not On Master:      ".
           05 ws-t6-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-7.
           05 filler                     pic x(30)
               value "Settings Rejected:            ".
           05 ws-t7-count                pic zzzz9.
           05 filler                     pic x(65)
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
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-window-from-serial =
               ws-today-serial - ws-window-days-cnst + 1
               on size error move 0 to ws-window-from-serial
           end-compute.
           perform 040-load-store-master.
           perform 045-load-sku-master.
           perform 050-load-settings.
           perform 070-sort-settings.
           perform 060-load-velocity.
           perform 100-read-sales-detail.
           perform 150-merge-fresh-sales
               varying ws-fresh-idx from 1 by 1
               until ws-fresh-idx > ws-fresh-count.
           perform 160-rewrite-velocity.
           perform 200-read-moves.
           perform 250-read-receipts.
           perform 300-roll-up-sales
               varying ws-vel-idx from 1 by 1
               until ws-vel-idx > ws-vel-count.
           open output order-file,
                       report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           move ws-window-days-cnst to ws-wl-days.
           write report-line from ws-window-line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 400-suggest-one-setting
               varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count.
           if ws-cb-first equal "N"
               perform 450-store-break
           end-if.
           perform 500-print-totals.
           close order-file,
                 report-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and the window from the
      * environment - falls back to the current relative layout when
      * the directory variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM30_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program30-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM22_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program22-dir
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
           string ws-program30-dir delimited by space
               "/replenSettings.dat" delimited by size
               into ws-settings-path.
           string ws-project3-dir delimited by space
               "/salesDetail.dat" delimited by size
               into ws-sales-detail-path.
           string ws-program30-dir delimited by space
               "/salesVelocity.dat" delimited by size
               into ws-velocity-path.
           string ws-program22-dir delimited by space
               "/onHandMoves.dat" delimited by size
               into ws-moves-path.
           string ws-program22-dir delimited by space
               "/dcReceipts.dat" delimited by size
               into ws-receipts-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           string ws-program30-dir delimited by space
               "/suggestedOrders.dat" delimited by size
               into ws-order-path.
           string ws-program30-dir delimited by space
               "/replenishment.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "REPLEN_SALES_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-window-days-cnst
           end-if.
           if ws-window-days-cnst equal 0
               move 28 to ws-window-days-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run
      * posts its sales and suggests under the day it is processing
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
      * Loads the store master for each store's open/closed status
      ******************************************************************
       040-load-store-master.
           open input store-master-file.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
           perform 041-store-master-loop
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       041-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-status
                   to ws-store-status-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * Loads the SKU master for description and status
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
               move skm-description to ws-sku-desc-tbl(ws-sku-count)
               move skm-status to ws-sku-status-tbl(ws-sku-count)
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the replenishment settings - no settings file means no
      * store/SKU is set up for suggestions yet, which still writes
      * an empty order file so yesterday's cannot be loaded twice. A
      * setting with an unknown method or non-numeric figures is
      * rejected and counted
      ******************************************************************
       050-load-settings.
           open input settings-file.
           if ws-settings-status equal "00"
               read settings-file
                   at end move "y" to ws-settings-eof-flag
               end-read
               perform 051-settings-load-loop
                   until ws-settings-eof-flag = 'y'
               close settings-file
           end-if.
           if ws-rs-dropped > 0
               display "Program30: settings table full - "
                   ws-rs-dropped " setting(s) not considered"
           end-if.
       051-settings-load-loop.
           if (rs-method-min-max or rs-method-weeks)
           and rs-min-qty is numeric
           and rs-max-qty is numeric
           and rs-min-weeks is numeric
           and rs-max-weeks is numeric
               if ws-rs-count < 3000
                   add 1 to ws-rs-count
                   move rs-store-number to ws-rs-store(ws-rs-count)
                   move rs-sku-code to ws-rs-sku(ws-rs-count)
                   move rs-method to ws-rs-method(ws-rs-count)
                   move rs-min-qty to ws-rs-min-qty(ws-rs-count)
                   move rs-max-qty to ws-rs-max-qty(ws-rs-count)
                   move rs-min-weeks to ws-rs-min-weeks(ws-rs-count)
                   move rs-max-weeks to ws-rs-max-weeks(ws-rs-count)
                   move 0 to ws-rs-on-hand(ws-rs-count)
                   move 0 to ws-rs-on-order(ws-rs-count)
                   move 0 to ws-rs-sold(ws-rs-count)
               else
                   add 1 to ws-rs-dropped
               end-if
           else
               add 1 to ws-rejected-count
           end-if.
           read settings-file
               at end move "y" to ws-settings-eof-flag.
      ******************************************************************
      * Loads the unit-sales ledger, leaving out today's posting date
      * (rebuilt below) - a first-ever run has no file yet, which is
      * an empty table, not an error
      ******************************************************************
       060-load-velocity.
           open input velocity-file.
           if ws-velocity-status equal "00"
               read velocity-file
                   at end move "y" to ws-velocity-eof-flag
               end-read
               perform 061-velocity-load-loop
                   until ws-velocity-eof-flag = 'y'
               close velocity-file
           end-if.
       061-velocity-load-loop.
           if vl-post-date not equal ws-nl-date
               if ws-vel-count < 9000
                   add 1 to ws-vel-count
                   move vl-store-number to ws-vl-store-tbl(ws-vel-count)
                   move vl-sku-code to ws-vl-sku-tbl(ws-vel-count)
                   move vl-post-date to ws-vl-date-tbl(ws-vel-count)
                   move vl-units to ws-vl-units-tbl(ws-vel-count)
               else
                   add 1 to ws-vel-dropped
               end-if
           end-if.
           read velocity-file
               at end move "y" to ws-velocity-eof-flag.
      ******************************************************************
      * Insertion sort on store and SKU so each store's suggested
      * lines print together
      ******************************************************************
       070-sort-settings.
           perform 071-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-rs-count.
       071-sort-pass.
           move ws-rs-entry(ws-sort-i) to ws-rs-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 072-shift-entry
               until ws-sort-done equal "Y".
           move ws-rs-temp to ws-rs-entry(ws-sort-j).
       072-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-rs-key(ws-sort-j - 1) > ws-rst-key
                   move ws-rs-entry(ws-sort-j - 1)
                       to ws-rs-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * One unit sold per S line on today's sales detail - layaway
      * pickups are left out, the unit having left the shelf when
      * the layaway opened
      ******************************************************************
       100-read-sales-detail.
           open input sales-detail-file.
           if ws-sales-detail-status equal "00"
               read sales-detail-file
                   at end move "y" to ws-sales-eof-flag
               end-read
               perform 110-sales-detail-loop
                   until ws-sales-eof-flag = 'y'
               close sales-detail-file
           end-if.
       110-sales-detail-loop.
           if sd-trans-code equal "S"
               perform 120-add-fresh-sale
           end-if.
           read sales-detail-file
               at end move "y" to ws-sales-eof-flag.
       120-add-fresh-sale.
           move "N" to ws-fresh-found.
           perform varying ws-fresh-idx from 1 by 1
               until ws-fresh-idx > ws-fresh-count
               if sd-store-number equal ws-fr-store-tbl(ws-fresh-idx)
               and sd-sku-number equal ws-fr-sku-tbl(ws-fresh-idx)
                   add 1 to ws-fr-units-tbl(ws-fresh-idx)
                   move "Y" to ws-fresh-found
               end-if
           end-perform.
           if ws-fresh-found equal "N"
               if ws-fresh-count < 800
                   add 1 to ws-fresh-count
                   move sd-store-number
                       to ws-fr-store-tbl(ws-fresh-count)
                   move sd-sku-number
                       to ws-fr-sku-tbl(ws-fresh-count)
                   move 1 to ws-fr-units-tbl(ws-fresh-count)
               else
                   add 1 to ws-fresh-dropped
               end-if
           end-if.
      ******************************************************************
      * Today's units join the ledger under today's posting date -
      * today's entries were left out on the load, so a same-day
      * rerun replaces its day instead of doubling it
      ******************************************************************
       150-merge-fresh-sales.
           if ws-vel-count < 9000
               add 1 to ws-vel-count
               move ws-fr-store-tbl(ws-fresh-idx)
                   to ws-vl-store-tbl(ws-vel-count)
               move ws-fr-sku-tbl(ws-fresh-idx)
                   to ws-vl-sku-tbl(ws-vel-count)
               move ws-nl-date to ws-vl-date-tbl(ws-vel-count)
               move ws-fr-units-tbl(ws-fresh-idx)
                   to ws-vl-units-tbl(ws-vel-count)
           else
               add 1 to ws-vel-dropped
           end-if.
      ******************************************************************
      * Writes the ledger back out, dropping days that have aged out
      * of the window - an overflow is announced and the run carries
      * on with what fits
      ******************************************************************
       160-rewrite-velocity.
           if ws-fresh-dropped > 0
           or ws-vel-dropped > 0
               display "Program30: sales tables full - fresh "
                   ws-fresh-dropped " / ledger " ws-vel-dropped
                   " entr(ies) not carried; shorten REPLEN_SALES_DAYS"
           end-if.
           open output velocity-file.
           perform 161-write-velocity-record
               varying ws-vel-idx from 1 by 1
               until ws-vel-idx > ws-vel-count.
           close velocity-file.
       161-write-velocity-record.
           move ws-vl-date-tbl(ws-vel-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial not less than ws-window-from-serial
               move ws-vl-store-tbl(ws-vel-idx) to vl-store-number
               move ws-vl-sku-tbl(ws-vel-idx) to vl-sku-code
               move ws-vl-date-tbl(ws-vel-idx) to vl-post-date
               move ws-vl-units-tbl(ws-vel-idx) to vl-units
               write velocity-line
           end-if.
      ******************************************************************
      * On-hand - every ledger movement for a store/SKU with a setting
      ******************************************************************
       200-read-moves.
           open input moves-file.
           if ws-moves-status equal "00"
               read moves-file
                   at end move "y" to ws-moves-eof-flag
               end-read
               perform 210-moves-loop
                   until ws-moves-eof-flag = 'y'
               close moves-file
           end-if.
       210-moves-loop.
           perform varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count
               if mv-store-number equal ws-rs-store(ws-rs-idx)
               and mv-sku-code equal ws-rs-sku(ws-rs-idx)
                   add mv-delta to ws-rs-on-hand(ws-rs-idx)
               end-if
           end-perform.
           read moves-file
               at end move "y" to ws-moves-eof-flag.
      ******************************************************************
      * On order - DC receipts dated after the business date are on
      * their way and Program22 has not posted them yet
      ******************************************************************
       250-read-receipts.
           open input receipts-file.
           if ws-receipts-status equal "00"
               read receipts-file
                   at end move "y" to ws-receipts-eof-flag
               end-read
               perform 260-receipts-loop
                   until ws-receipts-eof-flag = 'y'
               close receipts-file
           end-if.
       260-receipts-loop.
           if rc-quantity is numeric
           and rc-receipt-date > ws-nl-date
               perform varying ws-rs-idx from 1 by 1
                   until ws-rs-idx > ws-rs-count
                   if rc-store-number equal ws-rs-store(ws-rs-idx)
                   and rc-sku-code equal ws-rs-sku(ws-rs-idx)
                       add rc-quantity to ws-rs-on-order(ws-rs-idx)
                   end-if
               end-perform
           end-if.
           read receipts-file
               at end move "y" to ws-receipts-eof-flag.
      ******************************************************************
      * Units sold across the window for each store/SKU with a
      * setting
      ******************************************************************
       300-roll-up-sales.
           move ws-vl-date-tbl(ws-vel-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial not less than ws-window-from-serial
               perform varying ws-rs-idx from 1 by 1
                   until ws-rs-idx > ws-rs-count
                   if ws-vl-store-tbl(ws-vel-idx) equal
                       ws-rs-store(ws-rs-idx)
                   and ws-vl-sku-tbl(ws-vel-idx) equal
                       ws-rs-sku(ws-rs-idx)
                       add ws-vl-units-tbl(ws-vel-idx)
                           to ws-rs-sold(ws-rs-idx)
                   end-if
               end-perform
           end-if.
      ******************************************************************
      * One setting - a closed store, a discontinued SKU or one that
      * is on neither master is skipped and counted; otherwise the
      * min and max are worked out, and a stock position at or below
      * the min orders back up to the max
      ******************************************************************
       400-suggest-one-setting.
           move space to ws-store-state.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               if ws-rs-store(ws-rs-idx) equal
                   ws-store-num-tbl(ws-store-idx)
                   move ws-store-status-tbl(ws-store-idx)
                       to ws-store-state
               end-if
           end-perform.
           move space to ws-sku-state.
           move spaces to ws-work-desc.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if ws-rs-sku(ws-rs-idx) equal ws-sku-tbl(ws-sku-idx)
                   move ws-sku-status-tbl(ws-sku-idx) to ws-sku-state
                   move ws-sku-desc-tbl(ws-sku-idx) to ws-work-desc
               end-if
           end-perform.
           if ws-store-state equal "C"
               add 1 to ws-closed-count
           else
               if ws-sku-state equal "D"
                   add 1 to ws-discontinued-count
               else
                   if ws-store-state equal space
                   or ws-sku-state equal space
                       add 1 to ws-unknown-count
                   else
                       perform 410-work-out-order
                   end-if
               end-if
           end-if.
       410-work-out-order.
           compute ws-weekly-rate rounded =
               ws-rs-sold(ws-rs-idx) * 7 / ws-window-days-cnst.
           if ws-rs-method(ws-rs-idx) equal "W"
               compute ws-order-point rounded =
                   ws-weekly-rate * ws-rs-min-weeks(ws-rs-idx)
               compute ws-order-up-to rounded =
                   ws-weekly-rate * ws-rs-max-weeks(ws-rs-idx)
           else
               move ws-rs-min-qty(ws-rs-idx) to ws-order-point
               move ws-rs-max-qty(ws-rs-idx) to ws-order-up-to
           end-if.
           compute ws-position =
               ws-rs-on-hand(ws-rs-idx) + ws-rs-on-order(ws-rs-idx).
           move 0 to ws-suggest-qty.
           if ws-position not greater than ws-order-point
               compute ws-suggest-qty = ws-order-up-to - ws-position
           end-if.
           if ws-suggest-qty > 0
               perform 420-write-suggestion
           end-if.
       420-write-suggestion.
           if ws-suggest-qty > 99999
               move 99999 to ws-suggest-qty
           end-if.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-rs-store(ws-rs-idx) to ws-cb-store
           else
               if ws-rs-store(ws-rs-idx) not equal ws-cb-store
                   perform 450-store-break
                   move ws-rs-store(ws-rs-idx) to ws-cb-store
               end-if
           end-if.
           move ws-rs-store(ws-rs-idx) to so-store-number.
           move ws-rs-sku(ws-rs-idx) to so-sku-code.
           move ws-nl-date to so-order-date.
           move ws-suggest-qty to so-quantity.
           write order-line.
           move ws-rs-store(ws-rs-idx) to ws-dl-store.
           move ws-rs-sku(ws-rs-idx) to ws-dl-sku.
           move ws-work-desc to ws-dl-desc.
           move ws-rs-on-hand(ws-rs-idx) to ws-dl-on-hand.
           move ws-rs-on-order(ws-rs-idx) to ws-dl-on-order.
           move ws-weekly-rate to ws-dl-rate.
           move ws-order-point to ws-dl-min.
           move ws-order-up-to to ws-dl-max.
           move ws-suggest-qty to ws-dl-suggest.
           write report-line from ws-detail-line.
           add 1 to ws-cb-lines.
           add ws-suggest-qty to ws-cb-units.
           add 1 to ws-suggest-count.
           add ws-suggest-qty to ws-suggest-units.
       450-store-break.
           move ws-cb-store to ws-sb-store.
           move ws-cb-lines to ws-sb-lines.
           move ws-cb-units to ws-sb-units.
           write report-line from ws-store-break-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-cb-lines.
           move 0 to ws-cb-units.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-rs-count to ws-t1-count.
           write report-line from ws-total-1.
           move ws-suggest-count to ws-t2-count.
           write report-line from ws-total-2.
           move ws-suggest-units to ws-t3-count.
           write report-line from ws-total-3.
           move ws-closed-count to ws-t4-count.
           write report-line from ws-total-4.
           move ws-discontinued-count to ws-t5-count.
           write report-line from ws-total-5.
           move ws-unknown-count to ws-t6-count.
           write report-line from ws-total-6.
           move ws-rejected-count to ws-t7-count.
           write report-line from ws-total-7.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so window arithmetic crosses month and year ends
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
      * End of Group 4 - Program #30
      ******************************************************************
       end program Program30.
