      ******************************************************************
      * Group 4 - Program #35
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Gross margin. Every report the chain produces is top line -
      * sales, tax, returns - and nothing could say whether a store
      * sells at a profit. Program17 now keeps a unit cost on the
      * SKU master with a dated trail in skuCostHist.dat, the same
      * way it keeps prices. This program costs the day's movement
      * at the cost in force on each transaction's own date:
      * Program3's sales detail, Program4's returns detail (a
      * return takes its sale and its cost back off) and Program26's
      * exchange adjustments (the returned item comes back at its
      * price and cost, the replacement goes out at its own). It
      * reports sales, cost of goods, gross margin dollars and
      * margin percent by store and department, ranks the SKUs with
      * the lowest margin, and calls out every SKU that sold below
      * cost. A layaway pickup's detail line only carries the final
      * payment, so the pickup is valued at the price in force on
      * its date instead.
      ******************************************************************
       identification division.
       program-id. Program35.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM35_DATA_DIR /
      * PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR / PROGRAM26_DATA_DIR /
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

           select exchange-adj-file
               assign to ws-exchange-adj-path
               organization is line sequential
               file status is ws-exchange-adj-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select price-hist-file
               assign to ws-price-hist-path
               organization is line sequential
               file status is ws-price-hist-status.

           select cost-hist-file
               assign to ws-cost-hist-path
               organization is line sequential
               file status is ws-cost-hist-status.

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
      * Program26's two movements per exchange - I the returned item
      * back into stock, O the replacement out
       fd exchange-adj-file
           data record is exchange-adj-line
           record contains 34 characters.
      *
       01 exchange-adj-line.
           05 ea-store-number                    pic 99.
           05 filler                             pic x.
           05 ea-sku-code                        pic x(15).
           05 filler                             pic x.
           05 ea-amount                          pic 9(5)v99.
           05 filler                             pic x.
           05 ea-adj-date                        pic 9(6).
           05 ea-direction                       pic x.
               88 ea-into-stock value "I".
               88 ea-out-of-stock value "O".
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
       fd price-hist-file
           data record is price-hist-line
           record contains 28 characters.
      *
       01 price-hist-line.
           05 ph-sku-code                       pic x(15).
           05 ph-effective-date                 pic 9(6).
           05 ph-unit-price                     pic 9(5)v99.
      *
       fd cost-hist-file
           data record is cost-hist-line
           record contains 28 characters.
      *
       01 cost-hist-line.
           05 ch-sku-code                       pic x(15).
           05 ch-effective-date                 pic 9(6).
           05 ch-unit-cost                      pic 9(5)v99.
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
       77 ws-program35-dir              pic x(60)
           value "../../../data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program26-dir              pic x(60)
           value "../../../../program26/data".
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
       01 ws-exchange-adj-path          pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-price-hist-path            pic x(80).
       01 ws-cost-hist-path             pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sales-detail-status        pic xx.
       77 ws-returns-detail-status      pic xx.
       77 ws-exchange-adj-status        pic xx.
       77 ws-price-hist-status          pic xx.
       77 ws-cost-hist-status           pic xx.
       01 ws-flags.
           05 ws-sales-detail-eof-flag   pic x
               value "n".
           05 ws-returns-detail-eof-flag pic x
               value "n".
           05 ws-exchange-adj-eof-flag   pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-price-hist-eof-flag     pic x
               value "n".
           05 ws-cost-hist-eof-flag      pic x
               value "n".
      ******************************************************************
      * Program settings - how many of the lowest-margin SKUs the
      * ranking lists (MARGIN_RANK_COUNT)
      ******************************************************************
       77 ws-rank-count-cnst            pic 999
           value 10.
      ******************************************************************
      * SKU master, price history and cost history lookups
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-desc-tbl occurs 500 times      pic x(20).
       77 ws-sku-dept-tbl occurs 500 times      pic 99.
       77 ws-sku-price-tbl occurs 500 times     pic 9(5)v99.
       77 ws-sku-cost-tbl occurs 500 times      pic 9(5)v99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
       77 ws-ph-sku-tbl occurs 3000 times       pic x(15).
       77 ws-ph-eff-tbl occurs 3000 times       pic 9(6).
       77 ws-ph-price-tbl occurs 3000 times     pic 9(5)v99.
       77 ws-ph-count                   pic 9(4)
           value 0.
       77 ws-ch-sku-tbl occurs 3000 times       pic x(15).
       77 ws-ch-eff-tbl occurs 3000 times       pic 9(6).
       77 ws-ch-cost-tbl occurs 3000 times      pic 9(5)v99.
       77 ws-ch-count                   pic 9(4)
           value 0.
       77 ws-hist-idx                   pic 9(4)
           value 0.
       77 ws-hist-best-eff              pic 9(6)
           value 0.
      ******************************************************************
      * One costed unit - set up by the read loops, valued by
      * 700-value-unit and posted by 720-post-unit
      ******************************************************************
       77 ws-work-store                 pic 99
           value 0.
       77 ws-work-sku                   pic x(15)
           value spaces.
       77 ws-work-date                  pic 9(6)
           value 0.
       77 ws-work-sign                  pic s9
           value 1.
       77 ws-work-sales                 pic s9(7)v99
           value 0.
       77 ws-work-dept                  pic 99
           value 0.
       77 ws-unit-price                 pic 9(5)v99
           value 0.
       77 ws-unit-cost                  pic 9(5)v99
           value 0.
       77 ws-cost-known                 pic x
           value "N".
      ******************************************************************
      * Store/department accumulators
      ******************************************************************
       01 ws-sd-tbl-area.
           05 ws-sd-entry occurs 2000 times.
               10 ws-sd-key.
                   15 ws-sd-store           pic 99.
                   15 ws-sd-dept            pic 99.
               10 ws-sd-units               pic s9(7).
               10 ws-sd-sales               pic s9(9)v99.
               10 ws-sd-cost                pic s9(9)v99.
       01 ws-sd-temp.
           05 ws-sdt-key                    pic x(4).
           05 filler                        pic x(29).
       77 ws-sd-count                   pic 9(4)
           value 0.
       77 ws-sd-idx                     pic 9(4)
           value 0.
       77 ws-sd-match                   pic 9(4)
           value 0.
       77 ws-sd-dropped                 pic 9(5)
           value 0.
      ******************************************************************
      * SKU accumulators - the margin percent is worked out once the
      * day is in, for the ranking
      ******************************************************************
       01 ws-sk-tbl-area.
           05 ws-sk-entry occurs 1000 times.
               10 ws-sk-rank-key            pic s9(5)v99.
               10 ws-sk-code                pic x(15).
               10 ws-sk-dept                pic 99.
               10 ws-sk-units               pic s9(7).
               10 ws-sk-sales               pic s9(9)v99.
               10 ws-sk-cost                pic s9(9)v99.
               10 ws-sk-below-lines         pic 9(5).
               10 ws-sk-no-cost             pic x.
       01 ws-sk-temp.
           05 ws-skt-rank-key               pic s9(5)v99.
           05 filler                        pic x(52).
       77 ws-sk-count                   pic 9(4)
           value 0.
       77 ws-sk-idx                     pic 9(4)
           value 0.
       77 ws-sk-match                   pic 9(4)
           value 0.
       77 ws-sk-dropped                 pic 9(5)
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
      * Control-break and total work fields
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-st-units                   pic s9(7)
           value 0.
       77 ws-st-sales                   pic s9(9)v99
           value 0.
       77 ws-st-cost                    pic s9(9)v99
           value 0.
       77 ws-gt-units                   pic s9(7)
           value 0.
       77 ws-gt-sales                   pic s9(9)v99
           value 0.
       77 ws-gt-cost                    pic s9(9)v99
           value 0.
       77 ws-margin-amt                 pic s9(9)v99
           value 0.
       77 ws-margin-pct                 pic s9(5)v99
           value 0.
       77 ws-pct-base                   pic s9(9)v99
           value 0.
       77 ws-ranked                     pic 999
           value 0.
       77 ws-listed                     pic 9(4)
           value 0.
       77 ws-sales-lines                pic 9(6)
           value 0.
       77 ws-return-lines               pic 9(6)
           value 0.
       77 ws-exchange-lines             pic 9(6)
           value 0.
       77 ws-no-cost-lines              pic 9(6)
           value 0.
       77 ws-below-cost-lines           pic 9(6)
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
               value "  Gross Margin Report".
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
       01 ws-column-headings-1.
           05 filler                     pic x(4)
               value spaces.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(6)
               value "Dept".
           05 filler                     pic x(9)
               value "    Units".
           05 filler                     pic x(16)
               value "           Sales".
           05 filler                     pic x(16)
               value "   Cost of Goods".
           05 filler                     pic x(16)
               value "          Margin".
           05 filler                     pic x(10)
               value "  Margin%".
           05 filler                     pic x(16)
               value spaces.
       01 ws-detail-line.
           05 filler                     pic x(6)
               value spaces.
           05 ws-dl-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-dl-dept                 pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-units                pic zzzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-dl-sales                pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-cost                 pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-margin               pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-pct                  pic zzz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-note                 pic x(16).
       01 ws-store-total-line.
           05 filler                     pic x(6)
               value spaces.
           05 ws-stl-label               pic x(11).
           05 ws-stl-units               pic zzzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-stl-sales               pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-stl-cost                pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-stl-margin              pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-stl-pct                 pic zzz9.99-.
           05 filler                     pic x(18)
               value spaces.
       01 ws-column-headings-2.
           05 filler                     pic x(6)
               value "  Rank".
           05 filler                     pic x(17)
               value "  SKU".
           05 filler                     pic x(6)
               value "Dept".
           05 filler                     pic x(9)
               value "    Units".
           05 filler                     pic x(16)
               value "           Sales".
           05 filler                     pic x(16)
               value "   Cost of Goods".
           05 filler                     pic x(10)
               value "  Margin%".
           05 filler                     pic x(20)
               value "  Lines Below Cost".
       01 ws-sku-line.
           05 ws-kl-rank                 pic zzzzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-dept                 pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-units                pic zzzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-kl-sales                pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-cost                 pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-pct                  pic zzz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-below                pic zzzz9.
           05 filler                     pic x(16)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(34).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(59)
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
           perform 040-load-sku-master.
           perform 050-load-price-history.
           perform 060-load-cost-history.
           perform 100-read-sales-detail.
           perform 120-read-returns-detail.
           perform 140-read-exchange-adj.
           if ws-sd-dropped > 0
               display "Program35: store/department table full - "
                   ws-sd-dropped " unit(s) not reported"
           end-if.
           if ws-sk-dropped > 0
               display "Program35: SKU table full - "
                   ws-sk-dropped " unit(s) not ranked"
           end-if.
           perform 300-sort-store-dept.
           perform 320-set-rank-keys
               varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count.
           perform 330-sort-skus.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "GROSS MARGIN BY STORE AND DEPARTMENT" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-1.
           perform 400-print-store-dept
               varying ws-sd-idx from 1 by 1
               until ws-sd-idx > ws-sd-count.
           if ws-cb-first equal "N"
               perform 420-print-store-total
           end-if.
           move "Chain Total" to ws-stl-label.
           move ws-gt-units to ws-stl-units.
           move ws-gt-sales to ws-stl-sales.
           move ws-gt-cost to ws-stl-cost.
           compute ws-margin-amt = ws-gt-sales - ws-gt-cost.
           move ws-margin-amt to ws-stl-margin.
           move ws-gt-sales to ws-pct-base.
           perform 430-margin-percent.
           move ws-margin-pct to ws-stl-pct.
           write report-line from ws-store-total-line.
           perform 450-print-lowest-margin.
           perform 470-print-below-cost.
           perform 490-print-no-cost.
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
           accept ws-env-buffer from environment "PROGRAM35_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program35-dir
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
           accept ws-env-buffer from environment "PROGRAM26_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program26-dir
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
           string ws-program26-dir delimited by space
               "/exchangeAdjustments.dat" delimited by size
               into ws-exchange-adj-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-group-dir delimited by space
               "/skuPriceHist.dat" delimited by size
               into ws-price-hist-path.
           string ws-group-dir delimited by space
               "/skuCostHist.dat" delimited by size
               into ws-cost-hist-path.
           string ws-program35-dir delimited by space
               "/marginReport.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "MARGIN_RANK_COUNT"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-rank-count-cnst
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
      * Loads the SKU master - department, current price and current
      * cost. A master from before costs were carried has the cost
      * columns blank, which is no cost on file
      ******************************************************************
       040-load-sku-master.
           open input sku-master-file.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
           perform 041-sku-master-loop
               until ws-sku-eof-flag = 'y'.
           close sku-master-file.
       041-sku-master-loop.
           if ws-sku-count < 500
               add 1 to ws-sku-count
               move skm-sku-code to ws-sku-tbl(ws-sku-count)
               move skm-description to ws-sku-desc-tbl(ws-sku-count)
               move skm-dept-code to ws-sku-dept-tbl(ws-sku-count)
               move skm-unit-price to ws-sku-price-tbl(ws-sku-count)
               if skm-unit-cost is numeric
                   move skm-unit-cost
                       to ws-sku-cost-tbl(ws-sku-count)
               else
                   move 0 to ws-sku-cost-tbl(ws-sku-count)
               end-if
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the dated price and cost trails Program17 keeps - both
      * are optional, the master's current figures standing in when
      * an item has no history
      ******************************************************************
       050-load-price-history.
           open input price-hist-file.
           if ws-price-hist-status equal "00"
               read price-hist-file
                   at end move "y" to ws-price-hist-eof-flag
               end-read
               perform 051-price-history-loop
                   until ws-price-hist-eof-flag = 'y'
               close price-hist-file
           end-if.
       051-price-history-loop.
           if ws-ph-count < 3000
               add 1 to ws-ph-count
               move ph-sku-code to ws-ph-sku-tbl(ws-ph-count)
               move ph-effective-date to ws-ph-eff-tbl(ws-ph-count)
               move ph-unit-price to ws-ph-price-tbl(ws-ph-count)
           end-if.
           read price-hist-file
               at end move "y" to ws-price-hist-eof-flag.
       060-load-cost-history.
           open input cost-hist-file.
           if ws-cost-hist-status equal "00"
               read cost-hist-file
                   at end move "y" to ws-cost-hist-eof-flag
               end-read
               perform 061-cost-history-loop
                   until ws-cost-hist-eof-flag = 'y'
               close cost-hist-file
           end-if.
       061-cost-history-loop.
           if ws-ch-count < 3000
               add 1 to ws-ch-count
               move ch-sku-code to ws-ch-sku-tbl(ws-ch-count)
               move ch-effective-date to ws-ch-eff-tbl(ws-ch-count)
               move ch-unit-cost to ws-ch-cost-tbl(ws-ch-count)
           end-if.
           read cost-hist-file
               at end move "y" to ws-cost-hist-eof-flag.
      ******************************************************************
      * Sales detail - each line is one unit sold at its amount; a
      * layaway pickup is valued at the item's price on the day
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
               add 1 to ws-sales-lines
               move sd-store-number to ws-work-store
               move sd-sku-number to ws-work-sku
               move sd-trans-date to ws-work-date
               move 1 to ws-work-sign
               perform 700-value-unit
               move sd-trans-amount to ws-work-sales
               if sd-trans-code equal "L"
               and ws-unit-price > 0
                   move ws-unit-price to ws-work-sales
               end-if
               perform 720-post-unit
           end-if.
           read sales-detail-file
               at end move "y" to ws-sales-detail-eof-flag.
      ******************************************************************
      * Returns detail - the refund comes off sales and the unit's
      * cost comes back off cost of goods
      ******************************************************************
       120-read-returns-detail.
           open input returns-detail-file.
           if ws-returns-detail-status equal "00"
               read returns-detail-file
                   at end move "y" to ws-returns-detail-eof-flag
               end-read
               perform 130-returns-detail-loop
                   until ws-returns-detail-eof-flag = 'y'
               close returns-detail-file
           end-if.
       130-returns-detail-loop.
           add 1 to ws-return-lines.
           move rd-store-number to ws-work-store.
           move rd-sku-code to ws-work-sku.
           move rd-date to ws-work-date.
           move -1 to ws-work-sign.
           perform 700-value-unit.
           compute ws-work-sales = 0 - rd-amount.
           perform 720-post-unit.
           read returns-detail-file
               at end move "y" to ws-returns-detail-eof-flag.
      ******************************************************************
      * Exchange adjustments - each side is valued at its own item's
      * price, since the amount on the record is only the net
      * difference: the returned item comes off sales and cost, the
      * replacement goes on
      ******************************************************************
       140-read-exchange-adj.
           open input exchange-adj-file.
           if ws-exchange-adj-status equal "00"
               read exchange-adj-file
                   at end move "y" to ws-exchange-adj-eof-flag
               end-read
               perform 150-exchange-adj-loop
                   until ws-exchange-adj-eof-flag = 'y'
               close exchange-adj-file
           end-if.
       150-exchange-adj-loop.
           if ea-into-stock or ea-out-of-stock
               add 1 to ws-exchange-lines
               move ea-store-number to ws-work-store
               move ea-sku-code to ws-work-sku
               move ea-adj-date to ws-work-date
               if ea-into-stock
                   move -1 to ws-work-sign
               else
                   move 1 to ws-work-sign
               end-if
               perform 700-value-unit
               compute ws-work-sales = ws-unit-price * ws-work-sign
               perform 720-post-unit
           end-if.
           read exchange-adj-file
               at end move "y" to ws-exchange-adj-eof-flag.
      ******************************************************************
      * Sorts the store/department lines into store then department
      * order for the control breaks
      ******************************************************************
       300-sort-store-dept.
           perform 301-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-sd-count.
       301-sort-pass.
           move ws-sd-entry(ws-sort-i) to ws-sd-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 302-shift-entry
               until ws-sort-done equal "Y".
           move ws-sd-temp to ws-sd-entry(ws-sort-j).
       302-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-sd-key(ws-sort-j - 1) > ws-sdt-key
                   move ws-sd-entry(ws-sort-j - 1)
                       to ws-sd-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Margin percent per SKU as its sort key - SKUs with no cost on
      * file or no net sales cannot be ranked and sort to the bottom
      ******************************************************************
       320-set-rank-keys.
           if ws-sk-no-cost(ws-sk-idx) equal "Y"
           or ws-sk-sales(ws-sk-idx) not > 0
               move 99999.99 to ws-sk-rank-key(ws-sk-idx)
           else
               compute ws-sk-rank-key(ws-sk-idx) rounded =
                   (ws-sk-sales(ws-sk-idx) - ws-sk-cost(ws-sk-idx))
                   * 100 / ws-sk-sales(ws-sk-idx)
                   on size error
                       move -9999.99 to ws-sk-rank-key(ws-sk-idx)
               end-compute
           end-if.
       330-sort-skus.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-sk-count.
       331-sort-pass.
           move ws-sk-entry(ws-sort-i) to ws-sk-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-sk-temp to ws-sk-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-sk-rank-key(ws-sort-j - 1) > ws-skt-rank-key
                   move ws-sk-entry(ws-sort-j - 1)
                       to ws-sk-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * One line per store and department, with a store subtotal on
      * each change of store
      ******************************************************************
       400-print-store-dept.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-sd-store(ws-sd-idx) to ws-cb-store
           else
               if ws-sd-store(ws-sd-idx) not equal ws-cb-store
                   perform 420-print-store-total
                   move ws-sd-store(ws-sd-idx) to ws-cb-store
               end-if
           end-if.
           move ws-sd-store(ws-sd-idx) to ws-dl-store.
           move ws-sd-dept(ws-sd-idx) to ws-dl-dept.
           move ws-sd-units(ws-sd-idx) to ws-dl-units.
           move ws-sd-sales(ws-sd-idx) to ws-dl-sales.
           move ws-sd-cost(ws-sd-idx) to ws-dl-cost.
           compute ws-margin-amt =
               ws-sd-sales(ws-sd-idx) - ws-sd-cost(ws-sd-idx).
           move ws-margin-amt to ws-dl-margin.
           move ws-sd-sales(ws-sd-idx) to ws-pct-base.
           perform 430-margin-percent.
           move ws-margin-pct to ws-dl-pct.
           move spaces to ws-dl-note.
           if ws-margin-amt < 0
               move "*BELOW COST*" to ws-dl-note
           end-if.
           write report-line from ws-detail-line.
           add ws-sd-units(ws-sd-idx) to ws-st-units ws-gt-units.
           add ws-sd-sales(ws-sd-idx) to ws-st-sales ws-gt-sales.
           add ws-sd-cost(ws-sd-idx) to ws-st-cost ws-gt-cost.
       420-print-store-total.
           move "Store Total" to ws-stl-label.
           move ws-st-units to ws-stl-units.
           move ws-st-sales to ws-stl-sales.
           move ws-st-cost to ws-stl-cost.
           compute ws-margin-amt = ws-st-sales - ws-st-cost.
           move ws-margin-amt to ws-stl-margin.
           move ws-st-sales to ws-pct-base.
           perform 430-margin-percent.
           move ws-margin-pct to ws-stl-pct.
           write report-line from ws-store-total-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-st-units.
           move 0 to ws-st-sales.
           move 0 to ws-st-cost.
      ******************************************************************
      * Margin percent of ws-margin-amt over the sales in ws-pct-base
      * - zero when there were no net sales to take it over
      ******************************************************************
       430-margin-percent.
           move 0 to ws-margin-pct.
           if ws-pct-base not equal 0
               compute ws-margin-pct rounded =
                   ws-margin-amt * 100 / ws-pct-base
                   on size error move 0 to ws-margin-pct
               end-compute
           end-if.
      ******************************************************************
      * The lowest-margin SKUs, lowest first
      ******************************************************************
       450-print-lowest-margin.
           write report-line from ws-star-line
               after advancing 1 line.
           move "LOWEST-MARGIN SKUS" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-2.
           move 0 to ws-ranked.
           perform 460-print-ranked-sku
               varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count
               or ws-ranked >= ws-rank-count-cnst.
       460-print-ranked-sku.
           if ws-sk-rank-key(ws-sk-idx) not equal 99999.99
               add 1 to ws-ranked
               move ws-ranked to ws-kl-rank
               perform 480-fill-sku-line
               write report-line from ws-sku-line
           end-if.
      ******************************************************************
      * Every SKU that sold below cost - a net loss on the day, or
      * any single unit rung up for less than it cost
      ******************************************************************
       470-print-below-cost.
           write report-line from ws-star-line
               after advancing 1 line.
           move "SKUS SELLING BELOW COST" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-2.
           move 0 to ws-listed.
           perform 475-print-below-cost-sku
               varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count.
           if ws-listed equal 0
               move "  None" to ws-stl-text
               write report-line from ws-section-title
           end-if.
       475-print-below-cost-sku.
           if ws-sk-no-cost(ws-sk-idx) not equal "Y"
           and (ws-sk-below-lines(ws-sk-idx) > 0
           or ws-sk-sales(ws-sk-idx) < ws-sk-cost(ws-sk-idx))
               add 1 to ws-listed
               move ws-listed to ws-kl-rank
               perform 480-fill-sku-line
               write report-line from ws-sku-line
           end-if.
       480-fill-sku-line.
           move ws-sk-code(ws-sk-idx) to ws-kl-sku.
           move ws-sk-dept(ws-sk-idx) to ws-kl-dept.
           move ws-sk-units(ws-sk-idx) to ws-kl-units.
           move ws-sk-sales(ws-sk-idx) to ws-kl-sales.
           move ws-sk-cost(ws-sk-idx) to ws-kl-cost.
           move 0 to ws-kl-pct.
           if ws-sk-rank-key(ws-sk-idx) not equal 99999.99
               move ws-sk-rank-key(ws-sk-idx) to ws-kl-pct
           end-if.
           move ws-sk-below-lines(ws-sk-idx) to ws-kl-below.
      ******************************************************************
      * SKUs sold with no cost on file - their margin is overstated
      * until Program17 puts a cost on them
      ******************************************************************
       490-print-no-cost.
           write report-line from ws-star-line
               after advancing 1 line.
           move "SKUS SOLD WITH NO COST ON FILE" to ws-stl-text.
           write report-line from ws-section-title.
           write report-line from ws-star-line.
           move 0 to ws-listed.
           perform 495-print-no-cost-sku
               varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count.
           if ws-listed equal 0
               move "  None" to ws-stl-text
               write report-line from ws-section-title
           end-if.
       495-print-no-cost-sku.
           if ws-sk-no-cost(ws-sk-idx) equal "Y"
               add 1 to ws-listed
               move ws-listed to ws-kl-rank
               perform 480-fill-sku-line
               write report-line from ws-sku-line
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Sales Detail Lines Costed:" to ws-tl-label.
           move ws-sales-lines to ws-tl-count.
           write report-line from ws-total-line.
           move "Return Lines Costed:" to ws-tl-label.
           move ws-return-lines to ws-tl-count.
           write report-line from ws-total-line.
           move "Exchange Movements Costed:" to ws-tl-label.
           move ws-exchange-lines to ws-tl-count.
           write report-line from ws-total-line.
           move "Units Sold Below Cost:" to ws-tl-label.
           move ws-below-cost-lines to ws-tl-count.
           write report-line from ws-total-line.
           move "Lines With No Cost On File:" to ws-tl-label.
           move ws-no-cost-lines to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * Values one unit of ws-work-sku on ws-work-date - department
      * off the master, and the price and cost from the newest
      * history record in force on that date, the master's current
      * figures standing in when the history has nothing that early
      ******************************************************************
       700-value-unit.
           move 0 to ws-work-dept.
           move 0 to ws-unit-price.
           move 0 to ws-unit-cost.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if ws-sku-tbl(ws-sku-idx) equal ws-work-sku
                   move ws-sku-dept-tbl(ws-sku-idx) to ws-work-dept
                   move ws-sku-price-tbl(ws-sku-idx) to ws-unit-price
                   move ws-sku-cost-tbl(ws-sku-idx) to ws-unit-cost
               end-if
           end-perform.
           move 0 to ws-hist-best-eff.
           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-ph-count
               if ws-ph-sku-tbl(ws-hist-idx) equal ws-work-sku
               and ws-ph-eff-tbl(ws-hist-idx) <= ws-work-date
               and ws-ph-eff-tbl(ws-hist-idx) >= ws-hist-best-eff
                   move ws-ph-eff-tbl(ws-hist-idx) to ws-hist-best-eff
                   move ws-ph-price-tbl(ws-hist-idx) to ws-unit-price
               end-if
           end-perform.
           move 0 to ws-hist-best-eff.
           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-ch-count
               if ws-ch-sku-tbl(ws-hist-idx) equal ws-work-sku
               and ws-ch-eff-tbl(ws-hist-idx) <= ws-work-date
               and ws-ch-eff-tbl(ws-hist-idx) >= ws-hist-best-eff
                   move ws-ch-eff-tbl(ws-hist-idx) to ws-hist-best-eff
                   move ws-ch-cost-tbl(ws-hist-idx) to ws-unit-cost
               end-if
           end-perform.
           if ws-unit-cost > 0
               move "Y" to ws-cost-known
           else
               move "N" to ws-cost-known
               add 1 to ws-no-cost-lines
           end-if.
      ******************************************************************
      * Posts one valued unit to its store/department line and its
      * SKU line - ws-work-sign is -1 for a unit coming back
      ******************************************************************
       720-post-unit.
           move 0 to ws-sd-match.
           perform varying ws-sd-idx from 1 by 1
               until ws-sd-idx > ws-sd-count
               if ws-sd-store(ws-sd-idx) equal ws-work-store
               and ws-sd-dept(ws-sd-idx) equal ws-work-dept
                   move ws-sd-idx to ws-sd-match
               end-if
           end-perform.
           if ws-sd-match equal 0
               if ws-sd-count < 2000
                   add 1 to ws-sd-count
                   move ws-sd-count to ws-sd-match
                   move ws-work-store to ws-sd-store(ws-sd-match)
                   move ws-work-dept to ws-sd-dept(ws-sd-match)
                   move 0 to ws-sd-units(ws-sd-match)
                   move 0 to ws-sd-sales(ws-sd-match)
                   move 0 to ws-sd-cost(ws-sd-match)
               else
                   add 1 to ws-sd-dropped
               end-if
           end-if.
           if ws-sd-match > 0
               add ws-work-sign to ws-sd-units(ws-sd-match)
               add ws-work-sales to ws-sd-sales(ws-sd-match)
               compute ws-sd-cost(ws-sd-match) =
                   ws-sd-cost(ws-sd-match)
                   + ws-unit-cost * ws-work-sign
           end-if.
           move 0 to ws-sk-match.
           perform varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count
               if ws-sk-code(ws-sk-idx) equal ws-work-sku
                   move ws-sk-idx to ws-sk-match
               end-if
           end-perform.
           if ws-sk-match equal 0
               if ws-sk-count < 1000
                   add 1 to ws-sk-count
                   move ws-sk-count to ws-sk-match
                   move ws-work-sku to ws-sk-code(ws-sk-match)
                   move ws-work-dept to ws-sk-dept(ws-sk-match)
                   move 0 to ws-sk-units(ws-sk-match)
                   move 0 to ws-sk-sales(ws-sk-match)
                   move 0 to ws-sk-cost(ws-sk-match)
                   move 0 to ws-sk-below-lines(ws-sk-match)
                   move "N" to ws-sk-no-cost(ws-sk-match)
               else
                   add 1 to ws-sk-dropped
               end-if
           end-if.
           if ws-sk-match > 0
               add ws-work-sign to ws-sk-units(ws-sk-match)
               add ws-work-sales to ws-sk-sales(ws-sk-match)
               compute ws-sk-cost(ws-sk-match) =
                   ws-sk-cost(ws-sk-match)
                   + ws-unit-cost * ws-work-sign
               if ws-cost-known equal "N"
                   move "Y" to ws-sk-no-cost(ws-sk-match)
               end-if
               if ws-cost-known equal "Y"
               and ws-work-sign > 0
               and ws-work-sales < ws-unit-cost
                   add 1 to ws-sk-below-lines(ws-sk-match)
                   add 1 to ws-below-cost-lines
               end-if
           end-if.
      ******************************************************************
      * End of Group 4 - Program #35
      ******************************************************************
       end program Program35.
