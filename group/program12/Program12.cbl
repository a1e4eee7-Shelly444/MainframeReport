      * rate, exchange count and net, payment-type mix, and rank
      * within the chain - figures that already existed scattered
      * across three programs' accumulators but were never brought
      * together per store. Each page also names the store's
      * district and region and its rank within its district, and a
      * closing page lists the stores by region and district with a
      * subtotal for every district and region, so the district
      * managers no longer add the pages up by hand.
      ******************************************************************
       identification division.
       program-id. Program12.
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
      *
       fd report-file
           data record is report-line
      * accumulator the scorecard draws on keyed off it - adding a
      * store is a STORE-MASTER data change, not a code change
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       01 ws-store-name-tbl-area.
           05 ws-store-name-tbl occurs 99 times pic x(20).
       77 ws-store-status-tbl occurs 99 times   pic x.
       77 ws-sl-amt-tbl occurs 99 times         pic 9(9)v99
           value 0.
       77 ws-sl-cnt-tbl occurs 99 times         pic 9(4)
           value 0.
       77 ws-ret-amt-tbl occurs 99 times        pic 9(9)v99
           value 0.
       77 ws-ret-cnt-tbl occurs 99 times        pic 9(4)
           value 0.
       77 ws-exc-amt-tbl occurs 99 times        pic 9(9)v99
           value 0.
       77 ws-exc-cnt-tbl occurs 99 times        pic 9(4)
           value 0.
       77 ws-ca-cnt-tbl occurs 99 times         pic 9(4)
           value 0.
       77 ws-cr-cnt-tbl occurs 99 times         pic 9(4)
           value 0.
       77 ws-db-cnt-tbl occurs 99 times         pic 9(4)
           value 0.
       77 ws-gc-cnt-tbl occurs 99 times         pic 9(4)
           value 0.
       77 ws-rank-tbl occurs 99 times           pic 99
           value 0.
       77 ws-dist-rank-tbl occurs 99 times      pic 99
           value 0.
       77 ws-district-tbl occurs 99 times       pic x(3).
       77 ws-region-tbl occurs 99 times         pic x(3).
       77 ws-store-count                        pic 999
           value 0.
       77 ws-store-idx                          pic 999
           value 0.
       77 ws-rank-idx                           pic 999
           value 0.
      ******************************************************************
      * The stores in region, district and store order for the
      * closing page - the key is region, district and store number,
      * pointing back at the store's place in the tables above
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
      * District, region and chain subtotals struck on the closing
      * page at each change of district and of region
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-region                  pic x(3)
           value spaces.
       77 ws-cb-district                pic x(3)
           value spaces.
       77 ws-dist-sl-amt                pic 9(10)v99
           value 0.
       77 ws-dist-sl-cnt                pic 9(6)
           value 0.
       77 ws-dist-ret-amt               pic 9(10)v99
           value 0.
       77 ws-dist-stores                pic 999
           value 0.
       77 ws-reg-sl-amt                 pic 9(10)v99
           value 0.
       77 ws-reg-sl-cnt                 pic 9(6)
           value 0.
       77 ws-reg-ret-amt                pic 9(10)v99
           value 0.
       77 ws-reg-stores                 pic 999
           value 0.
       77 ws-chain-sl-amt               pic 9(10)v99
           value 0.
       77 ws-chain-sl-cnt               pic 9(6)
           value 0.
       77 ws-chain-ret-amt              pic 9(10)v99
           value 0.
       77 ws-unassigned-cnst            pic x(10)
           value "Unassigned".
      ******************************************************************
      * Scorecard working figures
      ******************************************************************
           05 ws-c5-gc                   pic zz9.99.
           05 filler                     pic x(2)
               value " %".
       01 ws-hierarchy-line.
           05 filler                     pic x(10)
               value "District: ".
           05 ws-hl-district             pic x(10).
           05 filler                     pic x(10)
               value "  Region: ".
           05 ws-hl-region               pic x(10).
           05 filler                     pic x(21)
               value "    District Rank:  #".
           05 ws-hl-rank                 pic z9.
           05 filler                     pic x(20)
               value spaces.
       01 ws-summary-title.
           05 filler                     pic x(14)
               value spaces.
           05 filler                     pic x(40)
               value "SCORECARD BY REGION AND DISTRICT".
           05 filler                     pic x(29)
               value spaces.
       01 ws-summary-heading.
           05 filler                     pic x(26)
               value "Store".
           05 filler                     pic x(14)
               value "     S&L Total".
           05 filler                     pic x(7)
               value "  Count".
           05 filler                     pic x(15)
               value "  Returns Total".
           05 filler                     pic x(11)
               value "  Dist Rank".
           05 filler                     pic x(10)
               value "  Chain Rk".
      * One store on the closing page
       01 ws-summary-store-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ss-store                pic z9.
           05 filler                     pic x
               value space.
           05 ws-ss-name                 pic x(20).
           05 filler                     pic x
               value space.
           05 ws-ss-sl-amt               pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ss-sl-cnt               pic zzzz9.
           05 filler                     pic x
               value space.
           05 ws-ss-ret-amt              pic $$$,$$$,$$9.99.
           05 filler                     pic x(8)
               value spaces.
           05 ws-ss-dist-rank            pic z9.
           05 filler                     pic x(8)
               value spaces.
           05 ws-ss-chain-rank           pic z9.
           05 filler                     pic x
               value spaces.
      * A district, region or chain subtotal
       01 ws-summary-total-line.
           05 ws-st-label                pic x(26).
           05 ws-st-sl-amt               pic $$$,$$$,$$9.99.
           05 filler                     pic x
               value space.
           05 ws-st-sl-cnt               pic zzzzz9.
           05 filler                     pic x
               value space.
           05 ws-st-ret-amt              pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-st-stores               pic zz9.
           05 filler                     pic x(7)
               value " stores".
           05 filler                     pic x(9)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
           perform 500-print-scorecard
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.
           perform 450-sort-stores.
           perform 600-print-hierarchy.
           close report-file.
           stop run.
      ******************************************************************
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-name to ws-store-name-tbl(ws-store-count)
               move sm-store-status
                   to ws-store-status-tbl(ws-store-count)
               move sm-district-code to ws-district-tbl(ws-store-count)
               move sm-region-code to ws-region-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           read exchange-file
               at end move "y" to ws-exchange-eof-flag.
      ******************************************************************
      * Rank within the chain and within the store's district by S&L
      * total - rank is one plus the number of stores with a strictly
      * higher total, so ties share a rank the way a league table
      * would; stores with no district rank among themselves
      ******************************************************************
       400-compute-ranks.
           move 1 to ws-rank-tbl(ws-store-idx).
           move 1 to ws-dist-rank-tbl(ws-store-idx).
           perform varying ws-rank-idx from 1 by 1
               until ws-rank-idx > ws-store-count
               if ws-sl-amt-tbl(ws-rank-idx) >
                   ws-sl-amt-tbl(ws-store-idx)
                   add 1 to ws-rank-tbl(ws-store-idx)
                   if ws-district-tbl(ws-rank-idx) equal
                       ws-district-tbl(ws-store-idx)
                       add 1 to ws-dist-rank-tbl(ws-store-idx)
                   end-if
               end-if
           end-perform.
      ******************************************************************
      * Insertion sort of the stores on region, district and store
      * number for the closing page
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
      * One page per store - every figure the Monday meeting used to
      * read aloud from six different reports
      ******************************************************************
           move ws-store-status-tbl(ws-store-idx) to ws-st-status.
           move ws-rank-tbl(ws-store-idx) to ws-st-rank.
           write report-line from ws-store-title-line.
           if ws-district-tbl(ws-store-idx) equal spaces
               move ws-unassigned-cnst to ws-hl-district
           else
               move ws-district-tbl(ws-store-idx) to ws-hl-district
           end-if.
           if ws-region-tbl(ws-store-idx) equal spaces
               move ws-unassigned-cnst to ws-hl-region
           else
               move ws-region-tbl(ws-store-idx) to ws-hl-region
           end-if.
           move ws-dist-rank-tbl(ws-store-idx) to ws-hl-rank.
           write report-line from ws-hierarchy-line.
           write report-line from ws-star-line.
           move ws-sl-amt-tbl(ws-store-idx) to ws-c1-amount.
           move ws-sl-cnt-tbl(ws-store-idx) to ws-c1-count.
           write report-line from ws-card-line-5.
           write report-line from ws-star-line.
      ******************************************************************
      * The closing page - every store by region and district with
      * its ranks, a subtotal at each change of district and of
      * region, and the chain total under them all
      ******************************************************************
       600-print-hierarchy.
           write report-line from ws-heading1-name-line
               after advancing page.
           write report-line from ws-star-line.
           write report-line from ws-summary-title.
           write report-line from ws-star-line.
           write report-line from ws-summary-heading.
           move "Y" to ws-cb-first.
           perform 610-print-hierarchy-store
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-store-count.
           if ws-cb-first equal "N"
               perform 620-district-break
               perform 630-region-break
           end-if.
           move "Chain Total" to ws-st-label.
           move ws-chain-sl-amt to ws-st-sl-amt.
           move ws-chain-sl-cnt to ws-st-sl-cnt.
           move ws-chain-ret-amt to ws-st-ret-amt.
           move ws-store-count to ws-st-stores.
           write report-line from ws-summary-total-line.
           write report-line from ws-star-line.
       610-print-hierarchy-store.
           move ws-ord-idx(ws-order-idx) to ws-store-idx.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-region-tbl(ws-store-idx) to ws-cb-region
               move ws-district-tbl(ws-store-idx) to ws-cb-district
           else
               if ws-region-tbl(ws-store-idx) not equal ws-cb-region
                   perform 620-district-break
                   perform 630-region-break
                   move ws-region-tbl(ws-store-idx) to ws-cb-region
                   move ws-district-tbl(ws-store-idx)
                       to ws-cb-district
               else
                   if ws-district-tbl(ws-store-idx) not equal
                       ws-cb-district
                       perform 620-district-break
                       move ws-district-tbl(ws-store-idx)
                           to ws-cb-district
                   end-if
               end-if
           end-if.
           move ws-store-num-tbl(ws-store-idx) to ws-ss-store.
           move ws-store-name-tbl(ws-store-idx) to ws-ss-name.
           move ws-sl-amt-tbl(ws-store-idx) to ws-ss-sl-amt.
           move ws-sl-cnt-tbl(ws-store-idx) to ws-ss-sl-cnt.
           move ws-ret-amt-tbl(ws-store-idx) to ws-ss-ret-amt.
           move ws-dist-rank-tbl(ws-store-idx) to ws-ss-dist-rank.
           move ws-rank-tbl(ws-store-idx) to ws-ss-chain-rank.
           write report-line from ws-summary-store-line.
           add ws-sl-amt-tbl(ws-store-idx) to ws-dist-sl-amt.
           add ws-sl-cnt-tbl(ws-store-idx) to ws-dist-sl-cnt.
           add ws-ret-amt-tbl(ws-store-idx) to ws-dist-ret-amt.
           add 1 to ws-dist-stores.
       620-district-break.
           move spaces to ws-st-label.
           if ws-cb-district equal spaces
               string "  District " delimited by size
                   ws-unassigned-cnst delimited by size
                   into ws-st-label
           else
               string "  District " delimited by size
                   ws-cb-district delimited by size
                   " Total" delimited by size
                   into ws-st-label
           end-if.
           move ws-dist-sl-amt to ws-st-sl-amt.
           move ws-dist-sl-cnt to ws-st-sl-cnt.
           move ws-dist-ret-amt to ws-st-ret-amt.
           move ws-dist-stores to ws-st-stores.
           write report-line from ws-summary-total-line.
           move spaces to report-line.
           write report-line.
           add ws-dist-sl-amt to ws-reg-sl-amt.
           add ws-dist-sl-cnt to ws-reg-sl-cnt.
           add ws-dist-ret-amt to ws-reg-ret-amt.
           add ws-dist-stores to ws-reg-stores.
           move 0 to ws-dist-sl-amt.
           move 0 to ws-dist-sl-cnt.
           move 0 to ws-dist-ret-amt.
           move 0 to ws-dist-stores.
       630-region-break.
           move spaces to ws-st-label.
           if ws-cb-region equal spaces
               string "Region " delimited by size
                   ws-unassigned-cnst delimited by size
                   into ws-st-label
           else
               string "Region " delimited by size
                   ws-cb-region delimited by size
                   " Total" delimited by size
                   into ws-st-label
           end-if.
           move ws-reg-sl-amt to ws-st-sl-amt.
           move ws-reg-sl-cnt to ws-st-sl-cnt.
           move ws-reg-ret-amt to ws-st-ret-amt.
           move ws-reg-stores to ws-st-stores.
           write report-line from ws-summary-total-line.
           write report-line from ws-star-line.
           add ws-reg-sl-amt to ws-chain-sl-amt.
           add ws-reg-sl-cnt to ws-chain-sl-cnt.
           add ws-reg-ret-amt to ws-chain-ret-amt.
           move 0 to ws-reg-sl-amt.
           move 0 to ws-reg-sl-cnt.
           move 0 to ws-reg-ret-amt.
           move 0 to ws-reg-stores.
      ******************************************************************
      * End of Group 4 - Program #12
      ******************************************************************
       end program Program12.
