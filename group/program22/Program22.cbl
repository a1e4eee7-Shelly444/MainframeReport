      * back, an exchange moves one in and one out, a layaway open
      * moves the held unit out of sellable stock (its final pickup
      * then moves nothing - the unit left the shelf at the open),
      * a receiving record adds its stated quantity, and an approved
      * physical-count variance from Program29 posts its signed
      * quantity as shrink, and an inter-store transfer moves one
      * unit out of the shipping store on its ship side and into
      * the receiving store on its receive side.
      * A defective return (reason DF) is not sellable - Program4
      * sends it to rtvReturns.dat instead, and its unit is kept in
      * a separate damaged/RTV ledger, rtvMoves.dat, posted the same
      * way. Units Program46 has claimed back from the vendor on
      * rtvClaims.dat come out of that bucket, and the report shows
      * what each store is holding for return-to-vendor.
      ******************************************************************
       identification division.
       program-id. Program22.
      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM22_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / PROGRAM46_DATA_DIR / GROUP_DATA_DIR
      * environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
               organization is line sequential
               file status is ws-receipts-status.

           select shrink-posting-file
               assign to ws-shrink-posting-path
               organization is line sequential
               file status is ws-shrink-posting-status.

           select transfer-file
               assign to ws-transfer-path
               organization is line sequential
               file status is ws-transfer-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.
               organization is line sequential
               file status is ws-moves-status.

           select rtv-returns-file
               assign to ws-rtv-returns-path
               organization is line sequential
               file status is ws-rtv-returns-status.

           select rtv-moves-file
               assign to ws-rtv-moves-path
               organization is line sequential
               file status is ws-rtv-moves-status.

           select rtv-claims-file
               assign to ws-rtv-claims-path
               organization is line sequential
               file status is ws-rtv-claims-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
           05 rc-sku-code                        pic x(15).
           05 rc-quantity                        pic 9(5).
           05 rc-receipt-date                    pic 9(6).
      *
      * Program29's approved count variances, in this program's own
      * movement layout - a signed quantity per store and SKU. Like
      * the receiving file, only records dated with the business date
      * post
       fd shrink-posting-file
           data record is shrink-posting-line
           record contains 28 characters.
      *
       01 shrink-posting-line.
           05 sp-store-number                   pic 99.
           05 sp-sku-code                       pic x(15).
           05 sp-post-date                      pic 9(6).
           05 sp-delta                          pic s9(5).
      *
      * Program2's inter-store transfer stream - the ship side (XS)
      * moves the unit out of the record's own store; the receive
      * side (XR) moves it into the record's own store, which is
      * the receiving store. The trailer is skipped
       fd transfer-file
           data record is transfer-line
           record contains 75 characters.
      *
       01 transfer-line.
           05 tr-transaction-code                pic x.
           05 tr-transaction-ammount             pic 9(5)v99.
           05 tr-payment-type                    pic xx.
           05 tr-store-number                    pic 99.
           05 tr-invoice-number                  pic x(9).
           05 tr-sku-code                        pic x(15).
           05 tr-transfer-event                  pic xx.
               88 tr-event-ship value "XS".
               88 tr-event-receive value "XR".
           05 tr-transaction-date                pic 9(6).
           05 tr-cashier-id                      pic 9(4).
           05 tr-other-store                     pic 99.
           05 filler                             pic x(13).
           05 tr-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd sku-master-file
           data record is sku-master-line
           record contains 58 characters.
      *
       01 sku-master-line.
           05 skm-sku-code                      pic x(15).
           05 skm-dept-code                     pic 99.
           05 skm-unit-price                    pic 9(5)v99.
           05 skm-status                        pic x.
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
      *
      * The movement ledger - one net movement per store, SKU and
      * posting date; a store/SKU's on-hand balance is the sum of
           05 mv-sku-code                       pic x(15).
           05 mv-post-date                      pic 9(6).
           05 mv-delta                          pic s9(5).
      *
      * Program4's defective-return feed - the inventory feed's
      * layout, one unit into the damaged/RTV bucket per record
       fd rtv-returns-file
           data record is rtv-returns-line
           record contains 33 characters.
      *
       01 rtv-returns-line.
           05 rr-store-number                    pic 99.
           05 filler                             pic x.
           05 rr-sku-code                        pic x(15).
           05 filler                             pic x.
           05 rr-adj-amount                      pic 9(5)v99.
           05 filler                             pic x.
           05 rr-adj-date                        pic 9(6).
      *
      * The damaged/RTV ledger - the movement ledger's layout, one
      * net count of defective units received per store, SKU and
      * posting date
       fd rtv-moves-file
           data record is rtv-moves-line
           record contains 28 characters.
      *
       01 rtv-moves-line.
           05 rm-store-number                   pic 99.
           05 rm-sku-code                       pic x(15).
           05 rm-post-date                      pic 9(6).
           05 rm-delta                          pic s9(5).
      *
      * Program46's vendor claims - every unit on a claim, open or
      * credited, has left the store for the vendor
       fd rtv-claims-file
           data record is rtv-claims-line
           record contains 74 characters.
      *
       01 rtv-claims-line.
           05 cl-claim-number                   pic 9(8).
           05 cl-vendor-number                  pic x(6).
           05 cl-store-number                   pic 99.
           05 cl-sku-code                       pic x(15).
           05 cl-units                          pic 9(5).
           05 cl-unit-cost                      pic 9(5)v99.
           05 cl-extended-cost                  pic 9(7)v99.
           05 cl-claim-date                     pic 9(6).
           05 cl-status                         pic x.
           05 cl-credit-date                    pic 9(6).
           05 cl-credit-amount                  pic 9(7)v99.
      *
       fd report-file
           data record is report-line
           value "../../../../program14/data".
       77 ws-program26-dir              pic x(60)
           value "../../../../program26/data".
       77 ws-program46-dir              pic x(60)
           value "../../../../program46/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
       01 ws-layaway-path               pic x(80).
       01 ws-exchange-adj-path          pic x(80).
       01 ws-receipts-path              pic x(80).
       01 ws-shrink-posting-path        pic x(80).
       01 ws-transfer-path              pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-moves-path                 pic x(80).
       01 ws-rtv-returns-path           pic x(80).
       01 ws-rtv-moves-path             pic x(80).
       01 ws-rtv-claims-path            pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sales-detail-status        pic xx.
       77 ws-inventory-adj-status       pic xx.
       77 ws-receipts-status            pic xx.
       77 ws-receipts-stale             pic 9(4)
           value 0.
       77 ws-shrink-posting-status      pic xx.
       77 ws-shrink-stale               pic 9(4)
           value 0.
       77 ws-transfer-status            pic xx.
       77 ws-moves-status               pic xx.
       77 ws-rtv-returns-status         pic xx.
       77 ws-rtv-moves-status           pic xx.
       77 ws-rtv-claims-status          pic xx.
       01 ws-flags.
           05 ws-sales-eof-flag          pic x
               value "n".
               value "n".
           05 ws-receipts-eof-flag       pic x
               value "n".
           05 ws-shrink-eof-flag         pic x
               value "n".
           05 ws-transfer-eof-flag       pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-moves-eof-flag          pic x
               value "n".
           05 ws-rtv-returns-eof-flag    pic x
               value "n".
           05 ws-rtv-moves-eof-flag      pic x
               value "n".
           05 ws-rtv-claims-eof-flag     pic x
               value "n".
      ******************************************************************
      * SKU-master lookup tables - department for the stock-status
      * section; a SKU missing from the master lands in department 0
       77 ws-negative-count             pic 9(4)
           value 0.
      ******************************************************************
      * The damaged/RTV ledger and today's defective units netted per
      * store and SKU - kept apart from the sellable tables so a
      * broken unit never shows as stock that can be sold
      ******************************************************************
       77 ws-rm-store-tbl occurs 3000 times     pic 99.
       77 ws-rm-sku-tbl occurs 3000 times       pic x(15).
       77 ws-rm-date-tbl occurs 3000 times      pic 9(6).
       77 ws-rm-delta-tbl occurs 3000 times     pic s9(5).
       77 ws-rtv-moves-count            pic 9(4)
           value 0.
       77 ws-rtv-moves-idx              pic 9(4)
           value 0.
       77 ws-rtv-moves-dropped          pic 9(4)
           value 0.
       77 ws-rf-store-tbl occurs 200 times      pic 99.
       77 ws-rf-sku-tbl occurs 200 times        pic x(15).
       77 ws-rf-delta-tbl occurs 200 times      pic s9(5).
       77 ws-rtv-fresh-count            pic 999
           value 0.
       77 ws-rtv-fresh-idx              pic 999
           value 0.
       77 ws-rtv-fresh-dropped          pic 9(4)
           value 0.
      ******************************************************************
      * Per-store/SKU damaged/RTV balance - units received into the
      * bucket, units claimed back from the vendor, and the
      * difference still held in the store
      ******************************************************************
       77 ws-rb-store-tbl occurs 500 times      pic 99.
       77 ws-rb-sku-tbl occurs 500 times        pic x(15).
       77 ws-rb-received-tbl occurs 500 times   pic s9(7).
       77 ws-rb-claimed-tbl occurs 500 times    pic s9(7).
       77 ws-rtv-bal-count              pic 999
           value 0.
       77 ws-rtv-bal-idx                pic 999
           value 0.
       77 ws-rtv-match-idx              pic 999
           value 0.
       77 ws-rtv-held-qty               pic s9(7)
           value 0.
       77 ws-rtv-held-total             pic s9(8)
           value 0.
      ******************************************************************
      *
      ******************************************************************
       01 ws-heading1-name-line.
           05 ws-dp-qty                  pic zz,zzz,zz9-.
           05 filler                     pic x(59)
               value spaces.
       01 ws-section-title-3.
           05 filler                     pic x(40)
               value "DAMAGED / RTV STOCK".
           05 filler                     pic x(60)
               value spaces.
       01 ws-rtv-line.
           05 filler                     pic x(6)
               value "Store ".
           05 ws-rv-store                pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-rv-sku                  pic x(15).
           05 filler                     pic x(12)
               value "  Received: ".
           05 ws-rv-received             pic zzzzzz9-.
           05 filler                     pic x(11)
               value "  Claimed: ".
           05 ws-rv-claimed              pic zzzzzz9-.
           05 filler                     pic x(8)
               value "  Held: ".
           05 ws-rv-held                 pic zzzzzz9-.
           05 filler                     pic x(20)
               value spaces.
       01 ws-total-1.
           05 filler                     pic x(30)
               value "Store/SKU Balances On Ledger: ".
           05 ws-t2-count                pic zzz9.
           05 filler                     pic x(66)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(30)
               value "RTV Store/SKU Balances:       ".
           05 ws-t3-count                pic zzz9.
           05 filler                     pic x(66)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(30)
               value "RTV Units Held For Vendor:    ".
           05 ws-t4-count                pic zzz9-.
           05 filler                     pic x(65)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
           perform 002-set-business-date.
           perform 040-load-sku-master.
           perform 050-load-moves.
           perform 060-load-rtv-moves.
           perform 100-read-sales-detail.
           perform 150-read-adjustments.
           perform 170-read-layaway-releases.
           perform 180-read-layaway-opens.
           perform 200-read-exchanges.
           perform 250-read-receipts.
           perform 270-read-shrink-postings.
           perform 280-read-transfers.
           perform 350-merge-fresh-moves
               varying ws-fresh-idx from 1 by 1
               until ws-fresh-idx > ws-fresh-count.
           perform 360-rewrite-moves.
           perform 290-read-rtv-returns.
           perform 380-merge-rtv-moves
               varying ws-rtv-fresh-idx from 1 by 1
               until ws-rtv-fresh-idx > ws-rtv-fresh-count.
           perform 385-rewrite-rtv-moves.
           perform 450-roll-up-rtv
               varying ws-rtv-moves-idx from 1 by 1
               until ws-rtv-moves-idx > ws-rtv-moves-count.
           perform 460-read-rtv-claims.
           perform 400-roll-up-balances
               varying ws-moves-idx from 1 by 1
               until ws-moves-idx > ws-moves-count.
               move ws-env-buffer to ws-program26-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM46_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program46-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           string ws-program22-dir delimited by space
               "/dcReceipts.dat" delimited by size
               into ws-receipts-path.
           string ws-program22-dir delimited by space
               "/shrinkPosting.dat" delimited by size
               into ws-shrink-posting-path.
           string ws-project2-dir delimited by space
               "/transfers.dat" delimited by size
               into ws-transfer-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-program22-dir delimited by space
               "/stockStatus.out" delimited by size
               into ws-report-path.
           string ws-program4-dir delimited by space
               "/rtvReturns.dat" delimited by size
               into ws-rtv-returns-path.
           string ws-program22-dir delimited by space
               "/rtvMoves.dat" delimited by size
               into ws-rtv-moves-path.
           string ws-program46-dir delimited by space
               "/rtvClaims.dat" delimited by size
               into ws-rtv-claims-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run
           read moves-file
               at end move "y" to ws-moves-eof-flag.
      ******************************************************************
      * Loads the damaged/RTV ledger - like the movement ledger, no
      * file yet is an empty table
      ******************************************************************
       060-load-rtv-moves.
           open input rtv-moves-file.
           if ws-rtv-moves-status equal "00"
               read rtv-moves-file
                   at end move "y" to ws-rtv-moves-eof-flag
               end-read
               perform 061-rtv-moves-load-loop
                   until ws-rtv-moves-eof-flag = 'y'
               close rtv-moves-file
           end-if.
       061-rtv-moves-load-loop.
           if ws-rtv-moves-count < 3000
               add 1 to ws-rtv-moves-count
               move rm-store-number
                   to ws-rm-store-tbl(ws-rtv-moves-count)
               move rm-sku-code to ws-rm-sku-tbl(ws-rtv-moves-count)
               move rm-post-date to ws-rm-date-tbl(ws-rtv-moves-count)
               move rm-delta to ws-rm-delta-tbl(ws-rtv-moves-count)
           else
               add 1 to ws-rtv-moves-dropped
           end-if.
           read rtv-moves-file
               at end move "y" to ws-rtv-moves-eof-flag.
      ******************************************************************
      * One unit out per sale on the sales detail - layaway final
      * pickups (tcode L) move nothing here because the unit left
      * sellable stock when the layaway opened
           read receipts-file
               at end move "y" to ws-receipts-eof-flag.
      ******************************************************************
      * Approved physical-count variances - the count supervisor's
      * signed correction of the book to the shelf, either direction
      ******************************************************************
       270-read-shrink-postings.
           open input shrink-posting-file.
           if ws-shrink-posting-status equal "00"
               read shrink-posting-file
                   at end move "y" to ws-shrink-eof-flag
               end-read
               perform 271-shrink-loop
                   until ws-shrink-eof-flag = 'y'
               close shrink-posting-file
           end-if.
           if ws-shrink-stale > 0
               display "Program22: " ws-shrink-stale " shrink "
                   "posting(s) not dated " ws-nl-date " skipped - "
                   "rerun Program29 for the day being posted"
           end-if.
       271-shrink-loop.
           if sp-delta is numeric
               if sp-post-date equal ws-nl-date
                   move sp-store-number to ws-work-store
                   move sp-sku-code to ws-work-sku
                   move sp-delta to ws-work-delta
                   perform 300-add-fresh-move
               else
                   add 1 to ws-shrink-stale
               end-if
           end-if.
           read shrink-posting-file
               at end move "y" to ws-shrink-eof-flag.
      ******************************************************************
      * Inter-store transfers - each side is posted at the store that
      * keyed it, one unit per record, so stock in transit has left
      * the shipping store and not yet reached the receiving one
      ******************************************************************
       280-read-transfers.
           open input transfer-file.
           if ws-transfer-status equal "00"
               read transfer-file
                   at end move "y" to ws-transfer-eof-flag
               end-read
               perform 281-transfer-loop
                   until ws-transfer-eof-flag = 'y'
               close transfer-file
           end-if.
       281-transfer-loop.
           if tr-transaction-code equal "X"
               move tr-store-number to ws-work-store
               move tr-sku-code to ws-work-sku
               if tr-event-ship
                   move -1 to ws-work-delta
                   perform 300-add-fresh-move
               end-if
               if tr-event-receive
                   move 1 to ws-work-delta
                   perform 300-add-fresh-move
               end-if
           end-if.
           read transfer-file
               at end move "y" to ws-transfer-eof-flag.
      ******************************************************************
      * One unit into the damaged/RTV bucket per defective return -
      * netted per store and SKU under today's business date, the
      * same way as the sellable movements
      ******************************************************************
       290-read-rtv-returns.
           open input rtv-returns-file.
           if ws-rtv-returns-status equal "00"
               read rtv-returns-file
                   at end move "y" to ws-rtv-returns-eof-flag
               end-read
               perform 291-rtv-returns-loop
                   until ws-rtv-returns-eof-flag = 'y'
               close rtv-returns-file
           end-if.
       291-rtv-returns-loop.
           move "N" to ws-fresh-found.
           perform varying ws-rtv-fresh-idx from 1 by 1
               until ws-rtv-fresh-idx > ws-rtv-fresh-count
               if rr-store-number equal
                   ws-rf-store-tbl(ws-rtv-fresh-idx)
               and rr-sku-code equal ws-rf-sku-tbl(ws-rtv-fresh-idx)
                   add 1 to ws-rf-delta-tbl(ws-rtv-fresh-idx)
                   move "Y" to ws-fresh-found
               end-if
           end-perform.
           if ws-fresh-found equal "N"
               if ws-rtv-fresh-count < 200
                   add 1 to ws-rtv-fresh-count
                   move rr-store-number
                       to ws-rf-store-tbl(ws-rtv-fresh-count)
                   move rr-sku-code
                       to ws-rf-sku-tbl(ws-rtv-fresh-count)
                   move 1 to ws-rf-delta-tbl(ws-rtv-fresh-count)
               else
                   add 1 to ws-rtv-fresh-dropped
               end-if
           end-if.
           read rtv-returns-file
               at end move "y" to ws-rtv-returns-eof-flag.
      ******************************************************************
      * One movement into the fresh table - one entry per store and
      * SKU, all posted under today's business date
      ******************************************************************
           move ws-mv-delta-tbl(ws-moves-idx) to mv-delta.
           write moves-line.
      ******************************************************************
      * Merges one store/SKU's defective units over the damaged/RTV
      * ledger under today's posting date - replaced outright on a
      * same-day rerun, as in 350-merge-fresh-moves
      ******************************************************************
       380-merge-rtv-moves.
           move "N" to ws-fresh-found.
           perform varying ws-rtv-moves-idx from 1 by 1
               until ws-rtv-moves-idx > ws-rtv-moves-count
               if ws-nl-date equal ws-rm-date-tbl(ws-rtv-moves-idx)
               and ws-rf-store-tbl(ws-rtv-fresh-idx) equal
                   ws-rm-store-tbl(ws-rtv-moves-idx)
               and ws-rf-sku-tbl(ws-rtv-fresh-idx) equal
                   ws-rm-sku-tbl(ws-rtv-moves-idx)
                   move ws-rf-delta-tbl(ws-rtv-fresh-idx)
                       to ws-rm-delta-tbl(ws-rtv-moves-idx)
                   move "Y" to ws-fresh-found
               end-if
           end-perform.
           if ws-fresh-found equal "N"
               if ws-rtv-moves-count < 3000
                   add 1 to ws-rtv-moves-count
                   move ws-rf-store-tbl(ws-rtv-fresh-idx)
                       to ws-rm-store-tbl(ws-rtv-moves-count)
                   move ws-rf-sku-tbl(ws-rtv-fresh-idx)
                       to ws-rm-sku-tbl(ws-rtv-moves-count)
                   move ws-nl-date
                       to ws-rm-date-tbl(ws-rtv-moves-count)
                   move ws-rf-delta-tbl(ws-rtv-fresh-idx)
                       to ws-rm-delta-tbl(ws-rtv-moves-count)
               else
                   add 1 to ws-rtv-moves-dropped
               end-if
           end-if.
      ******************************************************************
      * Writes the damaged/RTV ledger back out
      ******************************************************************
       385-rewrite-rtv-moves.
           if ws-rtv-fresh-dropped > 0
           or ws-rtv-moves-dropped > 0
               display "Program22: RTV tables full - fresh "
                   ws-rtv-fresh-dropped " / ledger "
                   ws-rtv-moves-dropped
                   " entr(ies) not carried; trim rtvMoves.dat"
           end-if.
           open output rtv-moves-file.
           perform 386-write-rtv-moves-record
               varying ws-rtv-moves-idx from 1 by 1
               until ws-rtv-moves-idx > ws-rtv-moves-count.
           close rtv-moves-file.
       386-write-rtv-moves-record.
           move ws-rm-store-tbl(ws-rtv-moves-idx) to rm-store-number.
           move ws-rm-sku-tbl(ws-rtv-moves-idx) to rm-sku-code.
           move ws-rm-date-tbl(ws-rtv-moves-idx) to rm-post-date.
           move ws-rm-delta-tbl(ws-rtv-moves-idx) to rm-delta.
           write rtv-moves-line.
      ******************************************************************
      * Rolls each movement into its store/SKU balance
      ******************************************************************
       400-roll-up-balances.
                   to ws-bl-qty-tbl(ws-bal-count)
           end-if.
      ******************************************************************
      * Rolls each damaged/RTV movement into its store/SKU balance
      ******************************************************************
       450-roll-up-rtv.
           move ws-rm-store-tbl(ws-rtv-moves-idx) to ws-work-store.
           move ws-rm-sku-tbl(ws-rtv-moves-idx) to ws-work-sku.
           perform 470-find-rtv-balance.
           if ws-rtv-bal-idx > 0
               add ws-rm-delta-tbl(ws-rtv-moves-idx)
                   to ws-rb-received-tbl(ws-rtv-bal-idx)
           end-if.
      ******************************************************************
      * Takes the units already claimed back from the vendor out of
      * the bucket - with no claim file yet nothing has been claimed
      ******************************************************************
       460-read-rtv-claims.
           open input rtv-claims-file.
           if ws-rtv-claims-status equal "00"
               read rtv-claims-file
                   at end move "y" to ws-rtv-claims-eof-flag
               end-read
               perform 461-rtv-claims-loop
                   until ws-rtv-claims-eof-flag = 'y'
               close rtv-claims-file
           end-if.
       461-rtv-claims-loop.
           if cl-units is numeric
               move cl-store-number to ws-work-store
               move cl-sku-code to ws-work-sku
               perform 470-find-rtv-balance
               if ws-rtv-bal-idx > 0
                   add cl-units to ws-rb-claimed-tbl(ws-rtv-bal-idx)
               end-if
           end-if.
           read rtv-claims-file
               at end move "y" to ws-rtv-claims-eof-flag.
      ******************************************************************
      * Finds (or starts) the damaged/RTV balance for ws-work-store
      * and ws-work-sku - ws-rtv-bal-idx is left at 0 when the table
      * is full
      ******************************************************************
       470-find-rtv-balance.
           move "N" to ws-bal-found.
           move 0 to ws-rtv-match-idx.
           perform varying ws-rtv-bal-idx from 1 by 1
               until ws-rtv-bal-idx > ws-rtv-bal-count
               if ws-work-store equal ws-rb-store-tbl(ws-rtv-bal-idx)
               and ws-work-sku equal ws-rb-sku-tbl(ws-rtv-bal-idx)
                   move "Y" to ws-bal-found
                   move ws-rtv-bal-idx to ws-rtv-match-idx
               end-if
           end-perform.
           if ws-bal-found equal "N"
               if ws-rtv-bal-count < 500
                   add 1 to ws-rtv-bal-count
                   move ws-work-store
                       to ws-rb-store-tbl(ws-rtv-bal-count)
                   move ws-work-sku to ws-rb-sku-tbl(ws-rtv-bal-count)
                   move 0 to ws-rb-received-tbl(ws-rtv-bal-count)
                   move 0 to ws-rb-claimed-tbl(ws-rtv-bal-count)
                   move ws-rtv-bal-count to ws-rtv-match-idx
               end-if
           end-if.
           move ws-rtv-match-idx to ws-rtv-bal-idx.
      ******************************************************************
      * Negative balances first - selling stock the ledger says is
      * not there is either shrinkage or a receiving feed that never
      * arrived - then units on hand by department
               until ws-dept-idx > ws-dept-count.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-3.
           write report-line from ws-star-line.
           perform 540-print-rtv-line
               varying ws-rtv-bal-idx from 1 by 1
               until ws-rtv-bal-idx > ws-rtv-bal-count.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-bal-count to ws-t1-count.
           write report-line from ws-total-1.
           move ws-negative-count to ws-t2-count.
           write report-line from ws-total-2.
           move ws-rtv-bal-count to ws-t3-count.
           write report-line from ws-total-3.
           move ws-rtv-held-total to ws-t4-count.
           write report-line from ws-total-4.
           close report-file.
       510-print-exception-line.
           if ws-bl-qty-tbl(ws-bal-idx) < 0
           move ws-dept-tbl-code(ws-dept-idx) to ws-dp-dept.
           move ws-dept-tbl-qty(ws-dept-idx) to ws-dp-qty.
           write report-line from ws-dept-line.
       540-print-rtv-line.
           compute ws-rtv-held-qty =
               ws-rb-received-tbl(ws-rtv-bal-idx)
               - ws-rb-claimed-tbl(ws-rtv-bal-idx).
           add ws-rtv-held-qty to ws-rtv-held-total.
           move ws-rb-store-tbl(ws-rtv-bal-idx) to ws-rv-store.
           move ws-rb-sku-tbl(ws-rtv-bal-idx) to ws-rv-sku.
           move ws-rb-received-tbl(ws-rtv-bal-idx) to ws-rv-received.
           move ws-rb-claimed-tbl(ws-rtv-bal-idx) to ws-rv-claimed.
           move ws-rtv-held-qty to ws-rv-held.
           write report-line from ws-rtv-line.
      ******************************************************************
      * End of Group 4 - Program #22
      ******************************************************************
