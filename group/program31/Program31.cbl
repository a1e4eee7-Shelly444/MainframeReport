      ******************************************************************
      * Group 4 - Program #31
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Inter-store transfers in transit. A transfer is keyed twice -
      * the shipping store rings the ship side (XS) when the unit
      * leaves and the receiving store rings the receive side (XR)
      * under the same invoice when it arrives - and Program2 splits
      * both onto transfers.dat. Program22 already moves the unit
      * out of one store and into the other, but nothing watched the
      * gap between the two. This program runs after Program2 each
      * night and keeps the transfer ledger, transferLedger.dat: one
      * entry per unit shipped, matched to its receipt by invoice,
      * SKU and store pair (a same-day rerun replaces its day, the
      * same way the on-hand ledger works). The report lists every
      * shipment still not received after TRANSFER_TRANSIT_DAYS days
      * (default 5) by shipping store, and every receipt the ledger
      * has no shipment for. Received transfers drop off the ledger
      * 90 days after they arrive.
      ******************************************************************
       identification division.
       program-id. Program31.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM31_DATA_DIR /
      * PROJECT2_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set) instead of
      * literal paths, so this program can be pointed at a different
      * data drop without relinking
            select transfer-file
               assign to ws-transfer-path
               organization is line sequential
               file status is ws-transfer-status.

           select ledger-file
               assign to ws-ledger-path
               organization is line sequential
               file status is ws-ledger-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Program2's inter-store transfer stream - XS at the shipping
      * store naming the receiving store, XR at the receiving store
      * naming the shipping store; the trailer is skipped
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
      * One unit per entry - a ship date of zero is a receipt the
      * ledger has no shipment for, a receive date of zero is a
      * unit still in transit
       fd ledger-file
           data record is ledger-line
           record contains 40 characters.
      *
       01 ledger-line.
           05 xl-from-store                     pic 99.
           05 xl-ship-date                      pic 9(6).
           05 xl-invoice-number                 pic x(9).
           05 xl-sku-code                       pic x(15).
           05 xl-to-store                       pic 99.
           05 xl-receive-date                   pic 9(6).
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
       77 ws-program31-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-transfer-path              pic x(80).
       01 ws-ledger-path                pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-transfer-status            pic xx.
       77 ws-ledger-status              pic xx.
       01 ws-flags.
           05 ws-transfer-eof-flag       pic x
               value "n".
           05 ws-ledger-eof-flag         pic x
               value "n".
      ******************************************************************
      * Days a shipment may be on the road before it is reported -
      * set TRANSFER_TRANSIT_DAYS in the environment to change it
      * without a recompile - and days a received transfer stays on
      * the ledger
      ******************************************************************
       77 ws-transit-days-cnst          pic 999
           value 5.
       77 ws-keep-days-cnst             pic 999
           value 90.
      ******************************************************************
      * The whole transfer ledger, sorted by shipping store, ship
      * date, invoice and SKU before it is reported and written back
      ******************************************************************
       01 ws-ledger-tbl-area.
           05 ws-xl-entry occurs 5000 times.
               10 ws-xl-key.
                   15 ws-xl-from            pic 99.
                   15 ws-xl-ship-date       pic 9(6).
                   15 ws-xl-invoice         pic x(9).
                   15 ws-xl-sku             pic x(15).
               10 ws-xl-to                  pic 99.
               10 ws-xl-recv-date           pic 9(6).
       01 ws-xl-temp.
           05 ws-xlt-key                    pic x(32).
           05 filler                        pic x(8).
       77 ws-xl-count                   pic 9(4)
           value 0.
       77 ws-xl-idx                     pic 9(4)
           value 0.
       77 ws-xl-dropped                 pic 9(4)
           value 0.
       77 ws-xl-match                   pic 9(4)
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
      * Day-serial date arithmetic for the transit age - days since
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
       77 ws-keep-from-serial           pic 9(6)
           value 0.
       77 ws-days-out                   pic 9(6)
           value 0.
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
      ******************************************************************
      * Report work fields
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-cb-lines                   pic 9(4)
           value 0.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-shipped-today              pic 9(4)
           value 0.
       77 ws-received-today             pic 9(4)
           value 0.
       77 ws-in-transit-count           pic 9(4)
           value 0.
       77 ws-past-due-count             pic 9(4)
           value 0.
       77 ws-unmatched-count            pic 9(4)
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
               value "  Transfers In Transit".
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
       01 ws-transit-line.
           05 filler                     pic x(20)
               value "Transit Allowance:  ".
           05 ws-tl-days                 pic zz9.
           05 filler                     pic x(5)
               value " days".
           05 filler                     pic x(72)
               value spaces.
       01 ws-section-title-1.
           05 filler                     pic x(40)
               value "SHIPMENTS NOT RECEIVED".
           05 filler                     pic x(60)
               value spaces.
       01 ws-section-title-2.
           05 filler                     pic x(40)
               value "RECEIPTS WITH NO SHIPMENT".
           05 filler                     pic x(60)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(7)
               value "From".
           05 filler                     pic x(7)
               value "To".
           05 filler                     pic x(12)
               value "Invoice".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(10)
               value "Shipped".
           05 filler                     pic x(10)
               value "Received".
           05 filler                     pic x(9)
               value " Days Out".
           05 filler                     pic x(28)
               value spaces.
       01 ws-detail-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-from                 pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-dl-to                   pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-invoice              pic x(9).
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-ship-date            pic x(6).
           05 filler                     pic x(4)
               value spaces.
           05 ws-dl-recv-date            pic x(6).
           05 filler                     pic x(4)
               value spaces.
           05 ws-dl-days-out             pic zzzz9.
           05 filler                     pic x(32)
               value spaces.
       01 ws-store-break-line.
           05 filler                     pic x(24)
               value "   Shipping Store Total ".
           05 ws-sb-store                pic z9.
           05 filler                     pic x(17)
               value "   Units Overdue:".
           05 ws-sb-lines                pic zzzz9.
           05 filler                     pic x(52)
               value spaces.
       01 ws-total-1.
           05 filler                     pic x(30)
               value "Transfers On Ledger:          ".
           05 ws-t1-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-2.
           05 filler                     pic x(30)
               value "Units Shipped Today:          ".
           05 ws-t2-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(30)
               value "Units Received Today:         ".
           05 ws-t3-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(30)
               value "Units In Transit:             ".
           05 ws-t4-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-5.
           05 filler                     pic x(30)
               value "Units Past Transit Allowance: ".
           05 ws-t5-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-6.
           05 filler                     pic x(30)
               value "Receipts With No Shipment:    ".
           05 ws-t6-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-7.
           05 filler                     pic x(30)
               value "Transfer Records Rejected:    ".
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
           compute ws-keep-from-serial =
               ws-today-serial - ws-keep-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
           perform 050-load-ledger.
           perform 100-read-transfers.
           if ws-xl-dropped > 0
               display "Program31: transfer ledger full - "
                   ws-xl-dropped " unit(s) not carried"
           end-if.
           perform 150-sort-ledger.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           move ws-transit-days-cnst to ws-tl-days.
           write report-line from ws-transit-line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-1.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 200-print-past-due
               varying ws-xl-idx from 1 by 1
               until ws-xl-idx > ws-xl-count.
           if ws-cb-first equal "N"
               perform 250-store-break
           end-if.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-2.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 300-print-unmatched
               varying ws-xl-idx from 1 by 1
               until ws-xl-idx > ws-xl-count.
           perform 500-print-totals.
           close report-file.
           perform 360-rewrite-ledger.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and the transit allowance from
      * the environment - falls back to the current relative layout
      * when the directory variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM31_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program31-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROJECT2_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-project2-dir
           end-if.
           string ws-project2-dir delimited by space
               "/transfers.dat" delimited by size
               into ws-transfer-path.
           string ws-program31-dir delimited by space
               "/transferLedger.dat" delimited by size
               into ws-ledger-path.
           string ws-program31-dir delimited by space
               "/inTransit.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "TRANSFER_TRANSIT_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-transit-days-cnst
           end-if.
           if ws-transit-days-cnst equal 0
               move 5 to ws-transit-days-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run
      * posts its transfers and ages them under the day it is
      * processing
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
      * Loads the transfer ledger with today's postings taken back
      * off - a side posted today is cleared and an entry with
      * neither side left is dropped, so a same-day rerun replaces
      * its day instead of doubling it. A first-ever run has no file
      * yet, which is an empty table, not an error
      ******************************************************************
       050-load-ledger.
           open input ledger-file.
           if ws-ledger-status equal "00"
               read ledger-file
                   at end move "y" to ws-ledger-eof-flag
               end-read
               perform 051-ledger-load-loop
                   until ws-ledger-eof-flag = 'y'
               close ledger-file
           end-if.
       051-ledger-load-loop.
           if xl-ship-date equal ws-nl-date
               move 0 to xl-ship-date
           end-if.
           if xl-receive-date equal ws-nl-date
               move 0 to xl-receive-date
           end-if.
           if xl-ship-date not equal 0
           or xl-receive-date not equal 0
               if ws-xl-count < 5000
                   add 1 to ws-xl-count
                   move xl-from-store to ws-xl-from(ws-xl-count)
                   move xl-ship-date to ws-xl-ship-date(ws-xl-count)
                   move xl-invoice-number to ws-xl-invoice(ws-xl-count)
                   move xl-sku-code to ws-xl-sku(ws-xl-count)
                   move xl-to-store to ws-xl-to(ws-xl-count)
                   move xl-receive-date
                       to ws-xl-recv-date(ws-xl-count)
               else
                   add 1 to ws-xl-dropped
               end-if
           end-if.
           read ledger-file
               at end move "y" to ws-ledger-eof-flag.
      ******************************************************************
      * Today's transfer stream - a ship side opens a unit in transit
      * (or completes a receipt that arrived ahead of it), a receive
      * side closes the oldest open unit for the same invoice, SKU
      * and store pair (or is held as a receipt with no shipment).
      * A record that names no usable other store is counted and
      * left out - Program1 should never have passed it
      ******************************************************************
       100-read-transfers.
           open input transfer-file.
           if ws-transfer-status equal "00"
               read transfer-file
                   at end move "y" to ws-transfer-eof-flag
               end-read
               perform 110-transfer-loop
                   until ws-transfer-eof-flag = 'y'
               close transfer-file
           end-if.
       110-transfer-loop.
           if tr-transaction-code equal "X"
               if tr-other-store is numeric
               and (tr-event-ship or tr-event-receive)
                   if tr-event-ship
                       perform 120-post-ship
                   else
                       perform 130-post-receive
                   end-if
               else
                   add 1 to ws-rejected-count
               end-if
           end-if.
           read transfer-file
               at end move "y" to ws-transfer-eof-flag.
       120-post-ship.
           add 1 to ws-shipped-today.
           move 0 to ws-xl-match.
           perform varying ws-xl-idx from 1 by 1
               until ws-xl-idx > ws-xl-count
               or ws-xl-match > 0
               if ws-xl-ship-date(ws-xl-idx) equal 0
               and ws-xl-invoice(ws-xl-idx) equal tr-invoice-number
               and ws-xl-sku(ws-xl-idx) equal tr-sku-code
               and ws-xl-from(ws-xl-idx) equal tr-store-number
               and ws-xl-to(ws-xl-idx) equal tr-other-store
                   move ws-xl-idx to ws-xl-match
               end-if
           end-perform.
           if ws-xl-match > 0
               move ws-nl-date to ws-xl-ship-date(ws-xl-match)
           else
               if ws-xl-count < 5000
                   add 1 to ws-xl-count
                   move tr-store-number to ws-xl-from(ws-xl-count)
                   move ws-nl-date to ws-xl-ship-date(ws-xl-count)
                   move tr-invoice-number to ws-xl-invoice(ws-xl-count)
                   move tr-sku-code to ws-xl-sku(ws-xl-count)
                   move tr-other-store to ws-xl-to(ws-xl-count)
                   move 0 to ws-xl-recv-date(ws-xl-count)
               else
                   add 1 to ws-xl-dropped
               end-if
           end-if.
       130-post-receive.
           add 1 to ws-received-today.
           move 0 to ws-xl-match.
           perform varying ws-xl-idx from 1 by 1
               until ws-xl-idx > ws-xl-count
               if ws-xl-recv-date(ws-xl-idx) equal 0
               and ws-xl-ship-date(ws-xl-idx) not equal 0
               and ws-xl-invoice(ws-xl-idx) equal tr-invoice-number
               and ws-xl-sku(ws-xl-idx) equal tr-sku-code
               and ws-xl-from(ws-xl-idx) equal tr-other-store
               and ws-xl-to(ws-xl-idx) equal tr-store-number
                   if ws-xl-match equal 0
                       move ws-xl-idx to ws-xl-match
                   else
                       if ws-xl-ship-date(ws-xl-idx) <
                           ws-xl-ship-date(ws-xl-match)
                           move ws-xl-idx to ws-xl-match
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-xl-match > 0
               move ws-nl-date to ws-xl-recv-date(ws-xl-match)
           else
               if ws-xl-count < 5000
                   add 1 to ws-xl-count
                   move tr-other-store to ws-xl-from(ws-xl-count)
                   move 0 to ws-xl-ship-date(ws-xl-count)
                   move tr-invoice-number to ws-xl-invoice(ws-xl-count)
                   move tr-sku-code to ws-xl-sku(ws-xl-count)
                   move tr-store-number to ws-xl-to(ws-xl-count)
                   move ws-nl-date to ws-xl-recv-date(ws-xl-count)
               else
                   add 1 to ws-xl-dropped
               end-if
           end-if.
      ******************************************************************
      * Insertion sort on shipping store, ship date, invoice and SKU
      * so each store's overdue units print together, oldest first
      ******************************************************************
       150-sort-ledger.
           perform 151-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-xl-count.
       151-sort-pass.
           move ws-xl-entry(ws-sort-i) to ws-xl-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 152-shift-entry
               until ws-sort-done equal "Y".
           move ws-xl-temp to ws-xl-entry(ws-sort-j).
       152-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-xl-key(ws-sort-j - 1) > ws-xlt-key
                   move ws-xl-entry(ws-sort-j - 1)
                       to ws-xl-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * A unit shipped and not received is in transit; once it has
      * been on the road longer than the allowance it is listed
      * under its shipping store
      ******************************************************************
       200-print-past-due.
           if ws-xl-ship-date(ws-xl-idx) not equal 0
           and ws-xl-recv-date(ws-xl-idx) equal 0
               add 1 to ws-in-transit-count
               move ws-xl-ship-date(ws-xl-idx) to ws-serial-date
               perform 800-date-to-serial
               move 0 to ws-days-out
               if ws-today-serial > ws-serial
                   compute ws-days-out = ws-today-serial - ws-serial
               end-if
               if ws-days-out > ws-transit-days-cnst
                   perform 210-print-past-due-line
               end-if
           end-if.
       210-print-past-due-line.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-xl-from(ws-xl-idx) to ws-cb-store
           else
               if ws-xl-from(ws-xl-idx) not equal ws-cb-store
                   perform 250-store-break
                   move ws-xl-from(ws-xl-idx) to ws-cb-store
               end-if
           end-if.
           move ws-xl-from(ws-xl-idx) to ws-dl-from.
           move ws-xl-to(ws-xl-idx) to ws-dl-to.
           move ws-xl-invoice(ws-xl-idx) to ws-dl-invoice.
           move ws-xl-sku(ws-xl-idx) to ws-dl-sku.
           move ws-xl-ship-date(ws-xl-idx) to ws-dl-ship-date.
           move spaces to ws-dl-recv-date.
           move ws-days-out to ws-dl-days-out.
           write report-line from ws-detail-line.
           add 1 to ws-cb-lines.
           add 1 to ws-past-due-count.
       250-store-break.
           move ws-cb-store to ws-sb-store.
           move ws-cb-lines to ws-sb-lines.
           write report-line from ws-store-break-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-cb-lines.
      ******************************************************************
      * A receipt with no shipment on the ledger - the ship side was
      * never keyed, was rejected upstream, or names a different
      * invoice or store pair than the receive side
      ******************************************************************
       300-print-unmatched.
           if ws-xl-ship-date(ws-xl-idx) equal 0
               move ws-xl-from(ws-xl-idx) to ws-dl-from
               move ws-xl-to(ws-xl-idx) to ws-dl-to
               move ws-xl-invoice(ws-xl-idx) to ws-dl-invoice
               move ws-xl-sku(ws-xl-idx) to ws-dl-sku
               move spaces to ws-dl-ship-date
               move ws-xl-recv-date(ws-xl-idx) to ws-dl-recv-date
               move 0 to ws-dl-days-out
               write report-line from ws-detail-line
               add 1 to ws-unmatched-count
           end-if.
      ******************************************************************
      * Writes the ledger back out, dropping received transfers that
      * arrived longer ago than the keep period; a receipt still
      * waiting for its shipment is never dropped
      ******************************************************************
       360-rewrite-ledger.
           open output ledger-file.
           perform 370-write-ledger-record
               varying ws-xl-idx from 1 by 1
               until ws-xl-idx > ws-xl-count.
           close ledger-file.
       370-write-ledger-record.
           move 999999 to ws-serial.
           if ws-xl-ship-date(ws-xl-idx) not equal 0
           and ws-xl-recv-date(ws-xl-idx) not equal 0
               move ws-xl-recv-date(ws-xl-idx) to ws-serial-date
               perform 800-date-to-serial
           end-if.
           if ws-serial not less than ws-keep-from-serial
               move ws-xl-from(ws-xl-idx) to xl-from-store
               move ws-xl-ship-date(ws-xl-idx) to xl-ship-date
               move ws-xl-invoice(ws-xl-idx) to xl-invoice-number
               move ws-xl-sku(ws-xl-idx) to xl-sku-code
               move ws-xl-to(ws-xl-idx) to xl-to-store
               move ws-xl-recv-date(ws-xl-idx) to xl-receive-date
               write ledger-line
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-xl-count to ws-t1-count.
           write report-line from ws-total-1.
           move ws-shipped-today to ws-t2-count.
           write report-line from ws-total-2.
           move ws-received-today to ws-t3-count.
           write report-line from ws-total-3.
           move ws-in-transit-count to ws-t4-count.
           write report-line from ws-total-4.
           move ws-past-due-count to ws-t5-count.
           write report-line from ws-total-5.
           move ws-unmatched-count to ws-t6-count.
           write report-line from ws-total-6.
           move ws-rejected-count to ws-t7-count.
           write report-line from ws-total-7.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so transit ages cross month and year ends
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
      * End of Group 4 - Program #31
      ******************************************************************
       end program Program31.
