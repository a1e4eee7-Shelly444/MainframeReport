               assign to ws-void-path
               organization is line sequential.

           select transfer-file
               assign to ws-transfer-path
               organization is line sequential.

           select param-file
               assign to ws-param-path
               organization is line sequential
               88 input-valid-rcode value "R".
               88 input-valid-ecode value "E".
               88 input-valid-vcode value "V".
               88 input-valid-xcode value "X".
           05 input-transaction-ammount          pic 9(5)v99.
           05 input-payment-type                 pic xx.
               88 input-valid-CA value "CA".
      *
       01 void-line                        pic x(75).

      * Inter-store transfers get their own stream - stock moving
      * between two of our own stores is neither a sale nor a
      * taking, so it stays out of S&L, settlement and commission
      * and routes here for the on-hand ledger and the in-transit
      * report
       fd transfer-file
           data record is transfer-line
           record contains 75 characters.
      *
       01 transfer-line                    pic x(75).

       fd report-file
           data record is report-line
           record contains 120 characters.

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

       fd trend-file
           data record is trend-line

       fd invoice-xref-file
           data record is invoice-xref-record
           record contains 31 characters.
      *
       01 invoice-xref-record.
           05 xr-invoice-number                 pic x(9).
           05 xr-store-number                   pic 99.
           05 xr-amount                         pic 9(5)v99.
           05 xr-date                           pic 9(6).
           05 xr-cashier-id                     pic 9(4).
           05 xr-payment-type                   pic xx.

       working-storage section.
      ******************************************************************
       01 ws-exchange-path              pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-transfer-path              pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-csv-path                   pic x(80).
       01 ws-store-master-path          pic x(80).
               value "Void Record Total: ".
           05 ws-total-v-total              pic 99
               value 0.
       01 total-line-40.
           05 filler                        pic x(42)
               value "Transfer Record Total: ".
           05 ws-total-x-total              pic 99
               value 0.
       01 total-line-39.
           05 filler                        pic x(32)
               value "Total Void Amount: ".
      ******************************************************************
      * Store-master lookup table, loaded once at startup, and the
      * per-store S&L / return accumulators keyed off it - adding a
      * store is a STORE-MASTER data change, not a code change. Sized
      * for every store number the two-digit field can carry
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       77 ws-store-amt-tbl occurs 99 times      pic 9(8)v99
           value 0.
       77 ws-store-amt-tbl-r occurs 99 times    pic 9(8)v99
           value 0.
       77 ws-store-cnt-tbl-r occurs 99 times    pic 99
           value 0.
       77 ws-store-count                        pic 999
           value 0.
       77 ws-store-idx                          pic 999
           value 0.
       77 ws-lookup-store-num                   pic 99
           value 0.
           value 3000.00.
       77 ws-cash-share-dev                     pic 99v99
           value 20.00.
       77 ws-store-cash-tbl occurs 99 times     pic 9(8)v99
           value 0.
       77 ws-total-cash-amount                  pic 9(8)v99
           value 0.
           value 0.
       77 ws-total-transaction-ammount-v pic 9(8)v99
           value 0.
       77 ws-transfer-amt-hash           pic 9(11)v99
           value 0.
       77 ws-transfer-record-count       pic 999
           value 0.
      ******************************************************************

       procedure division.
                       exchange-file,
                       layaway-file,
                       void-file,
                       transfer-file,
                       audit-file.
           perform 055-open-invoice-xref.
           open output cash-exception-file.
                 exchange-file,
                 layaway-file,
                 void-file,
                 transfer-file,
                 audit-file.
           if ws-xref-usable equal "Y"
               close invoice-xref-file
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-project2-dir delimited by space
               "/transfers.dat" delimited by size
               into ws-transfer-path.
           string ws-project2-dir delimited by space
               "/totalReport.out" delimited by size
               into ws-report-path.
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           if input-valid-vcode
               perform 117-route-void
           else
           if input-valid-xcode
               perform 119-route-transfer
           else
      * Only a layaway's final pickup is a completed sale - the
      * open, payment and cancel events route to the layaway stream
      * and stay out of the S&L totals and the tax base
           end-if
           end-if
           end-if
           end-if
           end-if.
      ******************************************************************
      * An exchange routes to its own stream - the net amount
           move "VOID  " to ws-au-routed-to.
           perform 620-write-audit-record.
      ******************************************************************
      * An inter-store transfer routes to its own stream and nowhere
      * else on the money side - no settlement cell, no commission,
      * no trend total; its amount is the unit's retail value and is
      * carried only for the stream's control trailer
      ******************************************************************
       119-route-transfer.
           move input-line to transfer-line.
           write transfer-line.
           add 1 to ws-transfer-record-count.
           add input-transaction-ammount to ws-transfer-amt-hash.
           move "XFER  " to ws-au-routed-to.
           perform 620-write-audit-record.
      ******************************************************************
      * Nets a void out of the settlement accumulators - an existing
      * store/date/payment-type cell is drawn down, and a void with
      * no cell yet opens one negative so the extract still accounts
               move input-store-number to xr-store-number
               move input-transaction-ammount to xr-amount
               move input-transaction-date to xr-date
               move input-cashier-id to xr-cashier-id
               move input-payment-type to xr-payment-type
               write invoice-xref-record
                   invalid key rewrite invoice-xref-record
               end-write
           move ws-void-amt-hash to wt-amount-hash.
           move ws-trailer-line to void-line.
           write void-line.
           move ws-transfer-record-count to wt-record-count.
           move ws-transfer-amt-hash to wt-amount-hash.
           move ws-trailer-line to transfer-line.
           write transfer-line.

       500-print-totals.
           perform 610-read-prior-trend.
           write report-line from total-line-35.
           move ws-void-record-count to ws-total-v-total.
           write report-line from total-line-38.
           move ws-transfer-record-count to ws-total-x-total.
           write report-line from total-line-40.
      ******************************************************************
      *     section 5
      ******************************************************************
