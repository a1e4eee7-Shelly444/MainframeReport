      * validate them to see the loss and sales totals fora  set of 
      * stores, aswell as calculate total amounts and loss with 
      * transactions and type records.
      * A sale to a customer holding a tax-exemption certificate on
      * taxExemptCert.dat, for the store's jurisdiction and unexpired
      * on the transaction date, is taxed at zero and written to
      * exemptSales.dat with the certificate number for the
      * remittance program.
      * The totals close with sales by district and region - every
      * store under its district with its rank in the district and
      * in the chain, and a subtotal for each district and region.
      ******************************************************************


               organization is line sequential
               file status is ws-run-log-status.

           select exempt-cert-file
               assign to ws-exempt-cert-path
               organization is line sequential
               file status is ws-exempt-cert-status.

           select exempt-sales-file
               assign to ws-exempt-sales-path
               organization is line sequential.


       data division.
       file section.
           05 input-cashier-id                   pic 9(4).
           05 input-replacement-sku              pic x(15).
           05 input-trans-time                   pic 9(4).
           05 input-customer-number              pic x(8).

       fd report-file
           data record is report-line

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

      * Full product record - only the code and the department are
      * broken out here; the department drives the sales-by-department
      * section of the report
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

      * Shared run-statistics log - every program in the chain
      * appends one end-of-run record here, so the morning checkout
           05 rl-records-out-3                  pic 9(6).
           05 rl-status                         pic xx.

      * Tax-exemption certificates - one per customer and
      * jurisdiction, good through the expiry date
       fd exempt-cert-file
           data record is exempt-cert-line
           record contains 32 characters.
      *
       01 exempt-cert-line.
           05 tx-customer-number                pic x(8).
           05 tx-certificate-number             pic x(15).
           05 tx-jurisdiction                   pic x(3).
           05 tx-expiry-date                    pic 9(6).

      * One record per exempt sale - what the state auditors ask to
      * see, with the certificate that made the sale exempt
       fd exempt-sales-file
           data record is exempt-sales-line
           record contains 74 characters.
      *
       01 exempt-sales-line                 pic x(74).

       working-storage section.
      ******************************************************************
      * Built up field-by-field, then moved to detail-extract-line for
               value ",".
           05 ws-de-trans-date                pic 9(6).
      ******************************************************************
      * The exempt-sales extract - same comma layout Program4 writes
      * its exempt returns in, so the remittance reads both with one
      * layout
      ******************************************************************
       01 ws-exempt-sales-line.
           05 ws-ex-trans-code                pic x.
           05 filler                          pic x
               value ",".
           05 ws-ex-store-number              pic 99.
           05 filler                          pic x
               value ",".
           05 ws-ex-trans-date                pic 9(6).
           05 filler                          pic x
               value ",".
           05 ws-ex-invoice-number            pic x(9).
           05 filler                          pic x
               value ",".
           05 ws-ex-sku-number                pic x(15).
           05 filler                          pic x
               value ",".
           05 ws-ex-amount                    pic 9(5)v99.
           05 filler                          pic x
               value ",".
           05 ws-ex-customer-number           pic x(8).
           05 filler                          pic x
               value ",".
           05 ws-ex-certificate-number        pic x(15).
           05 filler                          pic x
               value ",".
           05 ws-ex-jurisdiction              pic x(3).
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set PROJECT3_DATA_DIR / GROUP_DATA_DIR in the
      * environment to point this run at a different data drop without
       01 ws-sku-master-path            pic x(80).
       01 ws-run-log-path               pic x(80).
       77 ws-run-log-status             pic xx.
       01 ws-exempt-cert-path           pic x(80).
       01 ws-exempt-sales-path          pic x(80).
       77 ws-exempt-cert-status         pic xx.
       77 ws-run-log-disp               pic xx
           value "OK".
       01 ws-flags.
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-exempt-cert-eof-flag    pic x
               value "n".
       01 ws-heading1-name-line.
           05 filler                     pic x(5)
               value spaces.
               value "  Records: ".
           05 ws-dsl-count                   pic zz9
               value 0.
      * A store line and a district/region/chain subtotal line in the
      * sales by district and region section
       01 ws-hier-store-line.
           05 filler                        pic x(4)
               value spaces.
           05 filler                        pic x(6)
               value "Store ".
           05 ws-hsl-store                   pic z9.
           05 filler                        pic x(16)
               value ": ".
           05 ws-hsl-amount                  pic $$$,$$$,$$9.99
               value 0.
           05 filler                        pic x(11)
               value "  Records: ".
           05 ws-hsl-count                   pic zzzz9
               value 0.
           05 filler                        pic x(17)
               value "  District Rank: ".
           05 ws-hsl-dist-rank               pic z9
               value 0.
           05 filler                        pic x(14)
               value "  Chain Rank: ".
           05 ws-hsl-chain-rank              pic z9
               value 0.
       01 ws-hier-total-line.
           05 ws-htl-label                   pic x(28).
           05 ws-htl-amount                  pic $$$,$$$,$$9.99
               value 0.
           05 filler                        pic x(11)
               value "  Records: ".
           05 ws-htl-count                   pic zzzz9
               value 0.
           05 filler                        pic x(10)
               value "  Stores: ".
           05 ws-htl-stores                  pic zz9
               value 0.
       01 ws-cb-store-banner.
           05 filler                        pic x(32)
               value "Store ".
      ******************************************************************
      * Per-store tax rate table - store 12 is in a different tax
      * jurisdiction than stores 1-5, so it carries its own rate
      * instead of one flat constant applied to every store; the
      * jurisdiction rides along for the exemption check and matches
      * Program7's remittance map
      ******************************************************************
      * Rate is 4 digits under PIC V9999 - "1300" decodes to 0.1300
      * (13%), not "0130" which would decode to 0.0130 (1.3%)
       01 ws-tax-rate-values.
           05 filler                     pic x(9) value "011300ONT".
           05 filler                     pic x(9) value "021300ONT".
           05 filler                     pic x(9) value "031300ONT".
           05 filler                     pic x(9) value "041300ONT".
           05 filler                     pic x(9) value "051300ONT".
           05 filler                     pic x(9) value "121500QUE".
       01 ws-tax-rate-table redefines ws-tax-rate-values.
           05 ws-tax-rate-entry occurs 6 times.
               10 ws-tr-store-num        pic 99.
               10 ws-tr-rate             pic v9999.
               10 ws-tr-jur-code         pic x(3).
       77 ws-tax-jur-code            pic x(3)
           value spaces.
      ******************************************************************
      * Exemption certificates, loaded once at startup - a sale is
      * exempt when its customer holds a certificate for the store's
      * jurisdiction that has not expired by the transaction date
      ******************************************************************
       01 ws-exempt-cert-tbl.
           05 ws-exempt-cert-entry occurs 2000 times.
               10 ws-xc-tbl-customer         pic x(8).
               10 ws-xc-tbl-certificate      pic x(15).
               10 ws-xc-tbl-jurisdiction     pic x(3).
               10 ws-xc-tbl-expiry           pic 9(6).
       77 ws-exempt-cert-count          pic 9(4)
           value 0.
       77 ws-exempt-cert-idx            pic 9(4)
           value 0.
       77 ws-exempt-cert-dropped        pic 9(4)
           value 0.
       77 ws-exempt-certificate         pic x(15)
           value spaces.
       77 ws-exempt-sales-count         pic 9(5)
           value 0.

       77 ws-tax-rate                pic v9999
           value 0.
      * per-store accumulators below grow with it instead of stopping
      * at a hardcoded list of stores
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       77 ws-store-count                        pic 999
           value 0.
       77 ws-store-idx                          pic 999
           value 0.
       77 ws-store-totals occurs 99 times pic 9(8)v99
           value 0.
       77 ws-store-record-counts occurs 99 times pic 999
           value 0.
       77 ws-store-averages occurs 99 times pic 9(8)v99
           value 0.
       77 ws-count                 pic 999
       value 0.
      ******************************************************************
      * Each store's district and region from the store master, and
      * its rank by S & L total within the district and the chain
      ******************************************************************
       77 ws-store-district-tbl occurs 99 times pic x(3).
       77 ws-store-region-tbl occurs 99 times   pic x(3).
       77 ws-store-dist-rank occurs 99 times    pic 99
           value 0.
       77 ws-store-chain-rank occurs 99 times   pic 99
           value 0.
       77 ws-rank-idx                           pic 999
           value 0.
      ******************************************************************
      * The stores in region, district and store order for the
      * district and region section - the key is region, district
      * and store number, pointing back at the store's table entry
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
      ******************************************************************
      * District, region and chain subtotals struck at each change of
      * district and of region in the district and region section
      ******************************************************************
       77 ws-hier-first                 pic x
           value "Y".
       77 ws-hier-region                pic x(3)
           value spaces.
       77 ws-hier-district              pic x(3)
           value spaces.
       77 ws-dist-amt                   pic 9(10)v99
           value 0.
       77 ws-dist-cnt                   pic 9(5)
           value 0.
       77 ws-dist-stores                pic 999
           value 0.
       77 ws-reg-amt                    pic 9(10)v99
           value 0.
       77 ws-reg-cnt                    pic 9(5)
           value 0.
       77 ws-reg-stores                 pic 999
           value 0.
       77 ws-chain-amt                  pic 9(10)v99
           value 0.
       77 ws-chain-cnt                  pic 9(5)
           value 0.
       77 ws-unassigned-cnst            pic x(10)
           value "Unassigned".
       77 ws-lowest-transaction-total              pic 9(8)v99
           value 99999999.99.
       77 ws-lowest-transaction-total-store              pic 99
      * file have been truncated
           perform 050-load-store-master.
           perform 052-load-sku-master.
           perform 054-load-exempt-certs.
           open input  input-file,
                output report-file,
                       detail-extract-file,
                       exempt-sales-file.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
      *
           close report-file,
                 detail-extract-file,
                 exempt-sales-file,
                 input-file.
      *
           stop run.
           string ws-group-dir delimited by space
               "/runLog.dat" delimited by size
               into ws-run-log-path.
           string ws-group-dir delimited by space
               "/taxExemptCert.dat" delimited by size
               into ws-exempt-cert-path.
           string ws-project3-dir delimited by space
               "/exemptSales.dat" delimited by size
               into ws-exempt-sales-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-district-code
                   to ws-store-district-tbl(ws-store-count)
               move sm-region-code
                   to ws-store-region-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the exemption certificates once at startup - a shop
      * with no exempt customers has no file, which is an empty
      * table and every sale taxed as before
      ******************************************************************
       054-load-exempt-certs.
           open input exempt-cert-file.
           if ws-exempt-cert-status equal "00"
               read exempt-cert-file
                   at end move "y" to ws-exempt-cert-eof-flag
               end-read
               perform 055-exempt-cert-loop
                   until ws-exempt-cert-eof-flag = 'y'
               close exempt-cert-file
           end-if.
           if ws-exempt-cert-dropped > 0
               display "Program3: exemption table full - "
                   ws-exempt-cert-dropped " certificate(s) not "
                   "loaded; those customers are taxed"
           end-if.
       055-exempt-cert-loop.
           if tx-expiry-date is numeric
               if ws-exempt-cert-count < 2000
                   add 1 to ws-exempt-cert-count
                   move tx-customer-number
                       to ws-xc-tbl-customer(ws-exempt-cert-count)
                   move tx-certificate-number
                       to ws-xc-tbl-certificate(ws-exempt-cert-count)
                   move tx-jurisdiction
                       to ws-xc-tbl-jurisdiction(ws-exempt-cert-count)
                   move tx-expiry-date
                       to ws-xc-tbl-expiry(ws-exempt-cert-count)
               else
                   add 1 to ws-exempt-cert-dropped
               end-if
           end-if.
           read exempt-cert-file
               at end move "y" to ws-exempt-cert-eof-flag.
      ******************************************************************
      ******************************************************************

      ******************************************************************
           move ws-detail-extract-line to detail-extract-line.
           write detail-extract-line.

           if ws-exempt-certificate not equal spaces
               perform 307-write-exempt-sale
           end-if.

      ******************************************************************
      * Proves sandl.dat's trailer against what was actually read -
      * no trailer means a truncated copy or an abended Program2 run,
           close run-log-file.
      ******************************************************************
      * Looks up the tax rate for this record's store in the rate
      * table above instead of applying one flat rate to every store;
      * a customer exempt in the store's jurisdiction on the
      * transaction date is taxed at zero. A store the table does not
      * know is in jurisdiction OTH, as Program7 remits it
      ******************************************************************
       305-lookup-tax-rate.
           move 0.13 to ws-tax-rate.
           move "OTH" to ws-tax-jur-code.
           perform varying ws-tax-idx from 1 by 1
               until ws-tax-idx > 6
               if input-store-number equal
                   ws-tr-store-num(ws-tax-idx)
                   move ws-tr-rate(ws-tax-idx) to ws-tax-rate
                   move ws-tr-jur-code(ws-tax-idx) to ws-tax-jur-code
               end-if
           end-perform.
           move spaces to ws-exempt-certificate.
           if input-customer-number not equal spaces
               perform 306-check-exemption
           end-if.
           if ws-exempt-certificate not equal spaces
               move 0 to ws-tax-rate
           end-if.
      ******************************************************************
      * Finds a certificate for this customer in the store's
      * jurisdiction that is still good on the transaction date
      ******************************************************************
       306-check-exemption.
           perform varying ws-exempt-cert-idx from 1 by 1
               until ws-exempt-cert-idx > ws-exempt-cert-count
               or ws-exempt-certificate not equal spaces
               if input-customer-number equal
                   ws-xc-tbl-customer(ws-exempt-cert-idx)
               and ws-tax-jur-code equal
                   ws-xc-tbl-jurisdiction(ws-exempt-cert-idx)
               and input-transaction-date not greater than
                   ws-xc-tbl-expiry(ws-exempt-cert-idx)
                   move ws-xc-tbl-certificate(ws-exempt-cert-idx)
                       to ws-exempt-certificate
               end-if
           end-perform.
      ******************************************************************
      * One exempt sale to the extract, with the certificate that
      * exempted it and the jurisdiction it was exempt in
      ******************************************************************
       307-write-exempt-sale.
           move input-transaction-code to ws-ex-trans-code.
           move input-store-number to ws-ex-store-number.
           move input-transaction-date to ws-ex-trans-date.
           move input-invoice-number to ws-ex-invoice-number.
           move input-sku-code to ws-ex-sku-number.
           move input-transaction-ammount to ws-ex-amount.
           move input-customer-number to ws-ex-customer-number.
           move ws-exempt-certificate to ws-ex-certificate-number.
           move ws-tax-jur-code to ws-ex-jurisdiction.
           move ws-exempt-sales-line to exempt-sales-line.
           write exempt-sales-line.
           add 1 to ws-exempt-sales-count.
      ******************************************************************
      * Finds this record's transaction-date in ws-date-tbl and adds to
      * it, or opens a new entry if this is the first record seen for
      * that date - feeds the by-date subtotal section on the report
               write report-line from ws-dept-sub-line
           end-perform.

           write report-line from ws-star-line.
           write report-line from ws-star-line.

           move "Sales By District And Region" to report-line.
           write report-line.
           write report-line from ws-star-line.

           perform 540-rank-stores.
           perform 545-sort-stores.
           move "Y" to ws-hier-first.
           perform 550-print-hierarchy-store
               varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-store-count.
           if ws-hier-first equal "N"
               perform 560-district-break
               perform 570-region-break
           end-if.
           move "Chain Total: " to ws-htl-label.
           move ws-chain-amt to ws-htl-amount.
           move ws-chain-cnt to ws-htl-count.
           move ws-store-count to ws-htl-stores.
           write report-line from ws-hier-total-line.
           write report-line from ws-star-line.

      ******************************************************************
      * Rank every store by S & L total within the chain and within
      * its district - rank is one plus the number of stores with a
      * strictly higher total, so ties share a rank; stores not yet
      * placed in a district rank among themselves
      ******************************************************************
       540-rank-stores.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               move 1 to ws-store-chain-rank(ws-store-idx)
               move 1 to ws-store-dist-rank(ws-store-idx)
               perform varying ws-rank-idx from 1 by 1
                   until ws-rank-idx > ws-store-count
                   if ws-store-totals(ws-rank-idx) >
                       ws-store-totals(ws-store-idx)
                       add 1 to ws-store-chain-rank(ws-store-idx)
                       if ws-store-district-tbl(ws-rank-idx) equal
                           ws-store-district-tbl(ws-store-idx)
                           add 1 to ws-store-dist-rank(ws-store-idx)
                       end-if
                   end-if
               end-perform
           end-perform.
      ******************************************************************
      * Insertion sort of the stores on region, district and store
      * number - the detail sort is finished with ws-sort-i/j by now
      ******************************************************************
       545-sort-stores.
           perform varying ws-order-idx from 1 by 1
               until ws-order-idx > ws-store-count
               move ws-store-region-tbl(ws-order-idx)
                   to ws-ord-region(ws-order-idx)
               move ws-store-district-tbl(ws-order-idx)
                   to ws-ord-district(ws-order-idx)
               move ws-store-num-tbl(ws-order-idx)
                   to ws-ord-store(ws-order-idx)
               move ws-order-idx to ws-ord-idx(ws-order-idx)
           end-perform.
           perform 546-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-store-count.
       546-sort-pass.
           move ws-order-entry(ws-sort-i) to ws-ord-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 547-shift-entry
               until ws-sort-done equal "Y".
           move ws-ord-temp to ws-order-entry(ws-sort-j).
       547-shift-entry.
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
      * One store line, striking the district subtotal (and the region
      * subtotal with it) whenever the district or region changes
      ******************************************************************
       550-print-hierarchy-store.
           move ws-ord-idx(ws-order-idx) to ws-store-idx.
           if ws-hier-first equal "Y"
               move "N" to ws-hier-first
               move ws-store-region-tbl(ws-store-idx) to ws-hier-region
               move ws-store-district-tbl(ws-store-idx)
                   to ws-hier-district
           else
               if ws-store-region-tbl(ws-store-idx) not equal
                   ws-hier-region
                   perform 560-district-break
                   perform 570-region-break
                   move ws-store-region-tbl(ws-store-idx)
                       to ws-hier-region
                   move ws-store-district-tbl(ws-store-idx)
                       to ws-hier-district
               else
                   if ws-store-district-tbl(ws-store-idx) not equal
                       ws-hier-district
                       perform 560-district-break
                       move ws-store-district-tbl(ws-store-idx)
                           to ws-hier-district
                   end-if
               end-if
           end-if.
           move ws-store-num-tbl(ws-store-idx) to ws-hsl-store.
           move ws-store-totals(ws-store-idx) to ws-hsl-amount.
           move ws-store-record-counts(ws-store-idx) to ws-hsl-count.
           move ws-store-dist-rank(ws-store-idx) to ws-hsl-dist-rank.
           move ws-store-chain-rank(ws-store-idx)
               to ws-hsl-chain-rank.
           write report-line from ws-hier-store-line.
           add ws-store-totals(ws-store-idx) to ws-dist-amt.
           add ws-store-record-counts(ws-store-idx) to ws-dist-cnt.
           add 1 to ws-dist-stores.
       560-district-break.
           move spaces to ws-htl-label.
           if ws-hier-district equal spaces
               string "  District " delimited by size
                   ws-unassigned-cnst delimited by size
                   ": " delimited by size
                   into ws-htl-label
           else
               string "  District " delimited by size
                   ws-hier-district delimited by size
                   " Subtotal: " delimited by size
                   into ws-htl-label
           end-if.
           move ws-dist-amt to ws-htl-amount.
           move ws-dist-cnt to ws-htl-count.
           move ws-dist-stores to ws-htl-stores.
           write report-line from ws-hier-total-line.
           add ws-dist-amt to ws-reg-amt.
           add ws-dist-cnt to ws-reg-cnt.
           add ws-dist-stores to ws-reg-stores.
           move 0 to ws-dist-amt.
           move 0 to ws-dist-cnt.
           move 0 to ws-dist-stores.
       570-region-break.
           move spaces to ws-htl-label.
           if ws-hier-region equal spaces
               string "Region " delimited by size
                   ws-unassigned-cnst delimited by size
                   ": " delimited by size
                   into ws-htl-label
           else
               string "Region " delimited by size
                   ws-hier-region delimited by size
                   " Subtotal: " delimited by size
                   into ws-htl-label
           end-if.
           move ws-reg-amt to ws-htl-amount.
           move ws-reg-cnt to ws-htl-count.
           move ws-reg-stores to ws-htl-stores.
           write report-line from ws-hier-total-line.
           move spaces to report-line.
           write report-line.
           add ws-reg-amt to ws-chain-amt.
           add ws-reg-cnt to ws-chain-cnt.
           move 0 to ws-reg-amt.
           move 0 to ws-reg-cnt.
           move 0 to ws-reg-stores.
      ******************************************************************
      ******************************************************************

