      * printing the entire data records and formatting the raw data so
      * its easier to read aswell as display total transaction records
      * for the stores and the returns.
      * A return by a customer whose tax-exemption certificate on
      * taxExemptCert.dat covered the original sale - the store's
      * jurisdiction, unexpired on the sale date - refunds no tax, and
      * goes to exemptReturns.dat for the remittance program.
      * A verified return with reason code DF (defective) is not
      * sellable - it goes to rtvReturns.dat instead of the inventory
      * feed, for the on-hand program to hold in the damaged/RTV
      * bucket until it is claimed back from the vendor.
      ******************************************************************
       
       identification division.
               organization is line sequential
               file status is ws-param-status.

           select exempt-cert-file
               assign to ws-exempt-cert-path
               organization is line sequential
               file status is ws-exempt-cert-status.

           select exempt-returns-file
               assign to ws-exempt-returns-path
               organization is line sequential.

           select rtv-returns-file
               assign to ws-rtv-returns-path
               organization is line sequential.

           select run-log-file
               assign to ws-run-log-path
               organization is line sequential
           05 input-cashier-id                   pic 9(4).
           05 input-replacement-sku              pic x(15).
           05 input-trans-time                   pic 9(4).
           05 input-customer-number              pic x(8).
      ******************************************************************
      ******************************************************************

       fd invoice-xref-file
           data record is invoice-xref-record
           record contains 31 characters.
      *
       01 invoice-xref-record.
           05 xr-invoice-number                  pic x(9).
           05 xr-store-number                    pic 99.
           05 xr-amount                          pic 9(5)v99.
           05 xr-date                            pic 9(6).
           05 xr-cashier-id                      pic 9(4).
           05 xr-payment-type                    pic xx.
      ******************************************************************
      ******************************************************************

      * against the tax Program3 collected on the sales side
       fd returns-detail-file
           data record is returns-detail-line
           record contains 54 characters.
      *
       01 returns-detail-line               pic x(54).

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

      * One record per verified return of an exempt sale - the same
      * comma layout as Program3's exemptSales.dat
       fd exempt-returns-file
           data record is exempt-returns-line
           record contains 74 characters.
      *
       01 exempt-returns-line               pic x(74).

      * One record per verified defective return - the inventory
      * feed's layout, but the unit goes to the damaged/RTV bucket
      * rather than back into sellable stock
       fd rtv-returns-file
           data record is rtv-returns-line
           record contains 33 characters.
      *
       01 rtv-returns-line                  pic x(33).

      * Return authorizations keyed from the store paperwork - a
      * return above the authorization threshold must match one of
       77 ws-return-auth-status          pic xx.
       01 ws-run-log-path                pic x(80).
       77 ws-run-log-status              pic xx.
       01 ws-exempt-cert-path            pic x(80).
       01 ws-exempt-returns-path         pic x(80).
       01 ws-rtv-returns-path            pic x(80).
       77 ws-exempt-cert-status          pic xx.
       77 ws-exempt-cert-eof-flag        pic x
           value "n".
       77 ws-run-log-disp                pic xx
           value "OK".
       01 ws-param-path                  pic x(80).
           05 filler                         pic x
               value ",".
           05 ws-rd-date                     pic 9(6).
           05 filler                         pic x
               value ",".
           05 ws-rd-sku-code                 pic x(15).
      ******************************************************************
      * The exempt-returns extract - Program3's exempt-sales layout,
      * so the remittance reads both with one layout
      ******************************************************************
       01 ws-exempt-returns-line.
           05 ws-ex-trans-code               pic x.
           05 filler                         pic x
               value ",".
           05 ws-ex-store-number             pic 99.
           05 filler                         pic x
               value ",".
           05 ws-ex-trans-date               pic 9(6).
           05 filler                         pic x
               value ",".
           05 ws-ex-invoice-number           pic x(9).
           05 filler                         pic x
               value ",".
           05 ws-ex-sku-number               pic x(15).
           05 filler                         pic x
               value ",".
           05 ws-ex-amount                   pic 9(5)v99.
           05 filler                         pic x
               value ",".
           05 ws-ex-customer-number          pic x(8).
           05 filler                         pic x
               value ",".
           05 ws-ex-certificate-number       pic x(15).
           05 filler                         pic x
               value ",".
           05 ws-ex-jurisdiction             pic x(3).
       77 ws-xref-status                 pic xx.
       01 ws-flags.
           05 ws-eof-flag                pic x
           value "N".
       77 ws-held-return-count           pic 999
           value 0.
       77 ws-rtv-return-count            pic 999
           value 0.
      ******************************************************************
      * Hold suspense already on file, loaded at startup now that
      * returnsHold.dat persists run over run - a same-day rerun
               value "Returns Held For Authorization:      ".
           05 ws-total-held-return-count    pic zz9
               value 0.
       01 total-line-40.
           05 filler                        pic x(38)
               value "Defective Returns To RTV Bucket:     ".
           05 ws-total-rtv-return-count     pic zz9
               value 0.
      ******************************************************************
      ******************************************************************

      * flat 0.13 constant this replaces computed store 12's refunded
      * tax at the wrong rate and nobody could net the two sides.
      * Mirrors Program3's table so both sides of a transaction tax
      * at the same rate, in the same jurisdiction
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
       77 ws-tax-jur-code           pic x(3)
           value spaces.
      ******************************************************************
      * Exemption certificates, loaded once at startup - Program3's
      * table, so a sale exempted there refunds no tax here
      ******************************************************************
       01 ws-exempt-cert-tbl.
           05 ws-exempt-cert-entry occurs 2000 times.
               10 ws-xc-tbl-customer         pic x(8).
               10 ws-xc-tbl-certificate      pic x(15).
               10 ws-xc-tbl-jurisdiction     pic x(3).
               10 ws-xc-tbl-expiry           pic 9(6).
       77 ws-exempt-cert-count      pic 9(4)
           value 0.
       77 ws-exempt-cert-idx        pic 9(4)
           value 0.
       77 ws-exempt-cert-dropped    pic 9(4)
           value 0.
       77 ws-exempt-certificate     pic x(15)
           value spaces.
       77 ws-exempt-on-date         pic 9(6)
           value 0.
       77 ws-tax-rate               pic v9999
           value 0.
       77 ws-tax-idx                pic 9
           perform 001-init-file-paths.
           perform 060-open-invoice-xref.
           perform 070-load-return-auths.
           perform 074-load-exempt-certs.
           open input  input-file,
                output report-file,
                output inventory-adj-file,
                output returns-detail-file,
                output exempt-returns-file,
                output rtv-returns-file.
      * returnsHold.dat is suspense, not a daily product - a held
      * record persists until the disposition program releases or
      * denies it, so the file extends run over run and is never
                 input-file,
                 inventory-adj-file,
                 returns-detail-file,
                 exempt-returns-file,
                 rtv-returns-file,
                 returns-hold-file,
                 invoice-xref-file.
      *
           string ws-program4-dir delimited by space
               "/releasedReturns.dat" delimited by size
               into ws-released-path.
           string ws-group-dir delimited by space
               "/taxExemptCert.dat" delimited by size
               into ws-exempt-cert-path.
           string ws-program4-dir delimited by space
               "/exemptReturns.dat" delimited by size
               into ws-exempt-returns-path.
           string ws-program4-dir delimited by space
               "/rtvReturns.dat" delimited by size
               into ws-rtv-returns-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "RETURN_AUTH_THRESHOLD"
           end-if.
           read returns-hold-file
               at end move "y" to ws-hold-eof-flag.
      ******************************************************************
      * Loads the exemption certificates once at startup - no file
      * means no exempt customers, and every refund is taxed as before
      ******************************************************************
       074-load-exempt-certs.
           open input exempt-cert-file.
           if ws-exempt-cert-status equal "00"
               read exempt-cert-file
                   at end move "y" to ws-exempt-cert-eof-flag
               end-read
               perform 075-exempt-cert-loop
                   until ws-exempt-cert-eof-flag = 'y'
               close exempt-cert-file
           end-if.
           if ws-exempt-cert-dropped > 0
               display "Program4: exemption table full - "
                   ws-exempt-cert-dropped " certificate(s) not "
                   "loaded; those customers' refunds are taxed"
           end-if.
       075-exempt-cert-loop.
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
       100-process-pages.

            perform 300-main-logic

               perform 320-write-inventory-adj
               perform 330-write-returns-detail
               if ws-exempt-certificate not equal spaces
                   perform 335-write-exempt-return
               end-if
           end-if.

           move input-transaction-code to ws-prt-trans-code.
      ******************************************************************
      * Feeds the item back into sellable stock for a verified return -
      * an orphan return (no matching sale) is not fed to inventory
      * since it has not been confirmed as a real prior sale. A
      * defective return is not sellable and goes to the RTV feed
      ******************************************************************
       320-write-inventory-adj.
           move input-store-number to ws-ia-store-number.
           move input-sku-code to ws-ia-sku-code.
           move input-transaction-ammount to ws-ia-adj-amount.
           move ws-nl-date to ws-ia-adj-date.
           if input-return-reason-code equal "DF"
               move ws-inventory-adj-line to rtv-returns-line
               write rtv-returns-line
               add 1 to ws-rtv-return-count
           else
               move ws-inventory-adj-line to inventory-adj-line
               write inventory-adj-line
           end-if.
      ******************************************************************
      * Looks up the tax rate for this record's store in the rate
      * table above instead of applying one flat rate to every store -
      * mirrors Program3's lookup so both sides of a transaction tax
      * at the same rate. The exemption is judged on the original
      * sale's date off the cross-reference, so the refund mirrors
      * what Program3 charged even if the certificate has since run
      * out. A store the table does not know is in jurisdiction OTH,
      * as Program7 remits it
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
           if ws-sale-matched equal "Y"
               move xr-date to ws-exempt-on-date
           else
               move input-transaction-date to ws-exempt-on-date
           end-if.
           if input-customer-number not equal spaces
               perform 306-check-exemption
           end-if.
           if ws-exempt-certificate not equal spaces
               move 0 to ws-tax-rate
           end-if.
      ******************************************************************
      * Finds a certificate for this customer in the store's
      * jurisdiction that was good on the sale date
      ******************************************************************
       306-check-exemption.
           perform varying ws-exempt-cert-idx from 1 by 1
               until ws-exempt-cert-idx > ws-exempt-cert-count
               or ws-exempt-certificate not equal spaces
               if input-customer-number equal
                   ws-xc-tbl-customer(ws-exempt-cert-idx)
               and ws-tax-jur-code equal
                   ws-xc-tbl-jurisdiction(ws-exempt-cert-idx)
               and ws-exempt-on-date not greater than
                   ws-xc-tbl-expiry(ws-exempt-cert-idx)
                   move ws-xc-tbl-certificate(ws-exempt-cert-idx)
                       to ws-exempt-certificate
               end-if
           end-perform.
      ******************************************************************
           move ws-tax-temp to ws-rd-tax.
           move input-invoice-number to ws-rd-invoice-number.
           move input-transaction-date to ws-rd-date.
           move input-sku-code to ws-rd-sku-code.
           move ws-returns-detail-line to returns-detail-line.
           write returns-detail-line.
      ******************************************************************
      * One verified return of an exempt sale, with the certificate
      * that exempted it, for the remittance's exempt-sales section
      ******************************************************************
       335-write-exempt-return.
           move input-transaction-code to ws-ex-trans-code.
           move input-store-number to ws-ex-store-number.
           move input-transaction-date to ws-ex-trans-date.
           move input-invoice-number to ws-ex-invoice-number.
           move input-sku-code to ws-ex-sku-number.
           move input-transaction-ammount to ws-ex-amount.
           move input-customer-number to ws-ex-customer-number.
           move ws-exempt-certificate to ws-ex-certificate-number.
           move ws-tax-jur-code to ws-ex-jurisdiction.
           move ws-exempt-returns-line to exempt-returns-line.
           write exempt-returns-line.
      ******************************************************************
      ******************************************************************

       500-print-totals.

           move ws-orphan-return-count to ws-total-orphan-return-count.
           move ws-held-return-count to ws-total-held-return-count.
           move ws-rtv-return-count to ws-total-rtv-return-count.

      ******************************************************************
      ******************************************************************

           write report-line from total-line-39.

           write report-line from total-line-40.

      ******************************************************************
      ******************************************************************

