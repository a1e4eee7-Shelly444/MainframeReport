      ******************************************************************
      * Group 4 - Program #47
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Store transmission backout. When a store's transmission turns
      * out to be wrong after the day has posted - the wrong day's
      * tape, a register that double-sent - its postings are spread
      * over every ledger the chain keeps, and backing them out by
      * hand meant editing seven files and hoping they agreed. This
      * program takes one request off backoutRequest.dat - the store,
      * the business date, the transmission's sequence number and the
      * operator asking - and in one controlled run removes what that
      * transmission posted from invoiceHistory.dat, giftCardLedger
      * .dat, onHandMoves.dat (and the damaged/RTV ledger beside it),
      * taxRemitMtd.dat, custReturns.dat, the open-layaway ledger and
      * salesTrend.dat, so the corrected transmission can then be
      * reprocessed the ordinary way. Each record of the staged file
      * (store<NN>-<seq>.trn, proven against its header and trailer
      * the same way Program1 proves it) is backed out only if its
      * own posting is on the keyed invoice history under that store
      * and date - the history is the proof it posted - and its
      * effect on each ledger is worked out with the rules of the
      * program that posted it, then taken off that ledger's entry
      * for the day; a ledger whose program has not yet posted the
      * day has nothing to take off. A void's original sale is
      * unmarked the way the disposition program does it. Layaways
      * this transmission picked up or cancelled have already left
      * the open-layaway ledger with their deposits, so they are
      * listed for the layaway desk to reopen by hand. The operator
      * must be an active operator on operatorMaster.dat holding
      * function BKOT, and the run refuses outright - touching
      * nothing - when the business date sits in a period closed on
      * periodControl.dat, when the staged file no longer proves, or
      * when a ledger is too large to carry. Every attempt, applied
      * or refused, is logged with who and when to backoutLog.dat,
      * and the report shows each ledger's figures before and after.
      * Run it before the corrected file is staged over the old one.
      ******************************************************************
       identification division.
       program-id. Program47.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM47_DATA_DIR /
      * PROGRAM4_DATA_DIR / PROGRAM14_DATA_DIR / PROGRAM18_DATA_DIR /
      * PROGRAM22_DATA_DIR / PROGRAM25_DATA_DIR / PROJECT2_DATA_DIR /
      * PROJECT3_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select request-file
               assign to ws-request-path
               organization is line sequential
               file status is ws-request-status.

           select operator-master-file
               assign to ws-operator-path
               organization is line sequential
               file status is ws-operator-status.

           select period-file
               assign to ws-period-path
               organization is line sequential
               file status is ws-period-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.

           select input-file
               assign to ws-input-path
               organization is line sequential
               file status is ws-input-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential
               file status is ws-sku-status.

           select exempt-cert-file
               assign to ws-exempt-cert-path
               organization is line sequential
               file status is ws-exempt-cert-status.

           select return-auth-file
               assign to ws-return-auth-path
               organization is line sequential
               file status is ws-return-auth-status.

           select param-file
               assign to ws-param-path
               organization is line sequential
               file status is ws-param-status.

      * The keyed invoice history Program1 posts every accepted
      * record to - the proof a transmission record posted, and
      * where its posting is removed
           select invoice-history-file
               assign to ws-invoice-history-path
               organization is indexed
               access is random
               record key is ih-key
               file status is ws-history-status.

      * The keyed invoice cross-reference Program2 builds - a return
      * whose invoice is not on it was never verified, so it never
      * reached the inventory feed or the tax refunded
           select invoice-xref-file
               assign to ws-xref-path
               organization is indexed
               access is random
               record key is xr-invoice-number
               file status is ws-xref-status.

           select gift-ledger-file
               assign to ws-gift-ledger-path
               organization is line sequential
               file status is ws-gift-ledger-status.

           select moves-file
               assign to ws-moves-path
               organization is line sequential
               file status is ws-moves-status.

           select rtv-moves-file
               assign to ws-rtv-moves-path
               organization is line sequential
               file status is ws-rtv-moves-status.

           select mtd-file
               assign to ws-mtd-path
               organization is line sequential
               file status is ws-mtd-status.

           select cust-returns-file
               assign to ws-cust-returns-path
               organization is line sequential
               file status is ws-cust-returns-status.

           select layaway-ledger-file
               assign to ws-layaway-ledger-path
               organization is line sequential
               file status is ws-layaway-ledger-status.

           select trend-file
               assign to ws-trend-path
               organization is line sequential
               file status is ws-trend-status.

           select invalid-file
               assign to ws-invalid-path
               organization is line sequential
               file status is ws-invalid-status.

           select backout-log-file
               assign to ws-backout-log-path
               organization is line sequential
               file status is ws-backout-log-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * The backout request - the store, the business date the
      * transmission posted under, its sequence number, and the
      * operator asking for the backout; one request per run
       fd request-file
           data record is request-line
           record contains 17 characters.
      *
       01 request-line.
           05 br-store-number                   pic 99.
           05 br-business-date                  pic 9(6).
           05 br-seq-number                     pic 9.
           05 br-user-id                        pic x(8).
      *
      * The operator master - one record per user, with the function
      * codes that user may perform; only status A operators count
       fd operator-master-file
           data record is operator-line
           record contains 69 characters.
      *
       01 operator-line.
           05 op-user-id                        pic x(8).
           05 op-user-name                      pic x(20).
           05 op-status                         pic x.
               88 op-active value "A".
           05 op-functions                      pic x(40).
      *
      * Accounting-period control kept by the close program - a
      * posted day inside a closed period is not backed out
       fd period-file
           data record is period-line
           record contains 19 characters.
      *
       01 period-line.
           05 pc-period                          pic 9(4).
           05 pc-status                          pic x.
           05 pc-closed-date                     pic 9(6).
           05 pc-user-id                         pic x(8).
      *
      * Program44's fiscal calendar - once it is on file the periods
      * on periodControl.dat are fiscal periods, and a date is looked
      * up on it for the period it falls in
       fd fiscal-calendar-file
           data record is fiscal-calendar-line
           record contains 14 characters.
      *
       01 fiscal-calendar-line.
           05 fc-date                           pic 9(6).
           05 fc-fiscal-period                  pic 9(4).
           05 fc-quarter                        pic 9.
           05 fc-week                           pic 99.
           05 fc-day                            pic 9.
      *
      * The staged store transmission - batch header, data records
      * in the layout Program1 edits, batch trailer
       fd input-file
           data record is input-line
           record contains 75 characters.
      *
       01 input-line.
           05 input-transaction-code             pic x.
           05 input-transaction-ammount          pic 9(5)v99.
           05 input-payment-type                 pic xx.
               88 input-gift-card-tender value "GC".
           05 input-store-number                 pic 99.
           05 input-invoice-number               pic x(9).
           05 input-sku-code                     pic x(15).
           05 input-return-reason-code           pic xx.
               88 input-layaway-open value "LO".
               88 input-layaway-payment value "LP".
               88 input-layaway-final value "LF".
               88 input-layaway-cancel value "LC".
               88 input-transfer-ship value "XS".
               88 input-transfer-receive value "XR".
           05 input-transaction-date             pic 9(6).
           05 input-cashier-id                   pic 9(4).
           05 input-replacement-sku              pic x(15).
           05 input-trans-time                   pic 9(4).
           05 input-customer-number              pic x(8).
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
      *
      * Supervisor authorizations for large returns - a return over
      * the threshold without one was held, not posted
       fd return-auth-file
           data record is return-auth-line
           record contains 34 characters.
      *
       01 return-auth-line.
           05 ra-auth-number                    pic x(8).
           05 ra-invoice-number                 pic x(9).
           05 ra-store-number                   pic 99.
           05 ra-amount                         pic 9(5)v99.
           05 ra-approver                       pic x(8).

      * The central run-parameter file - effective-dated values that
      * override the compiled defaults and the environment
      * fallbacks, kept by the parameter maintenance program
       fd param-file
           data record is param-line
           record contains 42 characters.
      *
       01 param-line.
           05 pr-param-name                      pic x(24).
           05 pr-param-value                     pic x(12).
           05 pr-effective-date                  pic 9(6).
      *
       fd invoice-history-file
           data record is invoice-history-line
           record contains 20 characters.
      *
       01 invoice-history-line.
           05 ih-key.
               10 ih-invoice-number             pic x(9).
               10 ih-tcode                      pic x.
               10 ih-event                      pic x.
           05 ih-store-number                   pic 99.
           05 ih-post-date                      pic 9(6).
           05 ih-void-flag                      pic x.
      *
       fd invoice-xref-file
           data record is invoice-xref-record
           record contains 31 characters.
      *
       01 invoice-xref-record.
           05 xr-invoice-number                  pic x(9).
           05 xr-tcode                           pic x.
           05 xr-store-number                    pic 99.
           05 xr-amount                          pic 9(5)v99.
           05 xr-date                            pic 9(6).
           05 xr-cashier-id                      pic 9(4).
           05 xr-payment-type                    pic xx.
      *
      * Program18's gift-card ledger - loaded and redeemed per card
      * and posting date
       fd gift-ledger-file
           data record is gift-ledger-line
           record contains 39 characters.
      *
       01 gift-ledger-line.
           05 gl-card-number                    pic x(15).
           05 gl-post-date                      pic 9(6).
           05 gl-loaded                         pic 9(7)v99.
           05 gl-redeemed                       pic 9(7)v99.
      *
      * Program22's movement ledger - one net movement per store,
      * SKU and posting date
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
      * Program22's damaged/RTV ledger - the same layout
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
      * Program7's month-to-date netting file - tax collected and
      * refunded per posting date and store
       fd mtd-file
           data record is mtd-line
           record contains 30 characters.
      *
       01 mtd-line.
           05 md-date                            pic 9(6).
           05 md-store-number                    pic 99.
           05 md-collected                       pic 9(9)v99.
           05 md-refunded                        pic 9(9)v99.
      *
      * Program25's return-history ledger - one record per customer,
      * store and posting date
       fd cust-returns-file
           data record is cust-returns-line
           record contains 34 characters.
      *
       01 cust-returns-line.
           05 ch-customer-number                pic x(8).
           05 ch-post-date                      pic 9(6).
           05 ch-store-number                   pic 99.
           05 ch-ret-count                      pic 9(4).
           05 ch-ret-amount                     pic 9(8)v99.
           05 ch-noreceipt-count                pic 9(4).
      *
      * Program14's open-layaway ledger - one entry per layaway
      * still open, keyed by invoice number
       fd layaway-ledger-file
           data record is layaway-ledger-line
           record contains 47 characters.
      *
       01 layaway-ledger-line.
           05 lm-invoice-number                 pic x(9).
           05 lm-store-number                   pic 99.
           05 lm-sku-code                       pic x(15).
           05 lm-open-date                      pic 9(6).
           05 lm-deposits-held                  pic 9(7)v99.
           05 lm-last-date                      pic 9(6).
      *
      * Program2's day-over-day trend file - the chain's net sales
      * total per business date
       fd trend-file
           data record is trend-line
           record contains 16 characters.
      *
       01 trend-line.
           05 tr-date                           pic 9(6).
           05 tr-grand-total                    pic 9(8)v99.
      *
      * Program1's rejects for the day - the record number ahead of
      * the rejected transmission record, as Program1 writes it
       fd invalid-file
           data record is invalid-line
           record contains 78 characters.
      *
       01 invalid-line.
           05 iv-rec-num                        pic 999.
           05 iv-input-data                     pic x(75).
      *
      * Every backout attempt - date, time, operator, the
      * transmission named, the disposition (A applied, R refused),
      * the records backed out and the message
       fd backout-log-file
           data record is backout-log-line
           record contains 77 characters.
      *
       01 backout-log-line                  pic x(77).
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
       77 ws-program47-dir              pic x(60)
           value "../../../data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program14-dir              pic x(60)
           value "../../../../program14/data".
       77 ws-program18-dir              pic x(60)
           value "../../../../program18/data".
       77 ws-program22-dir              pic x(60)
           value "../../../../program22/data".
       77 ws-program25-dir              pic x(60)
           value "../../../../program25/data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
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
       01 ws-request-path               pic x(80).
       01 ws-operator-path              pic x(80).
       01 ws-period-path                pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       01 ws-input-path                 pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-exempt-cert-path           pic x(80).
       01 ws-return-auth-path           pic x(80).
       01 ws-param-path                 pic x(80).
       01 ws-invoice-history-path       pic x(80).
       01 ws-xref-path                  pic x(80).
       01 ws-gift-ledger-path           pic x(80).
       01 ws-moves-path                 pic x(80).
       01 ws-rtv-moves-path             pic x(80).
       01 ws-mtd-path                   pic x(80).
       01 ws-invalid-path               pic x(80).
       01 ws-cust-returns-path          pic x(80).
       01 ws-layaway-ledger-path        pic x(80).
       01 ws-trend-path                 pic x(80).
       01 ws-backout-log-path           pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-request-status             pic xx.
       77 ws-operator-status            pic xx.
       77 ws-period-status              pic xx.
       77 ws-fiscal-calendar-status     pic xx.
       77 ws-input-status               pic xx.
       77 ws-sku-status                 pic xx.
       77 ws-exempt-cert-status         pic xx.
       77 ws-return-auth-status         pic xx.
       77 ws-param-status               pic xx.
       77 ws-history-status             pic xx.
       77 ws-xref-status                pic xx.
       77 ws-gift-ledger-status         pic xx.
       77 ws-moves-status               pic xx.
       77 ws-rtv-moves-status           pic xx.
       77 ws-mtd-status                 pic xx.
       77 ws-cust-returns-status        pic xx.
       77 ws-layaway-ledger-status      pic xx.
       77 ws-trend-status               pic xx.
       77 ws-backout-log-status         pic xx.
       77 ws-invalid-status             pic xx.
       01 ws-flags.
           05 ws-request-eof-flag        pic x
               value "n".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-period-eof-flag         pic x
               value "n".
           05 ws-fiscal-eof-flag         pic x
               value "n".
           05 ws-eof-flag                pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-exempt-cert-eof-flag    pic x
               value "n".
           05 ws-auth-eof-flag           pic x
               value "n".
           05 ws-param-eof-flag          pic x
               value "n".
           05 ws-gift-eof-flag           pic x
               value "n".
           05 ws-moves-eof-flag          pic x
               value "n".
           05 ws-rtv-moves-eof-flag      pic x
               value "n".
           05 ws-mtd-eof-flag            pic x
               value "n".
           05 ws-cust-eof-flag           pic x
               value "n".
           05 ws-layaway-eof-flag        pic x
               value "n".
           05 ws-trend-eof-flag          pic x
               value "n".
           05 ws-invalid-eof-flag        pic x
               value "n".
           05 ws-log-eof-flag            pic x
               value "n".
           05 ws-prior-backout           pic x
               value "N".
           05 ws-found                   pic x
               value "N".
           05 ws-user-authorized         pic x
               value "N".
           05 ws-posting-closed          pic x
               value "N".
           05 ws-header-seen             pic x
               value "N".
           05 ws-trans-trailer-seen      pic x
               value "N".
           05 ws-trans-overflow          pic x
               value "N".
           05 ws-rec-posted              pic x
               value "N".
           05 ws-sale-matched            pic x
               value "N".
           05 ws-auth-ok                 pic x
               value "N".
           05 ws-return-posted           pic x
               value "N".
           05 ws-xref-usable             pic x
               value "N".
           05 ws-void-orig-found         pic x
               value "N".
      ******************************************************************
      * The backout the request names
      ******************************************************************
       77 ws-bo-store                   pic 99
           value 0.
       77 ws-bo-date                    pic 9(6)
           value 0.
       77 ws-bo-seq                     pic 9
           value 0.
       77 ws-bo-user                    pic x(8)
           value spaces.
       77 ws-request-count              pic 999
           value 0.
       77 ws-seq-char                   pic x
           value space.
      ******************************************************************
      * The staged transmission - header and trailer captured, data
      * records buffered so the file is proven before anything is
      * taken off a ledger
      ******************************************************************
       01 ws-batch-header-capture.
           05 bh-code                       pic x.
           05 bh-store-number               pic 99.
           05 bh-trans-date                 pic 9(6).
           05 bh-seq-number                 pic 9.
           05 filler                        pic x(65).
       01 ws-batch-trailer-capture.
           05 bt-code                       pic x.
           05 bt-record-count               pic 9(6).
           05 bt-amount-hash                pic 9(11)v99.
           05 filler                        pic x(55).
       77 ws-trans-tbl occurs 2000 times        pic x(75).
       77 ws-trans-rej-tbl occurs 2000 times    pic x.
       77 ws-trans-count                pic 9(4)
           value 0.
       77 ws-trans-ix                   pic 9(4)
           value 0.
       77 ws-trans-amt-hash             pic 9(11)v99
           value 0.
      ******************************************************************
      * Operator master, loaded once at startup - user, status and up
      * to ten function codes each
      ******************************************************************
       01 ws-operator-tbl.
           05 ws-operator-entry occurs 200 times.
               10 ws-op-tbl-user             pic x(8).
               10 ws-op-tbl-status           pic x.
               10 ws-op-tbl-functions.
                   15 ws-op-tbl-function occurs 10 times
                                             pic x(4).
       77 ws-operator-count             pic 999
           value 0.
       77 ws-operator-idx               pic 999
           value 0.
       77 ws-function-idx               pic 99
           value 0.
       77 ws-auth-function              pic x(4)
           value "BKOT".
      * The business date's accounting period - its YYMM, or its
      * fiscal period when the fiscal calendar is on file
       77 ws-posting-period             pic 9(4)
           value 0.
      ******************************************************************
      * SKU-master lookup - the department tells a gift-card sale
      * (a card load) from any other
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-dept-tbl occurs 500 times      pic 99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
       77 ws-sku-this-dept              pic 99
           value 0.
      * The department gift cards are sold under - Program18's
      * default, GIFT_CARD_DEPT in the environment to change it
       77 ws-gift-dept-cnst             pic 99
           value 99.
      ******************************************************************
      * Per-store tax rate table - mirrors Program3 and Program4, so
      * the tax taken off the remittance file is the tax they put on
      * it; the jurisdiction rides along for the exemption check
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
       77 ws-tax-jur-code               pic x(3)
           value spaces.
       77 ws-tax-rate                   pic v9999
           value 0.
       77 ws-tax-temp                   pic 9(8)v99
           value 0.
       77 ws-tax-idx                    pic 9
           value 0.
      ******************************************************************
      * Exemption certificates - a sale was taxed at zero when its
      * customer held a certificate for the store's jurisdiction
      * good on the sale date
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
       77 ws-exempt-certificate         pic x(15)
           value spaces.
       77 ws-exempt-on-date             pic 9(6)
           value 0.
      ******************************************************************
      * Return authorizations and the threshold above which a return
      * needed one - mirrors Program4, whose default this is
      ******************************************************************
       77 ws-auth-invoice-tbl occurs 500 times  pic x(9).
       77 ws-auth-store-tbl occurs 500 times    pic 99.
       77 ws-auth-amount-tbl occurs 500 times   pic 9(5)v99.
       77 ws-auth-count                 pic 999
           value 0.
       77 ws-auth-idx                   pic 999
           value 0.
       77 ws-auth-threshold-cnst        pic 9(5)v99
           value 1000.00.
       77 ws-prm-auth-eff               pic 9(6)
           value 0.
      ******************************************************************
      * The ledgers, each loaded whole so it can be written back out
      * without the backed-out postings - the live flag drops an
      * entry whose figures the backout takes to nothing. Each table
      * is as large as the table of the program that keeps the file
      ******************************************************************
       77 ws-gl-card-tbl occurs 9000 times      pic x(15).
       77 ws-gl-date-tbl occurs 9000 times      pic 9(6).
       77 ws-gl-load-tbl occurs 9000 times      pic 9(7)v99.
       77 ws-gl-red-tbl occurs 9000 times       pic 9(7)v99.
       77 ws-gl-live-tbl occurs 9000 times      pic x.
       77 ws-gl-count                   pic 9(4)
           value 0.
       77 ws-gl-idx                     pic 9(4)
           value 0.
       77 ws-gl-dropped                 pic 9(4)
           value 0.
      *
       77 ws-mv-store-tbl occurs 9000 times     pic 99.
       77 ws-mv-sku-tbl occurs 9000 times       pic x(15).
       77 ws-mv-date-tbl occurs 9000 times      pic 9(6).
       77 ws-mv-delta-tbl occurs 9000 times     pic s9(5).
       77 ws-mv-live-tbl occurs 9000 times      pic x.
       77 ws-mv-count                   pic 9(4)
           value 0.
       77 ws-mv-idx                     pic 9(4)
           value 0.
       77 ws-mv-dropped                 pic 9(4)
           value 0.
      *
       77 ws-rm-store-tbl occurs 3000 times     pic 99.
       77 ws-rm-sku-tbl occurs 3000 times       pic x(15).
       77 ws-rm-date-tbl occurs 3000 times      pic 9(6).
       77 ws-rm-delta-tbl occurs 3000 times     pic s9(5).
       77 ws-rm-live-tbl occurs 3000 times      pic x.
       77 ws-rm-count                   pic 9(4)
           value 0.
       77 ws-rm-idx                     pic 9(4)
           value 0.
       77 ws-rm-dropped                 pic 9(4)
           value 0.
      *
       77 ws-md-date-tbl occurs 40000 times     pic 9(6).
       77 ws-md-store-tbl occurs 40000 times    pic 99.
       77 ws-md-coll-tbl occurs 40000 times     pic 9(9)v99.
       77 ws-md-ref-tbl occurs 40000 times      pic 9(9)v99.
       77 ws-md-count                   pic 9(5)
           value 0.
       77 ws-md-idx                     pic 9(5)
           value 0.
       77 ws-md-dropped                 pic 9(5)
           value 0.
      *
       77 ws-ch-cust-tbl occurs 9000 times      pic x(8).
       77 ws-ch-date-tbl occurs 9000 times      pic 9(6).
       77 ws-ch-store-tbl occurs 9000 times     pic 99.
       77 ws-ch-cnt-tbl occurs 9000 times       pic 9(4).
       77 ws-ch-amt-tbl occurs 9000 times       pic 9(8)v99.
       77 ws-ch-nor-tbl occurs 9000 times       pic 9(4).
       77 ws-ch-live-tbl occurs 9000 times      pic x.
       77 ws-ch-count                   pic 9(4)
           value 0.
       77 ws-ch-idx                     pic 9(4)
           value 0.
       77 ws-ch-dropped                 pic 9(4)
           value 0.
      *
       77 ws-lg-invoice-tbl occurs 2000 times   pic x(9).
       77 ws-lg-store-tbl occurs 2000 times     pic 99.
       77 ws-lg-sku-tbl occurs 2000 times       pic x(15).
       77 ws-lg-open-tbl occurs 2000 times      pic 9(6).
       77 ws-lg-dep-tbl occurs 2000 times       pic 9(7)v99.
       77 ws-lg-last-tbl occurs 2000 times      pic 9(6).
       77 ws-lg-live-tbl occurs 2000 times      pic x.
       77 ws-lg-count                   pic 9(4)
           value 0.
       77 ws-lg-idx                     pic 9(4)
           value 0.
       77 ws-lg-dropped                 pic 9(4)
           value 0.
      *
       77 ws-tr-date-tbl occurs 1000 times      pic 9(6).
       77 ws-tr-amt-tbl occurs 1000 times       pic 9(8)v99.
       77 ws-tr-count                   pic 9(4)
           value 0.
       77 ws-tr-idx                     pic 9(4)
           value 0.
       77 ws-tr-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * One posting being taken off a ledger
      ******************************************************************
       77 ws-match-idx                  pic 9(5)
           value 0.
       77 ws-work-store                 pic 99
           value 0.
       77 ws-work-sku                   pic x(15)
           value spaces.
       77 ws-work-delta                 pic s9(5)
           value 0.
       77 ws-work-card                  pic x(15)
           value spaces.
       77 ws-work-amount                pic 9(8)v99
           value 0.
       77 ws-work-side                  pic x
           value space.
      ******************************************************************
      * Postings the backout looked for and did not find - the
      * ledger's program had not posted the day yet, or the entry
      * was already taken off by an earlier backout
      ******************************************************************
       77 ws-gl-missed                  pic 9(5)
           value 0.
       77 ws-mv-missed                  pic 9(5)
           value 0.
       77 ws-rm-missed                  pic 9(5)
           value 0.
       77 ws-md-missed                  pic 9(5)
           value 0.
       77 ws-ch-missed                  pic 9(5)
           value 0.
       77 ws-lg-missed                  pic 9(5)
           value 0.
       77 ws-tr-missed                  pic 9(5)
           value 0.
      ******************************************************************
      * Run figures
      ******************************************************************
       77 ws-recs-backed-out            pic 9(5)
           value 0.
       77 ws-recs-not-posted            pic 9(5)
           value 0.
       77 ws-layaway-closes             pic 9(5)
           value 0.
       77 ws-hist-found                 pic 9(5)
           value 0.
       77 ws-hist-probed                pic 9(5)
           value 0.
       77 ws-trans-non-lp               pic 9(5)
           value 0.
       77 ws-hist-removed               pic 9(5)
           value 0.
       77 ws-voids-restored             pic 9(5)
           value 0.
       77 ws-hist-after                 pic 9(5)
           value 0.
       77 ws-change-amount              pic s9(10)v99
           value 0.
       77 ws-change-count               pic s9(7)
           value 0.
      ******************************************************************
      * Each ledger's figures for the store and day backed out - the
      * tally fills the working set, which is kept once before the
      * backout and once after it
      ******************************************************************
       01 ws-tally-figures.
           05 tf-gl-records                  pic 9(5).
           05 tf-gl-loaded                   pic 9(9)v99.
           05 tf-gl-redeemed                 pic 9(9)v99.
           05 tf-mv-records                  pic 9(5).
           05 tf-mv-units                    pic s9(7).
           05 tf-rm-records                  pic 9(5).
           05 tf-rm-units                    pic s9(7).
           05 tf-md-records                  pic 9(5).
           05 tf-md-collected                pic 9(9)v99.
           05 tf-md-refunded                 pic 9(9)v99.
           05 tf-ch-records                  pic 9(5).
           05 tf-ch-count                    pic 9(7).
           05 tf-ch-amount                   pic 9(9)v99.
           05 tf-lg-records                  pic 9(5).
           05 tf-lg-open                     pic 9(5).
           05 tf-lg-deposits                 pic 9(9)v99.
           05 tf-tr-records                  pic 9(5).
           05 tf-tr-total                    pic 9(9)v99.
       01 ws-before-figures.
           05 bf-gl-records                  pic 9(5).
           05 bf-gl-loaded                   pic 9(9)v99.
           05 bf-gl-redeemed                 pic 9(9)v99.
           05 bf-mv-records                  pic 9(5).
           05 bf-mv-units                    pic s9(7).
           05 bf-rm-records                  pic 9(5).
           05 bf-rm-units                    pic s9(7).
           05 bf-md-records                  pic 9(5).
           05 bf-md-collected                pic 9(9)v99.
           05 bf-md-refunded                 pic 9(9)v99.
           05 bf-ch-records                  pic 9(5).
           05 bf-ch-count                    pic 9(7).
           05 bf-ch-amount                   pic 9(9)v99.
           05 bf-lg-records                  pic 9(5).
           05 bf-lg-open                     pic 9(5).
           05 bf-lg-deposits                 pic 9(9)v99.
           05 bf-tr-records                  pic 9(5).
           05 bf-tr-total                    pic 9(9)v99.
      ******************************************************************
      * Change-log record - date, time, user, the transmission named,
      * the disposition (A applied, R refused), the records backed
      * out and the message
      ******************************************************************
       01 ws-backout-log-line.
           05 ws-bl-date                    pic 9(6).
           05 ws-bl-time                    pic 9(8).
           05 ws-bl-user                    pic x(8).
           05 ws-bl-store                   pic 99.
           05 ws-bl-business-date           pic 9(6).
           05 ws-bl-seq                     pic 9.
           05 ws-bl-disposition             pic x.
           05 ws-bl-backed-out              pic 9(5).
           05 ws-bl-message                 pic x(40).
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
               value "Transmission Backout".
           05 filler                     pic x(23)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(40)
               value
       "****************************************".
       01 ws-request-line.
           05 filler                     pic x(7)
               value "Store: ".
           05 ws-rq-store                pic z9.
           05 filler                     pic x(18)
               value "   Business Date: ".
           05 ws-rq-date                 pic 9(6).
           05 filler                     pic x(13)
               value "   Sequence: ".
           05 ws-rq-seq                  pic 9.
           05 filler                     pic x(13)
               value "   Operator: ".
           05 ws-rq-user                 pic x(8).
           05 filler                     pic x(32)
               value spaces.
       01 ws-refused-line.
           05 filler                     pic x(10)
               value "REFUSED - ".
           05 ws-rf-text                 pic x(40).
           05 filler                     pic x(50)
               value spaces.
       01 ws-section-line.
           05 ws-sc-title                pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(3)
               value "Cd".
           05 filler                     pic x(4)
               value "Ev".
           05 filler                     pic x(11)
               value "Invoice".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(12)
               value "    Amount".
           05 filler                     pic x(4)
               value "Pay".
           05 filler                     pic x(40)
               value "Disposition".
           05 filler                     pic x(9)
               value spaces.
       01 ws-detail-line.
           05 ws-dl-code                 pic x.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-event                pic xx.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-invoice              pic x(9).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-amount               pic $$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-payment              pic xx.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-message              pic x(40).
           05 filler                     pic x(9)
               value spaces.
       01 ws-column-headings-2.
           05 filler                     pic x(36)
               value "Figure".
           05 filler                     pic x(15)
               value "         Before".
           05 filler                     pic x(2)
               value spaces.
           05 filler                     pic x(15)
               value "          After".
           05 filler                     pic x(2)
               value spaces.
           05 filler                     pic x(15)
               value "         Change".
           05 filler                     pic x(15)
               value spaces.
       01 ws-compare-line.
           05 ws-cp-label                pic x(36).
           05 ws-cp-before               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-cp-after                pic $$$,$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-cp-change               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(15)
               value spaces.
       01 ws-compare-count-line.
           05 ws-cc-label                pic x(36).
           05 filler                     pic x(7)
               value spaces.
           05 ws-cc-before               pic zzz,zz9-.
           05 filler                     pic x(9)
               value spaces.
           05 ws-cc-after                pic zzz,zz9-.
           05 filler                     pic x(9)
               value spaces.
           05 ws-cc-change               pic zzz,zz9-.
           05 filler                     pic x(15)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(57)
               value spaces.
       77 ws-backed-out-cnst            pic x(40)
           value "Backed Out".
       77 ws-not-posted-cnst            pic x(40)
           value "Not Posted - Nothing To Back Out".
       77 ws-reopen-layaway-cnst        pic x(40)
           value "Backed Out - Reopen Layaway By Hand".
       77 ws-none-records-cnst          pic x(40)
           value "No data records on the transmission".
       77 ws-applied-text-cnst          pic x(40)
           value "Transmission backed out".
       77 ws-refuse-text                pic x(40)
           value spaces.
       77 ws-refuse-text-1-cnst         pic x(40)
           value "No backout request on file".
       77 ws-refuse-text-2-cnst         pic x(40)
           value "Request store, date or sequence invalid".
       77 ws-refuse-text-3-cnst         pic x(40)
           value "Operator not authorized for BKOT".
       77 ws-refuse-text-4-cnst         pic x(40)
           value "Business date is in a closed period".
       77 ws-refuse-text-5-cnst         pic x(40)
           value "Transmission file not found".
       77 ws-refuse-text-6-cnst         pic x(40)
           value "Transmission header does not match".
       77 ws-refuse-text-7-cnst         pic x(40)
           value "Transmission trailer missing or no tie".
       77 ws-refuse-text-8-cnst         pic x(40)
           value "Ledger too large for backout tables".
       77 ws-refuse-text-9-cnst         pic x(40)
           value "Invoice history not available".
       77 ws-refuse-text-10-cnst        pic x(40)
           value "Invoice cross-reference not available".
       77 ws-refuse-text-11-cnst        pic x(40)
           value "Transmission over 2000 records".
       77 ws-refuse-text-12-cnst        pic x(40)
           value "Transmission already backed out".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 005-load-run-params.
           open output report-file.
           open extend backout-log-file.
           if ws-backout-log-status not equal "00"
               open output backout-log-file
           end-if.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           perform 010-read-request.
           perform 020-load-operator-master.
           perform 025-check-authority.
           perform 030-check-posting-period.
           perform 035-check-prior-backout.
           perform 040-load-transmission.
           perform 045-verify-transmission.
           perform 050-load-sku-master.
           perform 052-load-exempt-certs.
           perform 054-load-return-auths.
           perform 070-load-gift-ledger.
           perform 072-load-moves.
           perform 074-load-rtv-moves.
           perform 076-load-mtd-file.
           perform 078-load-cust-returns.
           perform 080-load-layaway-ledger.
           perform 082-load-trend.
           perform 090-check-table-room.
           perform 095-open-keyed-files.
           perform 096-load-invalid.
           perform 098-probe-history.
           perform 300-tally-ledgers.
           move ws-tally-figures to ws-before-figures.
           move "TRANSMISSION RECORDS" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-1.
           if ws-trans-count equal 0
               move ws-none-records-cnst to report-line
               write report-line
           end-if.
           perform 100-back-out-record
               varying ws-trans-ix from 1 by 1
               until ws-trans-ix > ws-trans-count.
           move spaces to report-line.
           write report-line.
           close invoice-history-file.
           if ws-xref-usable equal "Y"
               close invoice-xref-file
           end-if.
           perform 300-tally-ledgers.
           perform 400-rewrite-ledgers.
           perform 500-print-ledger-figures.
           perform 550-print-totals.
           move "A" to ws-bl-disposition.
           move ws-applied-text-cnst to ws-bl-message.
           perform 600-write-log.
           close report-file,
                 backout-log-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM47_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program47-dir
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
           accept ws-env-buffer from environment "PROGRAM18_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program18-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM22_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program22-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM25_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program25-dir
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
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GIFT_CARD_DEPT"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-gift-dept-cnst
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment
               "RETURN_AUTH_THRESHOLD"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-auth-threshold-cnst
           end-if.
           string ws-program47-dir delimited by space
               "/backoutRequest.dat" delimited by size
               into ws-request-path.
           string ws-program47-dir delimited by space
               "/backoutLog.dat" delimited by size
               into ws-backout-log-path.
           string ws-program47-dir delimited by space
               "/backoutReport.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
           string ws-group-dir delimited by space
               "/periodControl.dat" delimited by size
               into ws-period-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-group-dir delimited by space
               "/taxExemptCert.dat" delimited by size
               into ws-exempt-cert-path.
           string ws-group-dir delimited by space
               "/runParams.dat" delimited by size
               into ws-param-path.
           string ws-group-dir delimited by space
               "/invoiceHistory.dat" delimited by size
               into ws-invoice-history-path.
           string ws-group-dir delimited by space
               "/taxRemitMtd.dat" delimited by size
               into ws-mtd-path.
           string ws-group-dir delimited by space
               "/invalid.dat" delimited by size
               into ws-invalid-path.
           string ws-program4-dir delimited by space
               "/returnAuth.dat" delimited by size
               into ws-return-auth-path.
           string ws-project3-dir delimited by space
               "/invoiceXref.dat" delimited by size
               into ws-xref-path.
           string ws-program18-dir delimited by space
               "/giftCardLedger.dat" delimited by size
               into ws-gift-ledger-path.
           string ws-program22-dir delimited by space
               "/onHandMoves.dat" delimited by size
               into ws-moves-path.
           string ws-program22-dir delimited by space
               "/rtvMoves.dat" delimited by size
               into ws-rtv-moves-path.
           string ws-program25-dir delimited by space
               "/custReturns.dat" delimited by size
               into ws-cust-returns-path.
           string ws-program14-dir delimited by space
               "/openLayaway.dat" delimited by size
               into ws-layaway-ledger-path.
           string ws-project2-dir delimited by space
               "/salesTrend.dat" delimited by size
               into ws-trend-path.
      ******************************************************************
      * The run date - the system date unless the operator names a
      * different day with RUN_DATE (YYMMDD); it dates the log entry
      * and the report, not the backout, whose business date comes
      * off the request
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
      * Applies the central run-parameter file over the compiled
      * default and the environment - the latest value effective on
      * or before the run date wins, the same as Program4 reads it
      ******************************************************************
       005-load-run-params.
           open input param-file.
           if ws-param-status equal "00"
               read param-file
                   at end move "y" to ws-param-eof-flag
               end-read
               perform 006-apply-param-record
                   until ws-param-eof-flag = 'y'
               close param-file
           end-if.
       006-apply-param-record.
           if pr-effective-date is numeric
           and pr-effective-date not greater than ws-nl-date
               if pr-param-name equal "RETURN_AUTH_THRESHOLD"
               and pr-effective-date not less than ws-prm-auth-eff
                   move pr-param-value to ws-auth-threshold-cnst
                   move pr-effective-date to ws-prm-auth-eff
               end-if
           end-if.
           read param-file
               at end move "y" to ws-param-eof-flag.
      ******************************************************************
      * Reads the backout request - the first record is the backout
      * this run makes; any more are left for later runs and
      * announced, since one controlled run backs out one
      * transmission
      ******************************************************************
       010-read-request.
           open input request-file.
           if ws-request-status equal "00"
               read request-file
                   at end move "y" to ws-request-eof-flag
               end-read
               perform 011-request-loop
                   until ws-request-eof-flag = 'y'
               close request-file
           end-if.
           move ws-bo-store to ws-rq-store.
           move ws-bo-date to ws-rq-date.
           move ws-bo-seq to ws-rq-seq.
           move ws-bo-user to ws-rq-user.
           write report-line from ws-request-line.
           if ws-request-count equal 0
               move ws-refuse-text-1-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
           if ws-request-count > 1
               display "Program47: " ws-request-count " backout "
                   "requests on file - only the first is made this "
                   "run"
           end-if.
           if ws-bo-store equal 0
           or ws-bo-date equal 0
           or ws-bo-seq equal 0
               move ws-refuse-text-2-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
       011-request-loop.
           add 1 to ws-request-count.
           if ws-request-count equal 1
               if br-store-number is numeric
                   move br-store-number to ws-bo-store
               end-if
               if br-business-date is numeric
                   move br-business-date to ws-bo-date
               end-if
               if br-seq-number is numeric
                   move br-seq-number to ws-bo-seq
               end-if
               move br-user-id to ws-bo-user
           end-if.
           read request-file
               at end move "y" to ws-request-eof-flag.
      ******************************************************************
      * Loads the operator master - with no file on hand nobody is
      * authorized, and the backout is refused and logged
      ******************************************************************
       020-load-operator-master.
           open input operator-master-file.
           if ws-operator-status equal "00"
               read operator-master-file
                   at end move "y" to ws-operator-eof-flag
               end-read
               perform 021-operator-master-loop
                   until ws-operator-eof-flag = 'y'
               close operator-master-file
           end-if.
       021-operator-master-loop.
           if ws-operator-count < 200
               add 1 to ws-operator-count
               move op-user-id to ws-op-tbl-user(ws-operator-count)
               move op-status to ws-op-tbl-status(ws-operator-count)
               move op-functions
                   to ws-op-tbl-functions(ws-operator-count)
           end-if.
           read operator-master-file
               at end move "y" to ws-operator-eof-flag.
      ******************************************************************
      * The operator must be active and hold the backout function
      ******************************************************************
       025-check-authority.
           move "N" to ws-user-authorized.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if ws-bo-user equal ws-op-tbl-user(ws-operator-idx)
               and ws-bo-user not equal spaces
               and ws-op-tbl-status(ws-operator-idx) equal "A"
                   perform varying ws-function-idx from 1 by 1
                       until ws-function-idx > 10
                       if ws-op-tbl-function
                           (ws-operator-idx, ws-function-idx)
                           equal ws-auth-function
                           move "Y" to ws-user-authorized
                       end-if
                   end-perform
               end-if
           end-perform.
           if ws-user-authorized equal "N"
               move ws-refuse-text-3-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
      ******************************************************************
      * A day inside a closed period stays as it was reported - the
      * backout is refused before anything is read off the ledgers
      ******************************************************************
       030-check-posting-period.
           move "N" to ws-posting-closed.
           perform 032-find-posting-period.
           open input period-file.
           if ws-period-status equal "00"
               read period-file
                   at end move "y" to ws-period-eof-flag
               end-read
               perform 031-posting-period-loop
                   until ws-period-eof-flag = 'y'
               close period-file
           end-if.
           if ws-posting-closed equal "Y"
               move ws-refuse-text-4-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
       031-posting-period-loop.
           if pc-status equal "C"
           and pc-period equal ws-posting-period
               move "Y" to ws-posting-closed
           end-if.
           read period-file
               at end move "y" to ws-period-eof-flag.
      ******************************************************************
      * The business date's period - its month, unless the fiscal
      * calendar is on file and has the date, when it is the fiscal
      * period the date falls in
      ******************************************************************
       032-find-posting-period.
           move ws-bo-date(1:4) to ws-posting-period.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 033-fiscal-calendar-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
       033-fiscal-calendar-loop.
           if fc-date equal ws-bo-date
               move fc-fiscal-period to ws-posting-period
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * A transmission the log shows applied has already come off
      * every ledger - the request file is not consumed, so a rerun
      * would take the layaway deposits and gift-card redemptions off
      * a second time. The log is read back from the top, then
      * reopened for this run's line
      ******************************************************************
       035-check-prior-backout.
           close backout-log-file.
           open input backout-log-file.
           if ws-backout-log-status equal "00"
               read backout-log-file
                   at end move "y" to ws-log-eof-flag
               end-read
               perform 036-prior-backout-loop
                   until ws-log-eof-flag = 'y'
               close backout-log-file
           end-if.
           open extend backout-log-file.
           if ws-backout-log-status not equal "00"
               open output backout-log-file
           end-if.
           if ws-prior-backout equal "Y"
               move ws-refuse-text-12-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
       036-prior-backout-loop.
           move backout-log-line to ws-backout-log-line.
           if ws-bl-disposition equal "A"
           and ws-bl-store equal ws-bo-store
           and ws-bl-business-date equal ws-bo-date
           and ws-bl-seq equal ws-bo-seq
               move "Y" to ws-prior-backout
           end-if.
           read backout-log-file
               at end move "y" to ws-log-eof-flag.
      ******************************************************************
      * Buffers the staged transmission the request names - the
      * same store<NN>-<seq>.trn name Program1 takes it under
      ******************************************************************
       040-load-transmission.
           move ws-bo-seq to ws-seq-char.
           move spaces to ws-input-path.
           string ws-group-dir delimited by space
               "/store" delimited by size
               ws-bo-store delimited by size
               "-" delimited by size
               ws-seq-char delimited by size
               ".trn" delimited by size
               into ws-input-path.
           open input input-file.
           if ws-input-status not equal "00"
               move ws-refuse-text-5-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
           read input-file
               at end move "y" to ws-eof-flag
           end-read.
           perform 041-load-trans-record
               until ws-eof-flag = 'y'.
           close input-file.
       041-load-trans-record.
           if input-transaction-code equal "H"
               move input-line to ws-batch-header-capture
               move "Y" to ws-header-seen
           else
               if input-transaction-code equal "T"
                   move input-line to ws-batch-trailer-capture
                   move "Y" to ws-trans-trailer-seen
               else
                   if ws-trans-count < 2000
                       add 1 to ws-trans-count
                       move input-line
                           to ws-trans-tbl(ws-trans-count)
                       move "N" to ws-trans-rej-tbl(ws-trans-count)
                       if input-transaction-ammount is numeric
                           add input-transaction-ammount
                               to ws-trans-amt-hash
                       end-if
                   else
                       move "Y" to ws-trans-overflow
                   end-if
               end-if
           end-if.
           read input-file
               at end move "y" to ws-eof-flag.
      ******************************************************************
      * Proves the staged file is still the transmission that posted
      * - its header names the store, date and sequence requested,
      * and its trailer's count and hash tie to what was read - so a
      * corrected file already staged over it is never backed out
      * in its place
      ******************************************************************
       045-verify-transmission.
           if ws-trans-overflow equal "Y"
               move ws-refuse-text-11-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
           if ws-header-seen not equal "Y"
           or bh-store-number not equal ws-bo-store
           or bh-trans-date not equal ws-bo-date
           or bh-seq-number not equal ws-bo-seq
               move ws-refuse-text-6-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
           if ws-trans-trailer-seen not equal "Y"
           or bt-record-count not equal ws-trans-count
           or bt-amount-hash not equal ws-trans-amt-hash
               move ws-refuse-text-7-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
      ******************************************************************
      * Loads each SKU's department - a sale in the gift-card
      * department loaded a card
      ******************************************************************
       050-load-sku-master.
           open input sku-master-file.
           if ws-sku-status equal "00"
               read sku-master-file
                   at end move "y" to ws-sku-eof-flag
               end-read
               perform 051-sku-master-loop
                   until ws-sku-eof-flag = 'y'
               close sku-master-file
           end-if.
       051-sku-master-loop.
           if ws-sku-count < 500
               add 1 to ws-sku-count
               move skm-sku-code to ws-sku-tbl(ws-sku-count)
               move skm-dept-code to ws-sku-dept-tbl(ws-sku-count)
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the exemption certificates - no file is an empty table
      * and every sale was taxed
      ******************************************************************
       052-load-exempt-certs.
           open input exempt-cert-file.
           if ws-exempt-cert-status equal "00"
               read exempt-cert-file
                   at end move "y" to ws-exempt-cert-eof-flag
               end-read
               perform 053-exempt-cert-loop
                   until ws-exempt-cert-eof-flag = 'y'
               close exempt-cert-file
           end-if.
       053-exempt-cert-loop.
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
               end-if
           end-if.
           read exempt-cert-file
               at end move "y" to ws-exempt-cert-eof-flag.
      ******************************************************************
      * Loads the return authorizations on file
      ******************************************************************
       054-load-return-auths.
           open input return-auth-file.
           if ws-return-auth-status equal "00"
               read return-auth-file
                   at end move "y" to ws-auth-eof-flag
               end-read
               perform 055-return-auth-loop
                   until ws-auth-eof-flag = 'y'
               close return-auth-file
           end-if.
       055-return-auth-loop.
           if ws-auth-count < 500
               add 1 to ws-auth-count
               move ra-invoice-number
                   to ws-auth-invoice-tbl(ws-auth-count)
               move ra-store-number
                   to ws-auth-store-tbl(ws-auth-count)
               move ra-amount to ws-auth-amount-tbl(ws-auth-count)
           end-if.
           read return-auth-file
               at end move "y" to ws-auth-eof-flag.
      ******************************************************************
      * Loads the gift-card ledger - no ledger yet is an empty table
      ******************************************************************
       070-load-gift-ledger.
           open input gift-ledger-file.
           if ws-gift-ledger-status equal "00"
               read gift-ledger-file
                   at end move "y" to ws-gift-eof-flag
               end-read
               perform 071-gift-ledger-loop
                   until ws-gift-eof-flag = 'y'
               close gift-ledger-file
           end-if.
       071-gift-ledger-loop.
           if ws-gl-count < 9000
               add 1 to ws-gl-count
               move gl-card-number to ws-gl-card-tbl(ws-gl-count)
               move gl-post-date to ws-gl-date-tbl(ws-gl-count)
               move gl-loaded to ws-gl-load-tbl(ws-gl-count)
               move gl-redeemed to ws-gl-red-tbl(ws-gl-count)
               move "Y" to ws-gl-live-tbl(ws-gl-count)
           else
               add 1 to ws-gl-dropped
           end-if.
           read gift-ledger-file
               at end move "y" to ws-gift-eof-flag.
      ******************************************************************
      * Loads the movement ledger
      ******************************************************************
       072-load-moves.
           open input moves-file.
           if ws-moves-status equal "00"
               read moves-file
                   at end move "y" to ws-moves-eof-flag
               end-read
               perform 073-moves-loop
                   until ws-moves-eof-flag = 'y'
               close moves-file
           end-if.
       073-moves-loop.
           if ws-mv-count < 9000
               add 1 to ws-mv-count
               move mv-store-number to ws-mv-store-tbl(ws-mv-count)
               move mv-sku-code to ws-mv-sku-tbl(ws-mv-count)
               move mv-post-date to ws-mv-date-tbl(ws-mv-count)
               move mv-delta to ws-mv-delta-tbl(ws-mv-count)
               move "Y" to ws-mv-live-tbl(ws-mv-count)
           else
               add 1 to ws-mv-dropped
           end-if.
           read moves-file
               at end move "y" to ws-moves-eof-flag.
      ******************************************************************
      * Loads the damaged/RTV ledger
      ******************************************************************
       074-load-rtv-moves.
           open input rtv-moves-file.
           if ws-rtv-moves-status equal "00"
               read rtv-moves-file
                   at end move "y" to ws-rtv-moves-eof-flag
               end-read
               perform 075-rtv-moves-loop
                   until ws-rtv-moves-eof-flag = 'y'
               close rtv-moves-file
           end-if.
       075-rtv-moves-loop.
           if ws-rm-count < 3000
               add 1 to ws-rm-count
               move rm-store-number to ws-rm-store-tbl(ws-rm-count)
               move rm-sku-code to ws-rm-sku-tbl(ws-rm-count)
               move rm-post-date to ws-rm-date-tbl(ws-rm-count)
               move rm-delta to ws-rm-delta-tbl(ws-rm-count)
               move "Y" to ws-rm-live-tbl(ws-rm-count)
           else
               add 1 to ws-rm-dropped
           end-if.
           read rtv-moves-file
               at end move "y" to ws-rtv-moves-eof-flag.
      ******************************************************************
      * Loads the month-to-date tax netting file
      ******************************************************************
       076-load-mtd-file.
           open input mtd-file.
           if ws-mtd-status equal "00"
               read mtd-file
                   at end move "y" to ws-mtd-eof-flag
               end-read
               perform 077-mtd-loop
                   until ws-mtd-eof-flag = 'y'
               close mtd-file
           end-if.
       077-mtd-loop.
           if ws-md-count < 40000
               add 1 to ws-md-count
               move md-date to ws-md-date-tbl(ws-md-count)
               move md-store-number to ws-md-store-tbl(ws-md-count)
               move md-collected to ws-md-coll-tbl(ws-md-count)
               move md-refunded to ws-md-ref-tbl(ws-md-count)
           else
               add 1 to ws-md-dropped
           end-if.
           read mtd-file
               at end move "y" to ws-mtd-eof-flag.
      ******************************************************************
      * Loads the customer return-history ledger
      ******************************************************************
       078-load-cust-returns.
           open input cust-returns-file.
           if ws-cust-returns-status equal "00"
               read cust-returns-file
                   at end move "y" to ws-cust-eof-flag
               end-read
               perform 079-cust-returns-loop
                   until ws-cust-eof-flag = 'y'
               close cust-returns-file
           end-if.
       079-cust-returns-loop.
           if ws-ch-count < 9000
               add 1 to ws-ch-count
               move ch-customer-number to ws-ch-cust-tbl(ws-ch-count)
               move ch-post-date to ws-ch-date-tbl(ws-ch-count)
               move ch-store-number to ws-ch-store-tbl(ws-ch-count)
               move ch-ret-count to ws-ch-cnt-tbl(ws-ch-count)
               move ch-ret-amount to ws-ch-amt-tbl(ws-ch-count)
               move ch-noreceipt-count to ws-ch-nor-tbl(ws-ch-count)
               move "Y" to ws-ch-live-tbl(ws-ch-count)
           else
               add 1 to ws-ch-dropped
           end-if.
           read cust-returns-file
               at end move "y" to ws-cust-eof-flag.
      ******************************************************************
      * Loads the open-layaway ledger
      ******************************************************************
       080-load-layaway-ledger.
           open input layaway-ledger-file.
           if ws-layaway-ledger-status equal "00"
               read layaway-ledger-file
                   at end move "y" to ws-layaway-eof-flag
               end-read
               perform 081-layaway-ledger-loop
                   until ws-layaway-eof-flag = 'y'
               close layaway-ledger-file
           end-if.
       081-layaway-ledger-loop.
           if ws-lg-count < 2000
               add 1 to ws-lg-count
               move lm-invoice-number to ws-lg-invoice-tbl(ws-lg-count)
               move lm-store-number to ws-lg-store-tbl(ws-lg-count)
               move lm-sku-code to ws-lg-sku-tbl(ws-lg-count)
               move lm-open-date to ws-lg-open-tbl(ws-lg-count)
               move lm-deposits-held to ws-lg-dep-tbl(ws-lg-count)
               move lm-last-date to ws-lg-last-tbl(ws-lg-count)
               move "Y" to ws-lg-live-tbl(ws-lg-count)
           else
               add 1 to ws-lg-dropped
           end-if.
           read layaway-ledger-file
               at end move "y" to ws-layaway-eof-flag.
      ******************************************************************
      * Loads the day-over-day trend file
      ******************************************************************
       082-load-trend.
           open input trend-file.
           if ws-trend-status equal "00"
               read trend-file
                   at end move "y" to ws-trend-eof-flag
               end-read
               perform 083-trend-loop
                   until ws-trend-eof-flag = 'y'
               close trend-file
           end-if.
       083-trend-loop.
           if ws-tr-count < 1000
               add 1 to ws-tr-count
               move tr-date to ws-tr-date-tbl(ws-tr-count)
               move tr-grand-total to ws-tr-amt-tbl(ws-tr-count)
           else
               add 1 to ws-tr-dropped
           end-if.
           read trend-file
               at end move "y" to ws-trend-eof-flag.
      ******************************************************************
      * A ledger bigger than its table cannot be written back without
      * losing the records past the table - the whole backout is
      * refused before any ledger is touched, so the seven files
      * never disagree about whether the transmission is posted
      ******************************************************************
       090-check-table-room.
           if ws-gl-dropped > 0
           or ws-mv-dropped > 0
           or ws-rm-dropped > 0
           or ws-md-dropped > 0
           or ws-ch-dropped > 0
           or ws-lg-dropped > 0
           or ws-tr-dropped > 0
               display "Program47: ledger past table size - gift "
                   ws-gl-dropped " / moves " ws-mv-dropped " / rtv "
                   ws-rm-dropped " / tax " ws-md-dropped
                   " / returns " ws-ch-dropped " / layaway "
                   ws-lg-dropped " / trend " ws-tr-dropped
                   " record(s) over; trim the ledgers first"
               move ws-refuse-text-8-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
      ******************************************************************
      * Opens the keyed invoice history for update - without it there
      * is no telling what posted, so the backout is refused. The
      * cross-reference is needed only when the transmission carries
      * returns, to tell the verified ones
      ******************************************************************
       095-open-keyed-files.
           open i-o invoice-history-file.
           if ws-history-status not equal "00"
               move ws-refuse-text-9-cnst to ws-refuse-text
               perform 900-refuse-backout
           end-if.
           open input invoice-xref-file.
           if ws-xref-status equal "00"
               move "Y" to ws-xref-usable
           else
               move "N" to ws-xref-usable
               perform varying ws-trans-ix from 1 by 1
                   until ws-trans-ix > ws-trans-count
                   if ws-trans-tbl(ws-trans-ix)(1:1) equal "R"
                       move ws-refuse-text-10-cnst to ws-refuse-text
                   end-if
               end-perform
               if ws-refuse-text not equal spaces
                   close invoice-history-file
                   perform 900-refuse-backout
               end-if
           end-if.
      ******************************************************************
      * Marks the layaway payments Program1 rejected to invalid.dat -
      * a rejected payment never reached the layaway ledger, so there
      * is nothing to take off for it
      ******************************************************************
       096-load-invalid.
           open input invalid-file.
           if ws-invalid-status equal "00"
               read invalid-file
                   at end move "y" to ws-invalid-eof-flag
               end-read
               perform 097-invalid-loop
                   until ws-invalid-eof-flag = 'y'
               close invalid-file
           end-if.
       097-invalid-loop.
           move iv-input-data to input-line.
           if input-transaction-code equal "L"
           and input-layaway-payment
               perform varying ws-trans-ix from 1 by 1
                   until ws-trans-ix > ws-trans-count
                   if ws-trans-tbl(ws-trans-ix) equal iv-input-data
                       move "Y" to ws-trans-rej-tbl(ws-trans-ix)
                   end-if
               end-perform
           end-if.
           read invalid-file
               at end move "y" to ws-invalid-eof-flag.
      ******************************************************************
      * Whether the transmission's own postings are still on the
      * history - read only, nothing is removed here. A layaway
      * payment leaves no posting of its own, so this is what tells
      * it posted when the rest of the transmission did
      ******************************************************************
       098-probe-history.
           perform 099-probe-one-record
               varying ws-trans-ix from 1 by 1
               until ws-trans-ix > ws-trans-count.
       099-probe-one-record.
           move ws-trans-tbl(ws-trans-ix) to input-line.
           if input-transaction-code equal "L"
           and input-layaway-payment
               continue
           else
               add 1 to ws-trans-non-lp
               move input-invoice-number to ih-invoice-number
               move input-transaction-code to ih-tcode
               if input-transaction-code equal "L"
               or input-transaction-code equal "X"
                   move input-return-reason-code(2:1) to ih-event
               else
                   move space to ih-event
               end-if
               read invoice-history-file
                   invalid key continue
                   not invalid key
                       if ih-store-number equal ws-bo-store
                       and ih-post-date equal ws-bo-date
                           add 1 to ws-hist-probed
                       end-if
               end-read
           end-if.
      ******************************************************************
      * One transmission record - backed out only when its posting is
      * on the history under the store and date requested, and then
      * off every ledger its code reaches
      ******************************************************************
       100-back-out-record.
           move ws-trans-tbl(ws-trans-ix) to input-line.
           perform 110-check-posted.
           move input-transaction-code to ws-dl-code.
           move input-return-reason-code to ws-dl-event.
           move input-invoice-number to ws-dl-invoice.
           move input-sku-code to ws-dl-sku.
           if input-transaction-ammount is numeric
               move input-transaction-ammount to ws-dl-amount
           else
               move 0 to ws-dl-amount
           end-if.
           move input-payment-type to ws-dl-payment.
           if ws-rec-posted equal "N"
               add 1 to ws-recs-not-posted
               move ws-not-posted-cnst to ws-dl-message
           else
               add 1 to ws-recs-backed-out
               move ws-backed-out-cnst to ws-dl-message
               perform 130-reverse-record
           end-if.
           write report-line from ws-detail-line.
      ******************************************************************
      * Whether the record posted, and its posting removed if so - a
      * layaway payment is never recorded on the history, so it
      * counts as posted when its layaway's open is on file for the
      * store, Program1 did not reject it, and the rest of the
      * transmission is still on the history (or there is no rest).
      * A key already removed (a duplicate of a record higher in this
      * same file) is not posted; a whole transmission backed out
      * before is refused off the log
      ******************************************************************
       110-check-posted.
           move "N" to ws-rec-posted.
           if input-transaction-code equal "L"
           and input-layaway-payment
               if ws-trans-rej-tbl(ws-trans-ix) not equal "Y"
               and (ws-hist-probed > 0 or ws-trans-non-lp equal 0)
                   move input-invoice-number to ih-invoice-number
                   move "L" to ih-tcode
                   move "O" to ih-event
                   read invoice-history-file
                       invalid key continue
                       not invalid key
                           if ih-store-number equal input-store-number
                               move "Y" to ws-rec-posted
                           end-if
                   end-read
               end-if
           else
               move input-invoice-number to ih-invoice-number
               move input-transaction-code to ih-tcode
               if input-transaction-code equal "L"
               or input-transaction-code equal "X"
                   move input-return-reason-code(2:1) to ih-event
               else
                   move space to ih-event
               end-if
               read invoice-history-file
                   invalid key continue
                   not invalid key
                       if ih-store-number equal ws-bo-store
                       and ih-post-date equal ws-bo-date
                           move "Y" to ws-rec-posted
                       end-if
               end-read
               if ws-rec-posted equal "Y"
                   add 1 to ws-hist-found
                   perform 115-remove-posting
               end-if
           end-if.
      ******************************************************************
      * Removes the record's own posting from the keyed history, and
      * for a void unmarks the sale it voided - the same way the
      * disposition program undoes a denied void
      ******************************************************************
       115-remove-posting.
           delete invoice-history-file
               invalid key continue
               not invalid key add 1 to ws-hist-removed
           end-delete.
           if input-transaction-code equal "V"
               perform 116-restore-voided-sale
           end-if.
       116-restore-voided-sale.
           move "N" to ws-void-orig-found.
           move input-invoice-number to ih-invoice-number.
           move "S" to ih-tcode.
           move space to ih-event.
           read invoice-history-file
               invalid key continue
               not invalid key move "Y" to ws-void-orig-found
           end-read.
           if ws-void-orig-found equal "N"
               move input-invoice-number to ih-invoice-number
               move "L" to ih-tcode
               move "F" to ih-event
               read invoice-history-file
                   invalid key continue
                   not invalid key move "Y" to ws-void-orig-found
               end-read
           end-if.
           if ws-void-orig-found equal "Y"
           and ih-void-flag equal "Y"
               move "N" to ih-void-flag
               rewrite invoice-history-line
                   invalid key continue
                   not invalid key add 1 to ws-voids-restored
               end-rewrite
           end-if.
      ******************************************************************
      * A return reached the inventory feed and the tax refunded only
      * when Program4 verified it - its invoice on the cross-
      * reference, and an authorization on file when it is over the
      * threshold
      ******************************************************************
       120-classify-return.
           move "N" to ws-sale-matched.
           if ws-xref-usable equal "Y"
               move input-invoice-number to xr-invoice-number
               read invoice-xref-file
                   invalid key move "N" to ws-sale-matched
                   not invalid key move "Y" to ws-sale-matched
               end-read
           end-if.
           move ws-sale-matched to ws-return-posted.
           if ws-sale-matched equal "Y"
           and input-transaction-ammount > ws-auth-threshold-cnst
               move "N" to ws-auth-ok
               perform varying ws-auth-idx from 1 by 1
                   until ws-auth-idx > ws-auth-count
                   if input-invoice-number equal
                       ws-auth-invoice-tbl(ws-auth-idx)
                   and input-store-number equal
                       ws-auth-store-tbl(ws-auth-idx)
                   and ws-auth-amount-tbl(ws-auth-idx) >=
                       input-transaction-ammount
                       move "Y" to ws-auth-ok
                   end-if
               end-perform
               move ws-auth-ok to ws-return-posted
           end-if.
      ******************************************************************
      * Takes one posted record off each ledger its code reached,
      * with the rules of the program that posted it there
      ******************************************************************
       130-reverse-record.
           if input-transaction-code equal "S"
               perform 140-reverse-sale
               move input-store-number to ws-work-store
               move input-sku-code to ws-work-sku
               move -1 to ws-work-delta
               perform 210-reverse-move
           else
               if input-transaction-code equal "L"
                   perform 150-reverse-layaway-event
               else
                   if input-transaction-code equal "R"
                       perform 160-reverse-return
                   else
                       if input-transaction-code equal "E"
                           move input-store-number to ws-work-store
                           move input-sku-code to ws-work-sku
                           move 1 to ws-work-delta
                           perform 210-reverse-move
                           if input-replacement-sku not equal spaces
                               move input-replacement-sku to ws-work-sku
                               move -1 to ws-work-delta
                               perform 210-reverse-move
                           end-if
                       else
                           if input-transaction-code equal "V"
                               if input-gift-card-tender
                               and input-replacement-sku
                                   not equal spaces
                                   move input-replacement-sku
                                       to ws-work-card
                                   move input-transaction-ammount
                                       to ws-work-amount
                                   move "L" to ws-work-side
                                   perform 200-reverse-gift-activity
                               end-if
                               move input-transaction-ammount
                                   to ws-work-amount
                               move "-" to ws-work-side
                               perform 250-reverse-trend
                           else
                               if input-transaction-code equal "X"
                                   move input-store-number
                                       to ws-work-store
                                   move input-sku-code to ws-work-sku
                                   if input-transfer-ship
                                       move -1 to ws-work-delta
                                       perform 210-reverse-move
                                   end-if
                                   if input-transfer-receive
                                       move 1 to ws-work-delta
                                       perform 210-reverse-move
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      ******************************************************************
      * A sale or a layaway final pickup - both rode sandl.dat, so
      * both loaded a card when sold in the gift-card department,
      * drew a card down when tendered on one, were taxed, and went
      * into the day's trend total
      ******************************************************************
       140-reverse-sale.
           move 0 to ws-sku-this-dept.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if input-sku-code equal ws-sku-tbl(ws-sku-idx)
                   move ws-sku-dept-tbl(ws-sku-idx)
                       to ws-sku-this-dept
               end-if
           end-perform.
           if ws-sku-this-dept equal ws-gift-dept-cnst
           and input-replacement-sku not equal spaces
               move input-replacement-sku to ws-work-card
               move input-transaction-ammount to ws-work-amount
               move "L" to ws-work-side
               perform 200-reverse-gift-activity
           end-if.
           if input-gift-card-tender
           and input-replacement-sku not equal spaces
               move input-replacement-sku to ws-work-card
               move input-transaction-ammount to ws-work-amount
               move "R" to ws-work-side
               perform 200-reverse-gift-activity
           end-if.
           move input-transaction-date to ws-exempt-on-date.
           perform 170-compute-tax.
           move ws-tax-temp to ws-work-amount.
           move "C" to ws-work-side.
           perform 220-reverse-tax.
           move input-transaction-ammount to ws-work-amount.
           move "+" to ws-work-side.
           perform 250-reverse-trend.
      ******************************************************************
      * A layaway event - the open and payment drew a GC tender's
      * card down and sit on the open-layaway ledger, the open moved
      * the held unit out of stock, the final pickup is a sale, and
      * the cancel's release put the unit back. A pickup or cancel
      * took the entry and its deposits off the ledger, so it is
      * flagged for the layaway desk to reopen
      ******************************************************************
       150-reverse-layaway-event.
           if input-layaway-open
           or input-layaway-payment
               if input-gift-card-tender
               and input-replacement-sku not equal spaces
                   move input-replacement-sku to ws-work-card
                   move input-transaction-ammount to ws-work-amount
                   move "R" to ws-work-side
                   perform 200-reverse-gift-activity
               end-if
               perform 240-reverse-layaway-ledger
           end-if.
           if input-layaway-open
               move input-store-number to ws-work-store
               move input-sku-code to ws-work-sku
               move -1 to ws-work-delta
               perform 210-reverse-move
           end-if.
           if input-layaway-final
               perform 140-reverse-sale
           end-if.
           if input-layaway-cancel
               move input-store-number to ws-work-store
               move input-sku-code to ws-work-sku
               move 1 to ws-work-delta
               perform 210-reverse-move
           end-if.
           if input-layaway-final
           or input-layaway-cancel
               add 1 to ws-layaway-closes
               move ws-reopen-layaway-cnst to ws-dl-message
           end-if.
      ******************************************************************
      * A return - every one rode returns.dat, so a GC refund loaded
      * the card, a loyalty number put it on the customer's return
      * history, and it came off the day's trend total; only a
      * verified one put its unit back (a defective into the RTV
      * bucket) and refunded its tax
      ******************************************************************
       160-reverse-return.
           perform 120-classify-return.
           if input-gift-card-tender
           and input-replacement-sku not equal spaces
               move input-replacement-sku to ws-work-card
               move input-transaction-ammount to ws-work-amount
               move "L" to ws-work-side
               perform 200-reverse-gift-activity
           end-if.
           if input-customer-number not equal spaces
               perform 230-reverse-cust-return
           end-if.
           move input-transaction-ammount to ws-work-amount.
           move "-" to ws-work-side.
           perform 250-reverse-trend.
           if ws-return-posted equal "Y"
               move input-store-number to ws-work-store
               move input-sku-code to ws-work-sku
               move 1 to ws-work-delta
               if input-return-reason-code equal "DF"
                   perform 215-reverse-rtv-move
               else
                   perform 210-reverse-move
               end-if
               if ws-sale-matched equal "Y"
                   move xr-date to ws-exempt-on-date
               else
                   move input-transaction-date to ws-exempt-on-date
               end-if
               perform 170-compute-tax
               move ws-tax-temp to ws-work-amount
               move "R" to ws-work-side
               perform 220-reverse-tax
           end-if.
      ******************************************************************
      * The record's tax at its store's rate, zero under an
      * exemption certificate good on ws-exempt-on-date - mirrors
      * Program3's lookup and truncation, a store off the rate table
      * in jurisdiction OTH
      ******************************************************************
       170-compute-tax.
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
               end-perform
           end-if.
           if ws-exempt-certificate not equal spaces
               move 0 to ws-tax-rate
           end-if.
           compute ws-tax-temp = input-transaction-ammount *
               ws-tax-rate.
      ******************************************************************
      * Takes one activity off the card's entry for the day - L off
      * the loaded side, R off the redeemed side; an entry left with
      * nothing on either side leaves the ledger
      ******************************************************************
       200-reverse-gift-activity.
           move 0 to ws-match-idx.
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-gl-count
               if ws-work-card equal ws-gl-card-tbl(ws-gl-idx)
               and ws-bo-date equal ws-gl-date-tbl(ws-gl-idx)
               and ws-gl-live-tbl(ws-gl-idx) equal "Y"
                   move ws-gl-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-gl-missed
           else
               if ws-work-side equal "L"
                   if ws-work-amount > ws-gl-load-tbl(ws-match-idx)
                       move 0 to ws-gl-load-tbl(ws-match-idx)
                   else
                       subtract ws-work-amount
                           from ws-gl-load-tbl(ws-match-idx)
                   end-if
               else
                   if ws-work-amount > ws-gl-red-tbl(ws-match-idx)
                       move 0 to ws-gl-red-tbl(ws-match-idx)
                   else
                       subtract ws-work-amount
                           from ws-gl-red-tbl(ws-match-idx)
                   end-if
               end-if
               if ws-gl-load-tbl(ws-match-idx) equal 0
               and ws-gl-red-tbl(ws-match-idx) equal 0
                   move "N" to ws-gl-live-tbl(ws-match-idx)
               end-if
           end-if.
      ******************************************************************
      * Takes one unit movement off the store/SKU's net movement for
      * the day - a net that comes to nothing leaves the ledger
      ******************************************************************
       210-reverse-move.
           move 0 to ws-match-idx.
           perform varying ws-mv-idx from 1 by 1
               until ws-mv-idx > ws-mv-count
               if ws-work-store equal ws-mv-store-tbl(ws-mv-idx)
               and ws-work-sku equal ws-mv-sku-tbl(ws-mv-idx)
               and ws-bo-date equal ws-mv-date-tbl(ws-mv-idx)
               and ws-mv-live-tbl(ws-mv-idx) equal "Y"
                   move ws-mv-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-mv-missed
           else
               subtract ws-work-delta from ws-mv-delta-tbl(ws-match-idx)
               if ws-mv-delta-tbl(ws-match-idx) equal 0
                   move "N" to ws-mv-live-tbl(ws-match-idx)
               end-if
           end-if.
       215-reverse-rtv-move.
           move 0 to ws-match-idx.
           perform varying ws-rm-idx from 1 by 1
               until ws-rm-idx > ws-rm-count
               if ws-work-store equal ws-rm-store-tbl(ws-rm-idx)
               and ws-work-sku equal ws-rm-sku-tbl(ws-rm-idx)
               and ws-bo-date equal ws-rm-date-tbl(ws-rm-idx)
               and ws-rm-live-tbl(ws-rm-idx) equal "Y"
                   move ws-rm-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-rm-missed
           else
               subtract ws-work-delta from ws-rm-delta-tbl(ws-match-idx)
               if ws-rm-delta-tbl(ws-match-idx) equal 0
                   move "N" to ws-rm-live-tbl(ws-match-idx)
               end-if
           end-if.
      ******************************************************************
      * Takes tax off the store's netting for the day - C off the
      * collected side, R off the refunded side
      ******************************************************************
       220-reverse-tax.
           move 0 to ws-match-idx.
           perform varying ws-md-idx from 1 by 1
               until ws-md-idx > ws-md-count
               if ws-bo-date equal ws-md-date-tbl(ws-md-idx)
               and input-store-number equal ws-md-store-tbl(ws-md-idx)
                   move ws-md-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-md-missed
           else
               if ws-work-side equal "C"
                   if ws-work-amount > ws-md-coll-tbl(ws-match-idx)
                       move 0 to ws-md-coll-tbl(ws-match-idx)
                   else
                       subtract ws-work-amount
                           from ws-md-coll-tbl(ws-match-idx)
                   end-if
               else
                   if ws-work-amount > ws-md-ref-tbl(ws-match-idx)
                       move 0 to ws-md-ref-tbl(ws-match-idx)
                   else
                       subtract ws-work-amount
                           from ws-md-ref-tbl(ws-match-idx)
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Takes one return off the customer's history for the store
      * and day - a no-receipt return (invoice not on the cross-
      * reference) off the no-receipt count too; an entry with no
      * returns left leaves the ledger
      ******************************************************************
       230-reverse-cust-return.
           move 0 to ws-match-idx.
           perform varying ws-ch-idx from 1 by 1
               until ws-ch-idx > ws-ch-count
               if input-customer-number equal ws-ch-cust-tbl(ws-ch-idx)
               and input-store-number equal ws-ch-store-tbl(ws-ch-idx)
               and ws-bo-date equal ws-ch-date-tbl(ws-ch-idx)
               and ws-ch-live-tbl(ws-ch-idx) equal "Y"
                   move ws-ch-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-ch-missed
           else
               if ws-ch-cnt-tbl(ws-match-idx) > 0
                   subtract 1 from ws-ch-cnt-tbl(ws-match-idx)
               end-if
               if input-transaction-ammount >
                   ws-ch-amt-tbl(ws-match-idx)
                   move 0 to ws-ch-amt-tbl(ws-match-idx)
               else
                   subtract input-transaction-ammount
                       from ws-ch-amt-tbl(ws-match-idx)
               end-if
               if ws-sale-matched equal "N"
               and ws-ch-nor-tbl(ws-match-idx) > 0
                   subtract 1 from ws-ch-nor-tbl(ws-match-idx)
               end-if
               if ws-ch-nor-tbl(ws-match-idx) >
                   ws-ch-cnt-tbl(ws-match-idx)
                   move ws-ch-cnt-tbl(ws-match-idx)
                       to ws-ch-nor-tbl(ws-match-idx)
               end-if
               if ws-ch-cnt-tbl(ws-match-idx) equal 0
                   move "N" to ws-ch-live-tbl(ws-match-idx)
               end-if
           end-if.
      ******************************************************************
      * An open's entry leaves the open-layaway ledger; a payment
      * comes off the deposits held
      ******************************************************************
       240-reverse-layaway-ledger.
           move 0 to ws-match-idx.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               if input-invoice-number equal
                   ws-lg-invoice-tbl(ws-lg-idx)
               and ws-lg-live-tbl(ws-lg-idx) equal "Y"
                   move ws-lg-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-lg-missed
           else
               if input-layaway-open
                   move "N" to ws-lg-live-tbl(ws-match-idx)
               else
                   if input-transaction-ammount >
                       ws-lg-dep-tbl(ws-match-idx)
                       move 0 to ws-lg-dep-tbl(ws-match-idx)
                   else
                       subtract input-transaction-ammount
                           from ws-lg-dep-tbl(ws-match-idx)
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Takes the record off the day's trend total - a sale or final
      * pickup (+) was added to it, a return or void (-) subtracted
      ******************************************************************
       250-reverse-trend.
           move 0 to ws-match-idx.
           perform varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tr-count
               if ws-bo-date equal ws-tr-date-tbl(ws-tr-idx)
                   move ws-tr-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
               add 1 to ws-tr-missed
           else
               if ws-work-side equal "+"
                   if ws-work-amount > ws-tr-amt-tbl(ws-match-idx)
                       move 0 to ws-tr-amt-tbl(ws-match-idx)
                   else
                       subtract ws-work-amount
                           from ws-tr-amt-tbl(ws-match-idx)
                   end-if
               else
                   add ws-work-amount to ws-tr-amt-tbl(ws-match-idx)
               end-if
           end-if.
      ******************************************************************
      * Each ledger's figures for what the backout reaches - the
      * whole file's record count, and the store's (or, for the
      * chain-wide gift-card and trend files, the chain's) figures
      * for the business date; the open layaways are the store's
      ******************************************************************
       300-tally-ledgers.
           initialize ws-tally-figures.
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-gl-count
               if ws-gl-live-tbl(ws-gl-idx) equal "Y"
                   add 1 to tf-gl-records
                   if ws-gl-date-tbl(ws-gl-idx) equal ws-bo-date
                       add ws-gl-load-tbl(ws-gl-idx) to tf-gl-loaded
                       add ws-gl-red-tbl(ws-gl-idx) to tf-gl-redeemed
                   end-if
               end-if
           end-perform.
           perform varying ws-mv-idx from 1 by 1
               until ws-mv-idx > ws-mv-count
               if ws-mv-live-tbl(ws-mv-idx) equal "Y"
                   add 1 to tf-mv-records
                   if ws-mv-date-tbl(ws-mv-idx) equal ws-bo-date
                   and ws-mv-store-tbl(ws-mv-idx) equal ws-bo-store
                       add ws-mv-delta-tbl(ws-mv-idx) to tf-mv-units
                   end-if
               end-if
           end-perform.
           perform varying ws-rm-idx from 1 by 1
               until ws-rm-idx > ws-rm-count
               if ws-rm-live-tbl(ws-rm-idx) equal "Y"
                   add 1 to tf-rm-records
                   if ws-rm-date-tbl(ws-rm-idx) equal ws-bo-date
                   and ws-rm-store-tbl(ws-rm-idx) equal ws-bo-store
                       add ws-rm-delta-tbl(ws-rm-idx) to tf-rm-units
                   end-if
               end-if
           end-perform.
           perform varying ws-md-idx from 1 by 1
               until ws-md-idx > ws-md-count
               add 1 to tf-md-records
               if ws-md-date-tbl(ws-md-idx) equal ws-bo-date
               and ws-md-store-tbl(ws-md-idx) equal ws-bo-store
                   add ws-md-coll-tbl(ws-md-idx) to tf-md-collected
                   add ws-md-ref-tbl(ws-md-idx) to tf-md-refunded
               end-if
           end-perform.
           perform varying ws-ch-idx from 1 by 1
               until ws-ch-idx > ws-ch-count
               if ws-ch-live-tbl(ws-ch-idx) equal "Y"
                   add 1 to tf-ch-records
                   if ws-ch-date-tbl(ws-ch-idx) equal ws-bo-date
                   and ws-ch-store-tbl(ws-ch-idx) equal ws-bo-store
                       add ws-ch-cnt-tbl(ws-ch-idx) to tf-ch-count
                       add ws-ch-amt-tbl(ws-ch-idx) to tf-ch-amount
                   end-if
               end-if
           end-perform.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               if ws-lg-live-tbl(ws-lg-idx) equal "Y"
                   add 1 to tf-lg-records
                   if ws-lg-store-tbl(ws-lg-idx) equal ws-bo-store
                       add 1 to tf-lg-open
                       add ws-lg-dep-tbl(ws-lg-idx) to tf-lg-deposits
                   end-if
               end-if
           end-perform.
           perform varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tr-count
               add 1 to tf-tr-records
               if ws-tr-date-tbl(ws-tr-idx) equal ws-bo-date
                   add ws-tr-amt-tbl(ws-tr-idx) to tf-tr-total
               end-if
           end-perform.
      ******************************************************************
      * Writes every ledger back out without the entries the backout
      * took to nothing - a ledger that was not on file before is not
      * created
      ******************************************************************
       400-rewrite-ledgers.
           if ws-gift-ledger-status equal "00"
               open output gift-ledger-file
               perform 410-write-gift-record
                   varying ws-gl-idx from 1 by 1
                   until ws-gl-idx > ws-gl-count
               close gift-ledger-file
           end-if.
           if ws-moves-status equal "00"
               open output moves-file
               perform 420-write-moves-record
                   varying ws-mv-idx from 1 by 1
                   until ws-mv-idx > ws-mv-count
               close moves-file
           end-if.
           if ws-rtv-moves-status equal "00"
               open output rtv-moves-file
               perform 425-write-rtv-moves-record
                   varying ws-rm-idx from 1 by 1
                   until ws-rm-idx > ws-rm-count
               close rtv-moves-file
           end-if.
           if ws-mtd-status equal "00"
               open output mtd-file
               perform 430-write-mtd-record
                   varying ws-md-idx from 1 by 1
                   until ws-md-idx > ws-md-count
               close mtd-file
           end-if.
           if ws-cust-returns-status equal "00"
               open output cust-returns-file
               perform 440-write-cust-returns-record
                   varying ws-ch-idx from 1 by 1
                   until ws-ch-idx > ws-ch-count
               close cust-returns-file
           end-if.
           if ws-layaway-ledger-status equal "00"
               open output layaway-ledger-file
               perform 450-write-layaway-record
                   varying ws-lg-idx from 1 by 1
                   until ws-lg-idx > ws-lg-count
               close layaway-ledger-file
           end-if.
           if ws-trend-status equal "00"
               open output trend-file
               perform 460-write-trend-record
                   varying ws-tr-idx from 1 by 1
                   until ws-tr-idx > ws-tr-count
               close trend-file
           end-if.
       410-write-gift-record.
           if ws-gl-live-tbl(ws-gl-idx) equal "Y"
               move ws-gl-card-tbl(ws-gl-idx) to gl-card-number
               move ws-gl-date-tbl(ws-gl-idx) to gl-post-date
               move ws-gl-load-tbl(ws-gl-idx) to gl-loaded
               move ws-gl-red-tbl(ws-gl-idx) to gl-redeemed
               write gift-ledger-line
           end-if.
       420-write-moves-record.
           if ws-mv-live-tbl(ws-mv-idx) equal "Y"
               move ws-mv-store-tbl(ws-mv-idx) to mv-store-number
               move ws-mv-sku-tbl(ws-mv-idx) to mv-sku-code
               move ws-mv-date-tbl(ws-mv-idx) to mv-post-date
               move ws-mv-delta-tbl(ws-mv-idx) to mv-delta
               write moves-line
           end-if.
       425-write-rtv-moves-record.
           if ws-rm-live-tbl(ws-rm-idx) equal "Y"
               move ws-rm-store-tbl(ws-rm-idx) to rm-store-number
               move ws-rm-sku-tbl(ws-rm-idx) to rm-sku-code
               move ws-rm-date-tbl(ws-rm-idx) to rm-post-date
               move ws-rm-delta-tbl(ws-rm-idx) to rm-delta
               write rtv-moves-line
           end-if.
       430-write-mtd-record.
           move ws-md-date-tbl(ws-md-idx) to md-date.
           move ws-md-store-tbl(ws-md-idx) to md-store-number.
           move ws-md-coll-tbl(ws-md-idx) to md-collected.
           move ws-md-ref-tbl(ws-md-idx) to md-refunded.
           write mtd-line.
       440-write-cust-returns-record.
           if ws-ch-live-tbl(ws-ch-idx) equal "Y"
               move ws-ch-cust-tbl(ws-ch-idx) to ch-customer-number
               move ws-ch-date-tbl(ws-ch-idx) to ch-post-date
               move ws-ch-store-tbl(ws-ch-idx) to ch-store-number
               move ws-ch-cnt-tbl(ws-ch-idx) to ch-ret-count
               move ws-ch-amt-tbl(ws-ch-idx) to ch-ret-amount
               move ws-ch-nor-tbl(ws-ch-idx) to ch-noreceipt-count
               write cust-returns-line
           end-if.
       450-write-layaway-record.
           if ws-lg-live-tbl(ws-lg-idx) equal "Y"
               move ws-lg-invoice-tbl(ws-lg-idx) to lm-invoice-number
               move ws-lg-store-tbl(ws-lg-idx) to lm-store-number
               move ws-lg-sku-tbl(ws-lg-idx) to lm-sku-code
               move ws-lg-open-tbl(ws-lg-idx) to lm-open-date
               move ws-lg-dep-tbl(ws-lg-idx) to lm-deposits-held
               move ws-lg-last-tbl(ws-lg-idx) to lm-last-date
               write layaway-ledger-line
           end-if.
       460-write-trend-record.
           move ws-tr-date-tbl(ws-tr-idx) to tr-date.
           move ws-tr-amt-tbl(ws-tr-idx) to tr-grand-total.
           write trend-line.
      ******************************************************************
      * The before-and-after section - one block per ledger, the
      * before figures kept ahead of the backout against the tally
      * taken after it
      ******************************************************************
       500-print-ledger-figures.
           move "BEFORE AND AFTER BY LEDGER" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           write report-line from ws-column-headings-2.
           move "invoiceHistory.dat" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           compute ws-hist-after = ws-hist-found - ws-hist-removed.
           move "Transmission Postings On File" to ws-cc-label.
           move ws-hist-found to ws-cc-before.
           move ws-hist-after to ws-cc-after.
           compute ws-change-count = ws-hist-after - ws-hist-found.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Voided Sales Restored:" to ws-tl-label.
           move ws-voids-restored to ws-tl-count.
           write report-line from ws-total-line.
           move "giftCardLedger.dat - day, all cards" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-gl-records to ws-cc-before.
           move tf-gl-records to ws-cc-after.
           compute ws-change-count = tf-gl-records - bf-gl-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Loaded" to ws-cp-label.
           move bf-gl-loaded to ws-cp-before.
           move tf-gl-loaded to ws-cp-after.
           compute ws-change-amount = tf-gl-loaded - bf-gl-loaded.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Redeemed" to ws-cp-label.
           move bf-gl-redeemed to ws-cp-before.
           move tf-gl-redeemed to ws-cp-after.
           compute ws-change-amount =
               tf-gl-redeemed - bf-gl-redeemed.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-gl-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "onHandMoves.dat - store and day" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-mv-records to ws-cc-before.
           move tf-mv-records to ws-cc-after.
           compute ws-change-count = tf-mv-records - bf-mv-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Net Units Moved" to ws-cc-label.
           move bf-mv-units to ws-cc-before.
           move tf-mv-units to ws-cc-after.
           compute ws-change-count = tf-mv-units - bf-mv-units.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-mv-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "rtvMoves.dat - store and day" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-rm-records to ws-cc-before.
           move tf-rm-records to ws-cc-after.
           compute ws-change-count = tf-rm-records - bf-rm-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Net Units Into RTV Bucket" to ws-cc-label.
           move bf-rm-units to ws-cc-before.
           move tf-rm-units to ws-cc-after.
           compute ws-change-count = tf-rm-units - bf-rm-units.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-rm-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "taxRemitMtd.dat - store and day" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-md-records to ws-cc-before.
           move tf-md-records to ws-cc-after.
           compute ws-change-count = tf-md-records - bf-md-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Tax Collected" to ws-cp-label.
           move bf-md-collected to ws-cp-before.
           move tf-md-collected to ws-cp-after.
           compute ws-change-amount =
               tf-md-collected - bf-md-collected.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Tax Refunded" to ws-cp-label.
           move bf-md-refunded to ws-cp-before.
           move tf-md-refunded to ws-cp-after.
           compute ws-change-amount =
               tf-md-refunded - bf-md-refunded.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-md-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "custReturns.dat - store and day" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-ch-records to ws-cc-before.
           move tf-ch-records to ws-cc-after.
           compute ws-change-count = tf-ch-records - bf-ch-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Customer Returns" to ws-cc-label.
           move bf-ch-count to ws-cc-before.
           move tf-ch-count to ws-cc-after.
           compute ws-change-count = tf-ch-count - bf-ch-count.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Customer Return Dollars" to ws-cp-label.
           move bf-ch-amount to ws-cp-before.
           move tf-ch-amount to ws-cp-after.
           compute ws-change-amount = tf-ch-amount - bf-ch-amount.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-ch-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "openLayaway.dat - store" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-lg-records to ws-cc-before.
           move tf-lg-records to ws-cc-after.
           compute ws-change-count = tf-lg-records - bf-lg-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Open Layaways" to ws-cc-label.
           move bf-lg-open to ws-cc-before.
           move tf-lg-open to ws-cc-after.
           compute ws-change-count = tf-lg-open - bf-lg-open.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Deposits Held" to ws-cp-label.
           move bf-lg-deposits to ws-cp-before.
           move tf-lg-deposits to ws-cp-after.
           compute ws-change-amount =
               tf-lg-deposits - bf-lg-deposits.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-lg-missed to ws-tl-count.
           write report-line from ws-total-line.
           move "Closed Layaways To Reopen By Hand:" to ws-tl-label.
           move ws-layaway-closes to ws-tl-count.
           write report-line from ws-total-line.
           move "salesTrend.dat - day, chain" to ws-sc-title.
           move spaces to report-line.
           write report-line.
           write report-line from ws-section-line.
           move "Records On File" to ws-cc-label.
           move bf-tr-records to ws-cc-before.
           move tf-tr-records to ws-cc-after.
           compute ws-change-count = tf-tr-records - bf-tr-records.
           move ws-change-count to ws-cc-change.
           write report-line from ws-compare-count-line.
           move "Net Sales Total" to ws-cp-label.
           move bf-tr-total to ws-cp-before.
           move tf-tr-total to ws-cp-after.
           compute ws-change-amount = tf-tr-total - bf-tr-total.
           move ws-change-amount to ws-cp-change.
           write report-line from ws-compare-line.
           move "Postings Not On Ledger:" to ws-tl-label.
           move ws-tr-missed to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * Run totals
      ******************************************************************
       550-print-totals.
           write report-line from ws-star-line.
           move "Transmission Records Read:" to ws-tl-label.
           move ws-trans-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Records Backed Out:" to ws-tl-label.
           move ws-recs-backed-out to ws-tl-count.
           write report-line from ws-total-line.
           move "Records Not Posted:" to ws-tl-label.
           move ws-recs-not-posted to ws-tl-count.
           write report-line from ws-total-line.
           move "History Postings Removed:" to ws-tl-label.
           move ws-hist-removed to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * One line to the backout log - who asked, when, for which
      * transmission, and what came of it
      ******************************************************************
       600-write-log.
           move ws-nl-date to ws-bl-date.
           accept ws-bl-time from time.
           move ws-bo-user to ws-bl-user.
           move ws-bo-store to ws-bl-store.
           move ws-bo-date to ws-bl-business-date.
           move ws-bo-seq to ws-bl-seq.
           move ws-recs-backed-out to ws-bl-backed-out.
           move ws-backout-log-line to backout-log-line.
           write backout-log-line.
      ******************************************************************
      * Refuses the backout - nothing has been written to any ledger
      * yet; the reason goes to the report, the log and the console
      * and the run ends with a bad return code
      ******************************************************************
       900-refuse-backout.
           move ws-refuse-text to ws-rf-text.
           write report-line from ws-refused-line.
           move "R" to ws-bl-disposition.
           move ws-refuse-text to ws-bl-message.
           perform 600-write-log.
           close report-file,
                 backout-log-file.
           display "Program47: backout refused - " ws-refuse-text.
           move 8 to return-code.
           stop run.
      ******************************************************************
      * End of Group 4 - Program #47
      ******************************************************************
       end program Program47.
