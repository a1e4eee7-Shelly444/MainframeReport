      ******************************************************************
      * Group 4 - Program #32
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * General-ledger journal interface. Accounting re-keyed the
      * day's figures into the GL by hand from four different
      * reports. This program runs at the end of the nightly chain
      * (after Program14 and Program18) and turns the business day
      * into one journal per store: the tenders settled on
      * settlement.dat, grossed up by the tax collected in each
      * tender on salesDetail.dat, are the debits; sales revenue,
      * tax payable, gift cards sold and layaway deposits taken are
      * the credits. Refunds from returnsDetail.dat, the voids
      * stream, exchanges, and layaway deposits released at pickup
      * or cancel post on their own lines. Deposits released are
      * worked out per invoice against the held balances on
      * openLayaway.dat as this program last saw them
      * (glLayawayHeld.dat, replaced per day like the other
      * ledgers). Every line takes its GL account from the account
      * map (glAccountMap.dat) by store and entry type - store 00
      * on the map is the default for any store without its own
      * line. The proof report shows debits against credits per
      * store, with the gift-card ledger and the layaway deposits
      * rolled forward as memo lines, and the interface file
      * glJournal.dat is only written when every store is in
      * balance and every line found an account; otherwise it is
      * left empty and the run ends with return code 8. A business
      * date in a period closed on periodControl.dat - a month, or a
      * fiscal period once the fiscal calendar is on file - cuts no
      * journal at all.
      ******************************************************************
       identification division.
       program-id. Program32.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM32_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / PROGRAM18_DATA_DIR / GROUP_DATA_DIR
      * environment variables (falling back to the current relative
      * layout when they are not set) instead of literal paths, so
      * this program can be pointed at a different data drop without
      * relinking
           select settlement-file
               assign to ws-settlement-path
               organization is line sequential
               file status is ws-settlement-status.

           select sales-detail-file
               assign to ws-sales-detail-path
               organization is line sequential
               file status is ws-sales-detail-status.

           select returns-detail-file
               assign to ws-returns-detail-path
               organization is line sequential
               file status is ws-returns-detail-status.

           select exchange-file
               assign to ws-exchange-path
               organization is line sequential
               file status is ws-exchange-status.

           select void-file
               assign to ws-void-path
               organization is line sequential
               file status is ws-void-status.

           select layaway-file
               assign to ws-layaway-path
               organization is line sequential
               file status is ws-layaway-status.

           select open-layaway-file
               assign to ws-open-layaway-path
               organization is line sequential
               file status is ws-open-layaway-status.

           select held-file
               assign to ws-held-path
               organization is line sequential
               file status is ws-held-status.

           select gift-ledger-file
               assign to ws-gift-ledger-path
               organization is line sequential
               file status is ws-gift-ledger-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select account-map-file
               assign to ws-account-map-path
               organization is line sequential
               file status is ws-account-map-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.

           select period-file
               assign to ws-period-path
               organization is line sequential
               file status is ws-period-status.

           select journal-file
               assign to ws-journal-path
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
      * Program2's settlement extract - one cell per store,
      * transaction date and payment type, already netted for voids
       fd settlement-file
           data record is settlement-line
           record contains 24 characters.
      *
       01 settlement-line.
           05 se-store-number                   pic 99.
           05 se-trans-date                     pic 9(6).
           05 se-payment-type                   pic xx.
           05 se-count                          pic s9(4).
           05 se-amount                         pic s9(8)v99.
      *
      * Program3's per-transaction extract - amount and tax
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
      * Program4's verified-return extract - amount and tax refunded
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
      * Program2's exchange stream - the net difference settles
      * under its payment type, so it is revenue on this side
       fd exchange-file
           data record is exchange-line
           record contains 75 characters.
      *
       01 exchange-line.
           05 ex-transaction-code                pic x.
           05 ex-transaction-ammount             pic 9(5)v99.
           05 ex-payment-type                    pic xx.
           05 ex-store-number                    pic 99.
           05 filler                             pic x(63).
      *
      * Program2's void stream - each void has already netted its
      * settlement cell down, so the sale it backs out comes off
      * revenue here
       fd void-file
           data record is void-line
           record contains 75 characters.
      *
       01 void-line.
           05 vd-transaction-code                pic x.
           05 vd-transaction-ammount             pic 9(5)v99.
           05 vd-payment-type                    pic xx.
           05 vd-store-number                    pic 99.
           05 filler                             pic x(63).
      *
      * Program2's layaway stream - deposits taken on LO/LP, and the
      * pickups and cancels that release what the invoice held
       fd layaway-file
           data record is layaway-line
           record contains 75 characters.
      *
       01 layaway-line.
           05 la-transaction-code                pic x.
           05 la-transaction-ammount             pic 9(5)v99.
           05 la-payment-type                    pic xx.
           05 la-store-number                    pic 99.
           05 la-invoice-number                  pic x(9).
           05 la-sku-code                        pic x(15).
           05 la-layaway-event                   pic xx.
               88 la-event-open value "LO".
               88 la-event-payment value "LP".
               88 la-event-pickup value "LF".
               88 la-event-cancel value "LC".
           05 la-transaction-date                pic 9(6).
           05 filler                             pic x(31).
      *
      * Program14's open-layaway ledger - deposits held per invoice
       fd open-layaway-file
           data record is open-layaway-line
           record contains 47 characters.
      *
       01 open-layaway-line.
           05 lm-invoice-number                 pic x(9).
           05 lm-store-number                   pic 99.
           05 lm-sku-code                       pic x(15).
           05 lm-open-date                      pic 9(6).
           05 lm-deposits-held                  pic 9(7)v99.
           05 lm-last-date                      pic 9(6).
      *
      * This program's copy of the deposits held, one generation per
      * business date - the newest generation before today is the
      * opening position the day's pickups and cancels release from
       fd held-file
           data record is held-line
           record contains 26 characters.
      *
       01 held-line.
           05 hl-snap-date                      pic 9(6).
           05 hl-invoice-number                 pic x(9).
           05 hl-store-number                   pic 99.
           05 hl-deposits-held                  pic 9(7)v99.
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
      * GL account per store and entry type - store 00 is the chain
      * default for every store without a line of its own
       fd account-map-file
           data record is account-map-line
           record contains 34 characters.
      *
       01 account-map-line.
           05 am-store-number                   pic 99.
           05 am-entry-type                     pic xx.
           05 am-account                        pic x(10).
           05 am-description                    pic x(20).
      *
      * Accounting-period control kept by the close program - no
      * journal is cut for a business date in a closed period
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
      * The GL interface file - a header carrying the business date,
      * one line per store, account and side, and a trailer with the
      * line count and the debit total, in the same framing the
      * chain's other handoffs use
       fd journal-file
           data record is journal-line
           record contains 40 characters.
      *
       01 journal-line.
           05 jl-record-type                    pic x.
           05 jl-store-number                   pic 99.
           05 jl-post-date                      pic 9(6).
           05 jl-account                        pic x(10).
           05 jl-entry-type                     pic xx.
           05 jl-dr-cr                          pic x.
           05 jl-amount                         pic 9(9)v99.
           05 filler                            pic x(7).
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
       77 ws-program32-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program14-dir              pic x(60)
           value "../../../../program14/data".
       77 ws-program18-dir              pic x(60)
           value "../../../../program18/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-settlement-path            pic x(80).
       01 ws-sales-detail-path          pic x(80).
       01 ws-returns-detail-path        pic x(80).
       01 ws-exchange-path              pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-open-layaway-path          pic x(80).
       01 ws-held-path                  pic x(80).
       01 ws-gift-ledger-path           pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-account-map-path           pic x(80).
       01 ws-period-path                pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       77 ws-fiscal-calendar-status     pic xx.
       77 ws-fiscal-eof-flag            pic x
           value "n".
      * The business date's accounting period - its YYMM, or its
      * fiscal period when the fiscal calendar is on file
       77 ws-posting-period             pic 9(4)
           value 0.
       01 ws-journal-path               pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-settlement-status          pic xx.
       77 ws-sales-detail-status        pic xx.
       77 ws-returns-detail-status      pic xx.
       77 ws-exchange-status            pic xx.
       77 ws-void-status                pic xx.
       77 ws-layaway-status             pic xx.
       77 ws-open-layaway-status        pic xx.
       77 ws-held-status                pic xx.
       77 ws-gift-ledger-status         pic xx.
       77 ws-account-map-status         pic xx.
       77 ws-period-status              pic xx.
       77 ws-posting-closed             pic x
           value "N".
       01 ws-flags.
           05 ws-settlement-eof-flag     pic x
               value "n".
           05 ws-sales-eof-flag          pic x
               value "n".
           05 ws-returns-eof-flag        pic x
               value "n".
           05 ws-exchange-eof-flag       pic x
               value "n".
           05 ws-void-eof-flag           pic x
               value "n".
           05 ws-layaway-eof-flag        pic x
               value "n".
           05 ws-open-layaway-eof-flag   pic x
               value "n".
           05 ws-held-eof-flag           pic x
               value "n".
           05 ws-gift-eof-flag           pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-map-eof-flag            pic x
               value "n".
           05 ws-period-eof-flag         pic x
               value "n".
      ******************************************************************
      * Which department on the SKU master is gift cards - a card
      * sold is a liability, not revenue; GIFT_CARD_DEPT overrides
      * it the same way it does for the gift-card ledger
      ******************************************************************
       77 ws-gift-dept-cnst             pic 99
           value 99.
      ******************************************************************
      * The journal's entry types - each with the side it normally
      * posts to; a day that nets the other way (a store whose voids
      * outran its takings) posts the line to the opposite side
      ******************************************************************
       01 ws-entry-type-values.
           05 filler pic x(23) value "CADCash Tender         ".
           05 filler pic x(23) value "CRDCredit Card Tender  ".
           05 filler pic x(23) value "DBDDebit Card Tender   ".
           05 filler pic x(23) value "GCDGift Card Tender    ".
           05 filler pic x(23) value "RTDSales Returns       ".
           05 filler pic x(23) value "TRDTax Refunded        ".
           05 filler pic x(23) value "VDDSales Voided        ".
           05 filler pic x(23) value "LRDLayaway Dep Released".
           05 filler pic x(23) value "SRCSales Revenue       ".
           05 filler pic x(23) value "TXCTax Payable         ".
           05 filler pic x(23) value "GLCGift Card Liability ".
           05 filler pic x(23) value "LDCLayaway Deposits    ".
           05 filler pic x(23) value "RFCRefunds Paid        ".
           05 filler pic x(23) value "LCCLayaway Cancel Rfnd ".
       01 ws-entry-type-table redefines ws-entry-type-values.
           05 ws-et-entry occurs 14 times.
               10 ws-et-code             pic xx.
               10 ws-et-side             pic x.
               10 ws-et-desc             pic x(20).
       77 ws-et-idx                     pic 99
           value 0.
       77 ws-et-count-cnst              pic 99
           value 14.
      ******************************************************************
      * The account map, held whole
      ******************************************************************
       77 ws-am-store-tbl occurs 2000 times     pic 99.
       77 ws-am-type-tbl occurs 2000 times      pic xx.
       77 ws-am-account-tbl occurs 2000 times   pic x(10).
       77 ws-am-count                   pic 9(4)
           value 0.
       77 ws-am-idx                     pic 9(4)
           value 0.
       77 ws-am-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * SKU-master lookup - only the department rides along, to
      * recognize gift-card SKUs
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-dept-tbl occurs 500 times      pic 99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
       77 ws-sku-this-dept              pic 99
           value 0.
      ******************************************************************
      * The day's journal - one signed amount per store and entry
      * type, sorted by store and entry-type order for the proof
      ******************************************************************
       01 ws-journal-tbl-area.
           05 ws-jr-entry occurs 2000 times.
               10 ws-jr-key.
                   15 ws-jr-store           pic 99.
                   15 ws-jr-type-seq        pic 99.
               10 ws-jr-amount              pic s9(9)v99.
       01 ws-jr-temp.
           05 ws-jrt-key                    pic x(4).
           05 filler                        pic x(11).
       77 ws-jr-count                   pic 9(4)
           value 0.
       77 ws-jr-idx                     pic 9(4)
           value 0.
       77 ws-jr-found                   pic x
           value "N".
       77 ws-jr-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Deposits held per invoice - the opening generation from this
      * program's own copy, moved along by the day's layaway stream,
      * and today's generation from Program14's ledger
      ******************************************************************
       77 ws-op-invoice-tbl occurs 3000 times   pic x(9).
       77 ws-op-store-tbl occurs 3000 times     pic 99.
       77 ws-op-held-tbl occurs 3000 times      pic 9(7)v99.
       77 ws-op-count                   pic 9(4)
           value 0.
       77 ws-op-idx                     pic 9(4)
           value 0.
       77 ws-op-match                   pic 9(4)
           value 0.
       77 ws-op-date                    pic 9(6)
           value 0.
       77 ws-cl-invoice-tbl occurs 3000 times   pic x(9).
       77 ws-cl-store-tbl occurs 3000 times     pic 99.
       77 ws-cl-held-tbl occurs 3000 times      pic 9(7)v99.
       77 ws-cl-count                   pic 9(4)
           value 0.
       77 ws-cl-idx                     pic 9(4)
           value 0.
       77 ws-held-dropped               pic 9(4)
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
      * Posting work fields
      ******************************************************************
       77 ws-work-store                 pic 99
           value 0.
       77 ws-work-type                  pic xx
           value spaces.
       77 ws-work-amount                pic s9(9)v99
           value 0.
       77 ws-work-account               pic x(10)
           value spaces.
       77 ws-work-side                  pic x
           value space.
       77 ws-work-abs                   pic 9(9)v99
           value 0.
       77 ws-release-amount             pic 9(7)v99
           value 0.
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-cb-debits                  pic 9(9)v99
           value 0.
       77 ws-cb-credits                 pic 9(9)v99
           value 0.
      ******************************************************************
      * Run totals and the two gates on the interface file
      ******************************************************************
       77 ws-tot-debits                 pic 9(11)v99
           value 0.
       77 ws-tot-credits                pic 9(11)v99
           value 0.
       77 ws-out-of-balance-count       pic 9(4)
           value 0.
       77 ws-unmapped-count             pic 9(4)
           value 0.
       77 ws-journal-lines              pic 9(6)
           value 0.
       77 ws-journal-ok                 pic x
           value "Y".
       77 ws-lay-opening                pic 9(9)v99
           value 0.
       77 ws-lay-taken                  pic 9(9)v99
           value 0.
       77 ws-lay-released               pic 9(9)v99
           value 0.
       77 ws-lay-expected               pic s9(9)v99
           value 0.
       77 ws-lay-closing                pic 9(9)v99
           value 0.
       77 ws-gift-loaded                pic 9(9)v99
           value 0.
       77 ws-gift-redeemed              pic 9(9)v99
           value 0.
       01 ws-journal-header.
           05 filler                        pic x
               value "H".
           05 ws-jh-post-date               pic 9(6).
           05 filler                        pic x(33)
               value spaces.
       01 ws-trailer-line.
           05 filler                        pic x
               value "T".
           05 wt-record-count               pic 9(6).
           05 wt-amount-hash                pic 9(11)v99.
           05 filler                        pic x(20)
               value spaces.
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
               value "  GL Journal Proof".
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
       01 ws-column-headings-1.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(5)
               value "Type".
           05 filler                     pic x(22)
               value "Entry".
           05 filler                     pic x(12)
               value "Account".
           05 filler                     pic x(16)
               value "           Debit".
           05 filler                     pic x(16)
               value "          Credit".
           05 filler                     pic x(22)
               value spaces.
       01 ws-detail-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-store                pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-type                 pic xx.
           05 filler                     pic x(3)
               value spaces.
           05 ws-dl-desc                 pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-account              pic x(10).
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-debit                pic zz,zzz,zz9.99b.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-credit               pic zz,zzz,zz9.99b.
           05 filler                     pic x(22)
               value spaces.
       01 ws-store-break-line.
           05 filler                     pic x(15)
               value "   Store Total ".
           05 ws-sb-store                pic z9.
           05 filler                     pic x(29)
               value spaces.
           05 ws-sb-debits               pic zz,zzz,zz9.99b.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sb-credits              pic zz,zzz,zz9.99b.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sb-status               pic x(18).
           05 filler                     pic x(4)
               value spaces.
       01 ws-grand-line.
           05 filler                     pic x(46)
               value "All Stores".
           05 ws-gl-debits               pic zzzz,zzz,zz9.99.
           05 filler                     pic x(1)
               value spaces.
           05 ws-gl-credits              pic zzzz,zzz,zz9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-gl-status               pic x(18).
           05 filler                     pic x(3)
               value spaces.
       01 ws-memo-title.
           05 filler                     pic x(40)
               value "MEMO - LIABILITY ROLL-FORWARD".
           05 filler                     pic x(60)
               value spaces.
       01 ws-memo-line.
           05 ws-ml-label                pic x(40).
           05 ws-ml-amount               pic zzz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ml-note                 pic x(43).
       01 ws-total-1.
           05 filler                     pic x(30)
               value "Journal Lines:                ".
           05 ws-t1-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-2.
           05 filler                     pic x(30)
               value "Stores Out Of Balance:        ".
           05 ws-t2-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(30)
               value "Lines With No GL Account:     ".
           05 ws-t3-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(30)
               value "Interface File:               ".
           05 ws-t4-status               pic x(40).
           05 filler                     pic x(30)
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
           perform 007-check-posting-period.
           perform 040-load-sku-master.
           perform 045-load-account-map.
           perform 060-load-held-snapshot.
           perform 065-load-open-layaway.
           perform 100-read-settlement.
           perform 120-read-sales-detail.
           perform 140-read-returns-detail.
           perform 160-read-exchanges.
           perform 180-read-voids.
           perform 200-read-layaway-stream.
           perform 250-read-gift-ledger.
           perform 070-sort-journal.
           if ws-jr-dropped > 0
           or ws-held-dropped > 0
           or ws-am-dropped > 0
               display "Program32: tables full - journal "
                   ws-jr-dropped " / held " ws-held-dropped
                   " / account map " ws-am-dropped
                   " entr(ies) not carried; journal withheld"
               move "N" to ws-journal-ok
           end-if.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 400-prove-one-line
               varying ws-jr-idx from 1 by 1
               until ws-jr-idx > ws-jr-count.
           if ws-cb-first equal "N"
               perform 450-store-break
           end-if.
           perform 460-print-grand-line.
           perform 470-print-memo.
           if ws-out-of-balance-count > 0
           or ws-unmapped-count > 0
               move "N" to ws-journal-ok
           end-if.
           perform 600-write-journal.
           perform 500-print-totals.
           close report-file.
           perform 360-rewrite-held-snapshot.
           if ws-journal-ok not equal "Y"
               display "Program32: journal for " ws-nl-date
                   " withheld - see glProof.out"
               move 8 to return-code
           end-if.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM32_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program32-dir
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
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-project2-dir delimited by space
               "/settlement.dat" delimited by size
               into ws-settlement-path.
           string ws-project3-dir delimited by space
               "/salesDetail.dat" delimited by size
               into ws-sales-detail-path.
           string ws-program4-dir delimited by space
               "/returnsDetail.dat" delimited by size
               into ws-returns-detail-path.
           string ws-project2-dir delimited by space
               "/exchanges.dat" delimited by size
               into ws-exchange-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-program14-dir delimited by space
               "/layaway.dat" delimited by size
               into ws-layaway-path.
           string ws-program14-dir delimited by space
               "/openLayaway.dat" delimited by size
               into ws-open-layaway-path.
           string ws-program32-dir delimited by space
               "/glLayawayHeld.dat" delimited by size
               into ws-held-path.
           string ws-program18-dir delimited by space
               "/giftCardLedger.dat" delimited by size
               into ws-gift-ledger-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-program32-dir delimited by space
               "/glAccountMap.dat" delimited by size
               into ws-account-map-path.
           string ws-group-dir delimited by space
               "/periodControl.dat" delimited by size
               into ws-period-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-program32-dir delimited by space
               "/glJournal.dat" delimited by size
               into ws-journal-path.
           string ws-program32-dir delimited by space
               "/glProof.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GIFT_CARD_DEPT"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-gift-dept-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run cuts
      * the journal for the day it is processing
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
      * The business date's month must be open - once finance has
      * closed a month no journal is cut into it; the operator
      * reruns after finance reopens the month, a logged decision of
      * its own
      ******************************************************************
       007-check-posting-period.
           move "N" to ws-posting-closed.
           perform 009-find-posting-period.
           open input period-file.
           if ws-period-status equal "00"
               read period-file
                   at end move "y" to ws-period-eof-flag
               end-read
               perform 008-posting-period-loop
                   until ws-period-eof-flag = 'y'
               close period-file
           end-if.
           if ws-posting-closed equal "Y"
               display "Program32: posting period " ws-posting-period
                   " is closed on periodControl.dat - no journal "
                   "cut; reopen the period before rerunning"
               move 8 to return-code
               stop run
           end-if.
       008-posting-period-loop.
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
       009-find-posting-period.
           move ws-nl-date(1:4) to ws-posting-period.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 010-fiscal-calendar-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
       010-fiscal-calendar-loop.
           if fc-date equal ws-nl-date
               move fc-fiscal-period to ws-posting-period
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * Loads the SKU master for the gift-card department
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
               move skm-dept-code to ws-sku-dept-tbl(ws-sku-count)
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the account map - no map at all means no line can find
      * an account, which withholds the journal rather than guessing
      ******************************************************************
       045-load-account-map.
           open input account-map-file.
           if ws-account-map-status equal "00"
               read account-map-file
                   at end move "y" to ws-map-eof-flag
               end-read
               perform 046-account-map-loop
                   until ws-map-eof-flag = 'y'
               close account-map-file
           end-if.
       046-account-map-loop.
           if ws-am-count < 2000
               add 1 to ws-am-count
               move am-store-number to ws-am-store-tbl(ws-am-count)
               move am-entry-type to ws-am-type-tbl(ws-am-count)
               move am-account to ws-am-account-tbl(ws-am-count)
           else
               add 1 to ws-am-dropped
           end-if.
           read account-map-file
               at end move "y" to ws-map-eof-flag.
      ******************************************************************
      * Loads this program's deposits-held copy - the newest
      * generation dated before the business date is the opening
      * position; today's own generation (a same-day rerun) is left
      * out and rebuilt. A first-ever run has no opening position
      ******************************************************************
       060-load-held-snapshot.
           open input held-file.
           if ws-held-status equal "00"
               read held-file
                   at end move "y" to ws-held-eof-flag
               end-read
               perform 061-held-date-loop
                   until ws-held-eof-flag = 'y'
               close held-file
           end-if.
           if ws-op-date > 0
               move "n" to ws-held-eof-flag
               open input held-file
               read held-file
                   at end move "y" to ws-held-eof-flag
               end-read
               perform 062-held-load-loop
                   until ws-held-eof-flag = 'y'
               close held-file
           end-if.
       061-held-date-loop.
           if hl-snap-date < ws-nl-date
           and hl-snap-date > ws-op-date
               move hl-snap-date to ws-op-date
           end-if.
           read held-file
               at end move "y" to ws-held-eof-flag.
       062-held-load-loop.
           if hl-snap-date equal ws-op-date
               if ws-op-count < 3000
                   add 1 to ws-op-count
                   move hl-invoice-number
                       to ws-op-invoice-tbl(ws-op-count)
                   move hl-store-number to ws-op-store-tbl(ws-op-count)
                   move hl-deposits-held to ws-op-held-tbl(ws-op-count)
                   add hl-deposits-held to ws-lay-opening
               else
                   add 1 to ws-held-dropped
               end-if
           end-if.
           read held-file
               at end move "y" to ws-held-eof-flag.
      ******************************************************************
      * Program14's ledger as it stands tonight - today's generation
      ******************************************************************
       065-load-open-layaway.
           open input open-layaway-file.
           if ws-open-layaway-status equal "00"
               read open-layaway-file
                   at end move "y" to ws-open-layaway-eof-flag
               end-read
               perform 066-open-layaway-loop
                   until ws-open-layaway-eof-flag = 'y'
               close open-layaway-file
           end-if.
       066-open-layaway-loop.
           if ws-cl-count < 3000
               add 1 to ws-cl-count
               move lm-invoice-number to ws-cl-invoice-tbl(ws-cl-count)
               move lm-store-number to ws-cl-store-tbl(ws-cl-count)
               move lm-deposits-held to ws-cl-held-tbl(ws-cl-count)
               add lm-deposits-held to ws-lay-closing
           else
               add 1 to ws-held-dropped
           end-if.
           read open-layaway-file
               at end move "y" to ws-open-layaway-eof-flag.
      ******************************************************************
      * Insertion sort on store and entry-type order so each store's
      * journal prints together in a fixed order
      ******************************************************************
       070-sort-journal.
           perform 071-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-jr-count.
       071-sort-pass.
           move ws-jr-entry(ws-sort-i) to ws-jr-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 072-shift-entry
               until ws-sort-done equal "Y".
           move ws-jr-temp to ws-jr-entry(ws-sort-j).
       072-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-jr-key(ws-sort-j - 1) > ws-jrt-key
                   move ws-jr-entry(ws-sort-j - 1)
                       to ws-jr-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Tender debits - every settlement cell under its payment type
      ******************************************************************
       100-read-settlement.
           open input settlement-file.
           if ws-settlement-status equal "00"
               read settlement-file
                   at end move "y" to ws-settlement-eof-flag
               end-read
               perform 110-settlement-loop
                   until ws-settlement-eof-flag = 'y'
               close settlement-file
           end-if.
       110-settlement-loop.
           if se-amount is numeric
               move se-store-number to ws-work-store
               move se-payment-type to ws-work-type
               move se-amount to ws-work-amount
               perform 300-add-journal-amount
           end-if.
           read settlement-file
               at end move "y" to ws-settlement-eof-flag.
      ******************************************************************
      * Sales detail - the tax rides on the same tender as the sale
      * it was charged on and is owed to the tax authority; the
      * amount is revenue, except a gift card sold, which is owed to
      * the card holder
      ******************************************************************
       120-read-sales-detail.
           open input sales-detail-file.
           if ws-sales-detail-status equal "00"
               read sales-detail-file
                   at end move "y" to ws-sales-eof-flag
               end-read
               perform 130-sales-detail-loop
                   until ws-sales-eof-flag = 'y'
               close sales-detail-file
           end-if.
       130-sales-detail-loop.
           move sd-store-number to ws-work-store.
           move sd-payment-type to ws-work-type.
           move sd-tax to ws-work-amount.
           perform 300-add-journal-amount.
           move "TX" to ws-work-type.
           perform 300-add-journal-amount.
           move 0 to ws-sku-this-dept.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if sd-sku-number equal ws-sku-tbl(ws-sku-idx)
                   move ws-sku-dept-tbl(ws-sku-idx)
                       to ws-sku-this-dept
               end-if
           end-perform.
           if ws-sku-this-dept equal ws-gift-dept-cnst
               move "GL" to ws-work-type
           else
               move "SR" to ws-work-type
           end-if.
           move sd-trans-amount to ws-work-amount.
           perform 300-add-journal-amount.
           read sales-detail-file
               at end move "y" to ws-sales-eof-flag.
      ******************************************************************
      * Verified returns - the merchandise comes off revenue, the tax
      * comes off what is owed, and the refund is paid out
      ******************************************************************
       140-read-returns-detail.
           open input returns-detail-file.
           if ws-returns-detail-status equal "00"
               read returns-detail-file
                   at end move "y" to ws-returns-eof-flag
               end-read
               perform 150-returns-detail-loop
                   until ws-returns-eof-flag = 'y'
               close returns-detail-file
           end-if.
       150-returns-detail-loop.
           move rd-store-number to ws-work-store.
           move "RT" to ws-work-type.
           move rd-amount to ws-work-amount.
           perform 300-add-journal-amount.
           move "TR" to ws-work-type.
           move rd-tax to ws-work-amount.
           perform 300-add-journal-amount.
           move "RF" to ws-work-type.
           compute ws-work-amount = rd-amount + rd-tax.
           perform 300-add-journal-amount.
           read returns-detail-file
               at end move "y" to ws-returns-eof-flag.
      ******************************************************************
      * Exchanges - the net difference settled as a tender, so it is
      * revenue; the trailer is skipped
      ******************************************************************
       160-read-exchanges.
           open input exchange-file.
           if ws-exchange-status equal "00"
               read exchange-file
                   at end move "y" to ws-exchange-eof-flag
               end-read
               perform 170-exchange-loop
                   until ws-exchange-eof-flag = 'y'
               close exchange-file
           end-if.
       170-exchange-loop.
           if ex-transaction-code equal "E"
               move ex-store-number to ws-work-store
               move "SR" to ws-work-type
               move ex-transaction-ammount to ws-work-amount
               perform 300-add-journal-amount
           end-if.
           read exchange-file
               at end move "y" to ws-exchange-eof-flag.
      ******************************************************************
      * Voids - the settlement cell was already netted down, so the
      * backed-out sale comes off revenue on its own line
      ******************************************************************
       180-read-voids.
           open input void-file.
           if ws-void-status equal "00"
               read void-file
                   at end move "y" to ws-void-eof-flag
               end-read
               perform 190-void-loop
                   until ws-void-eof-flag = 'y'
               close void-file
           end-if.
       190-void-loop.
           if vd-transaction-code equal "V"
               move vd-store-number to ws-work-store
               move "VD" to ws-work-type
               move vd-transaction-ammount to ws-work-amount
               perform 300-add-journal-amount
           end-if.
           read void-file
               at end move "y" to ws-void-eof-flag.
      ******************************************************************
      * The layaway stream - a deposit taken is owed to the customer
      * until pickup; at the final pickup everything the invoice held
      * becomes revenue, and at a cancel it becomes a refund due.
      * The held amount is the opening position plus any deposits
      * taken earlier in today's stream
      ******************************************************************
       200-read-layaway-stream.
           open input layaway-file.
           if ws-layaway-status equal "00"
               read layaway-file
                   at end move "y" to ws-layaway-eof-flag
               end-read
               perform 210-layaway-loop
                   until ws-layaway-eof-flag = 'y'
               close layaway-file
           end-if.
       210-layaway-loop.
           if la-transaction-code equal "L"
               move la-store-number to ws-work-store
               move 0 to ws-op-match
               perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-count
                   if la-invoice-number equal
                       ws-op-invoice-tbl(ws-op-idx)
                       move ws-op-idx to ws-op-match
                   end-if
               end-perform
               if la-event-open or la-event-payment
                   perform 220-take-deposit
               end-if
               if la-event-pickup or la-event-cancel
                   perform 230-release-deposits
               end-if
           end-if.
           read layaway-file
               at end move "y" to ws-layaway-eof-flag.
       220-take-deposit.
           move "LD" to ws-work-type.
           move la-transaction-ammount to ws-work-amount.
           perform 300-add-journal-amount.
           add la-transaction-ammount to ws-lay-taken.
           if ws-op-match equal 0
               if ws-op-count < 3000
                   add 1 to ws-op-count
                   move la-invoice-number
                       to ws-op-invoice-tbl(ws-op-count)
                   move la-store-number to ws-op-store-tbl(ws-op-count)
                   move la-transaction-ammount
                       to ws-op-held-tbl(ws-op-count)
               else
                   add 1 to ws-held-dropped
               end-if
           else
               add la-transaction-ammount
                   to ws-op-held-tbl(ws-op-match)
           end-if.
       230-release-deposits.
           move 0 to ws-release-amount.
           if ws-op-match > 0
               move ws-op-held-tbl(ws-op-match) to ws-release-amount
               move 0 to ws-op-held-tbl(ws-op-match)
           end-if.
           if ws-release-amount > 0
               add ws-release-amount to ws-lay-released
               move "LR" to ws-work-type
               move ws-release-amount to ws-work-amount
               perform 300-add-journal-amount
               if la-event-pickup
                   move "SR" to ws-work-type
               else
                   move "LC" to ws-work-type
               end-if
               perform 300-add-journal-amount
           end-if.
      ******************************************************************
      * The gift-card ledger's activity for the business date - a
      * memo beside the journal's own card lines
      ******************************************************************
       250-read-gift-ledger.
           open input gift-ledger-file.
           if ws-gift-ledger-status equal "00"
               read gift-ledger-file
                   at end move "y" to ws-gift-eof-flag
               end-read
               perform 260-gift-ledger-loop
                   until ws-gift-eof-flag = 'y'
               close gift-ledger-file
           end-if.
       260-gift-ledger-loop.
           if gl-post-date equal ws-nl-date
               add gl-loaded to ws-gift-loaded
               add gl-redeemed to ws-gift-redeemed
           end-if.
           read gift-ledger-file
               at end move "y" to ws-gift-eof-flag.
      ******************************************************************
      * One amount into the journal table under its store and entry
      * type - an entry type the journal does not know (a payment
      * type off the settlement file nobody has mapped) is carried
      * under its own code so it still shows on the proof
      ******************************************************************
       300-add-journal-amount.
           move 0 to ws-et-idx.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-et-count-cnst
               if ws-work-type equal ws-et-code(ws-sort-i)
                   move ws-sort-i to ws-et-idx
               end-if
           end-perform.
           if ws-et-idx equal 0
               display "Program32: entry type " ws-work-type
                   " store " ws-work-store " not recognized - "
                   "journal withheld"
               move "N" to ws-journal-ok
           else
               move "N" to ws-jr-found
               perform varying ws-jr-idx from 1 by 1
                   until ws-jr-idx > ws-jr-count
                   if ws-jr-store(ws-jr-idx) equal ws-work-store
                   and ws-jr-type-seq(ws-jr-idx) equal ws-et-idx
                       add ws-work-amount to ws-jr-amount(ws-jr-idx)
                       move "Y" to ws-jr-found
                   end-if
               end-perform
               if ws-jr-found equal "N"
                   if ws-jr-count < 2000
                       add 1 to ws-jr-count
                       move ws-work-store to ws-jr-store(ws-jr-count)
                       move ws-et-idx to ws-jr-type-seq(ws-jr-count)
                       move ws-work-amount
                           to ws-jr-amount(ws-jr-count)
                   else
                       add 1 to ws-jr-dropped
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Writes the deposits-held copy back - the opening generation
      * as it was loaded and tonight's from Program14's ledger, so a
      * same-day rerun still finds the same opening position
      ******************************************************************
       360-rewrite-held-snapshot.
           move "n" to ws-held-eof-flag.
           move 0 to ws-op-count.
           if ws-op-date > 0
               open input held-file
               read held-file
                   at end move "y" to ws-held-eof-flag
               end-read
               perform 062-held-load-loop
                   until ws-held-eof-flag = 'y'
               close held-file
           end-if.
           open output held-file.
           perform 370-write-opening-record
               varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count.
           perform 380-write-closing-record
               varying ws-cl-idx from 1 by 1
               until ws-cl-idx > ws-cl-count.
           close held-file.
       370-write-opening-record.
           move ws-op-date to hl-snap-date.
           move ws-op-invoice-tbl(ws-op-idx) to hl-invoice-number.
           move ws-op-store-tbl(ws-op-idx) to hl-store-number.
           move ws-op-held-tbl(ws-op-idx) to hl-deposits-held.
           write held-line.
       380-write-closing-record.
           move ws-nl-date to hl-snap-date.
           move ws-cl-invoice-tbl(ws-cl-idx) to hl-invoice-number.
           move ws-cl-store-tbl(ws-cl-idx) to hl-store-number.
           move ws-cl-held-tbl(ws-cl-idx) to hl-deposits-held.
           write held-line.
      ******************************************************************
      * One proof line - the signed amount posts to its entry type's
      * usual side, or the other side when the day netted the other
      * way; the account comes from the store's own map line, else
      * the chain default under store 00
      ******************************************************************
       400-prove-one-line.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-jr-store(ws-jr-idx) to ws-cb-store
           else
               if ws-jr-store(ws-jr-idx) not equal ws-cb-store
                   perform 450-store-break
                   move ws-jr-store(ws-jr-idx) to ws-cb-store
               end-if
           end-if.
           perform 410-find-account.
           move ws-jr-type-seq(ws-jr-idx) to ws-et-idx.
           move ws-et-side(ws-et-idx) to ws-work-side.
           if ws-jr-amount(ws-jr-idx) < 0
               compute ws-work-abs = 0 - ws-jr-amount(ws-jr-idx)
               if ws-work-side equal "D"
                   move "C" to ws-work-side
               else
                   move "D" to ws-work-side
               end-if
           else
               move ws-jr-amount(ws-jr-idx) to ws-work-abs
           end-if.
           move ws-jr-store(ws-jr-idx) to ws-dl-store.
           move ws-et-code(ws-et-idx) to ws-dl-type.
           move ws-et-desc(ws-et-idx) to ws-dl-desc.
           move ws-work-account to ws-dl-account.
           if ws-work-side equal "D"
               move ws-work-abs to ws-dl-debit
               move 0 to ws-dl-credit
               add ws-work-abs to ws-cb-debits
               add ws-work-abs to ws-tot-debits
           else
               move 0 to ws-dl-debit
               move ws-work-abs to ws-dl-credit
               add ws-work-abs to ws-cb-credits
               add ws-work-abs to ws-tot-credits
           end-if.
           write report-line from ws-detail-line.
       410-find-account.
           move spaces to ws-work-account.
           perform varying ws-am-idx from 1 by 1
               until ws-am-idx > ws-am-count
               if ws-am-store-tbl(ws-am-idx) equal 0
               and ws-am-type-tbl(ws-am-idx) equal
                   ws-et-code(ws-jr-type-seq(ws-jr-idx))
               and ws-work-account equal spaces
                   move ws-am-account-tbl(ws-am-idx)
                       to ws-work-account
               end-if
           end-perform.
           perform varying ws-am-idx from 1 by 1
               until ws-am-idx > ws-am-count
               if ws-am-store-tbl(ws-am-idx) equal
                   ws-jr-store(ws-jr-idx)
               and ws-am-type-tbl(ws-am-idx) equal
                   ws-et-code(ws-jr-type-seq(ws-jr-idx))
                   move ws-am-account-tbl(ws-am-idx)
                       to ws-work-account
               end-if
           end-perform.
           if ws-work-account equal spaces
               move "*NO ACCT*" to ws-work-account
               add 1 to ws-unmapped-count
           end-if.
       450-store-break.
           move ws-cb-store to ws-sb-store.
           move ws-cb-debits to ws-sb-debits.
           move ws-cb-credits to ws-sb-credits.
           if ws-cb-debits equal ws-cb-credits
               move "IN BALANCE" to ws-sb-status
           else
               move "*OUT OF BALANCE*" to ws-sb-status
               add 1 to ws-out-of-balance-count
           end-if.
           write report-line from ws-store-break-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-cb-debits.
           move 0 to ws-cb-credits.
       460-print-grand-line.
           write report-line from ws-star-line.
           move ws-tot-debits to ws-gl-debits.
           move ws-tot-credits to ws-gl-credits.
           if ws-tot-debits equal ws-tot-credits
               move "IN BALANCE" to ws-gl-status
           else
               move "*OUT OF BALANCE*" to ws-gl-status
           end-if.
           write report-line from ws-grand-line.
      ******************************************************************
      * Memo lines for the accountants tying the liability accounts -
      * the gift-card ledger's day, and the layaway deposits rolled
      * from the opening position to Program14's ledger tonight
      ******************************************************************
       470-print-memo.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-memo-title.
           write report-line from ws-star-line.
           move "Gift Cards Loaded Per Card Ledger" to ws-ml-label.
           move ws-gift-loaded to ws-ml-amount.
           move spaces to ws-ml-note.
           write report-line from ws-memo-line.
           move "Gift Cards Redeemed Per Card Ledger" to ws-ml-label.
           move ws-gift-redeemed to ws-ml-amount.
           write report-line from ws-memo-line.
           move "Layaway Deposits Held - Opening" to ws-ml-label.
           move ws-lay-opening to ws-ml-amount.
           write report-line from ws-memo-line.
           move "Layaway Deposits Taken" to ws-ml-label.
           move ws-lay-taken to ws-ml-amount.
           write report-line from ws-memo-line.
           move "Layaway Deposits Released" to ws-ml-label.
           move ws-lay-released to ws-ml-amount.
           write report-line from ws-memo-line.
           compute ws-lay-expected =
               ws-lay-opening + ws-lay-taken - ws-lay-released.
           move "Layaway Deposits Held - Expected" to ws-ml-label.
           move ws-lay-expected to ws-ml-amount.
           write report-line from ws-memo-line.
           move "Layaway Deposits Held - Per Ledger" to ws-ml-label.
           move ws-lay-closing to ws-ml-amount.
           if ws-lay-expected equal ws-lay-closing
               move "AGREES" to ws-ml-note
           else
               move "*DIFFERS* - check Program14's run" to ws-ml-note
           end-if.
           write report-line from ws-memo-line.
      ******************************************************************
      * The interface file - written whole when the day proves, left
      * empty when it does not so yesterday's journal cannot be
      * loaded a second time in its place
      ******************************************************************
       600-write-journal.
           open output journal-file.
           if ws-journal-ok equal "Y"
               move ws-nl-date to ws-jh-post-date
               move ws-journal-header to journal-line
               write journal-line
               perform 610-write-journal-line
                   varying ws-jr-idx from 1 by 1
                   until ws-jr-idx > ws-jr-count
               move ws-journal-lines to wt-record-count
               move ws-tot-debits to wt-amount-hash
               move ws-trailer-line to journal-line
               write journal-line
           end-if.
           close journal-file.
       610-write-journal-line.
           if ws-jr-amount(ws-jr-idx) not equal 0
               perform 410-find-account
               move ws-jr-type-seq(ws-jr-idx) to ws-et-idx
               move ws-et-side(ws-et-idx) to ws-work-side
               if ws-jr-amount(ws-jr-idx) < 0
                   compute ws-work-abs = 0 - ws-jr-amount(ws-jr-idx)
                   if ws-work-side equal "D"
                       move "C" to ws-work-side
                   else
                       move "D" to ws-work-side
                   end-if
               else
                   move ws-jr-amount(ws-jr-idx) to ws-work-abs
               end-if
               move spaces to journal-line
               move "D" to jl-record-type
               move ws-jr-store(ws-jr-idx) to jl-store-number
               move ws-nl-date to jl-post-date
               move ws-work-account to jl-account
               move ws-et-code(ws-et-idx) to jl-entry-type
               move ws-work-side to jl-dr-cr
               move ws-work-abs to jl-amount
               write journal-line
               add 1 to ws-journal-lines
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-journal-lines to ws-t1-count.
           if ws-journal-ok not equal "Y"
               move ws-jr-count to ws-t1-count
           end-if.
           write report-line from ws-total-1.
           move ws-out-of-balance-count to ws-t2-count.
           write report-line from ws-total-2.
           move ws-unmapped-count to ws-t3-count.
           write report-line from ws-total-3.
           if ws-journal-ok equal "Y"
               move "WRITTEN" to ws-t4-status
           else
               move "*WITHHELD* - journal not written"
                   to ws-t4-status
           end-if.
           write report-line from ws-total-4.
      ******************************************************************
      * End of Group 4 - Program #32
      ******************************************************************
       end program Program32.
