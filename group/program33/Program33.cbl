      ******************************************************************
      * Group 4 - Program #33
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Cashier commission for the pay period. Program2's
      * commission.dat carries each cashier's sales count and amount
      * for the day, but payroll still worked the commission out on
      * a calculator and nobody took anything back when a sale was
      * returned a week later. This program keeps its own ledger of
      * every commissionable sale off sandl.dat (commLedger.dat,
      * replaced per day like the other ledgers) with the cashier
      * who rang it and the SKU's department. A return or a void
      * that cites an invoice and SKU on the ledger is charged back
      * to the cashier on the original sale, not the one who rang
      * the refund. For the pay period to date each cashier's net
      * volume picks the tier on the rate table (commRates.dat, by
      * store and department, store or department 00 standing for
      * all), and that rate is applied store by store, department by
      * department. A terminated employee (status I on
      * employeeMaster.dat) is paid for sales made before the
      * termination date Program16 logged. The run prints the
      * commission statement per cashier with the clawbacks listed,
      * proves the day's ledger against commission.dat, and writes
      * the payroll interface file commPayroll.dat.
      ******************************************************************
       identification division.
       program-id. Program33.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM33_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * GROUP_DATA_DIR environment variables (falling back to the
      * current relative layout when they are not set) instead of
      * literal paths, so this program can be pointed at a different
      * data drop without relinking
            select sandl-file
               assign to ws-sandl-path
               organization is line sequential
               file status is ws-sandl-status.

           select returns-file
               assign to ws-returns-path
               organization is line sequential
               file status is ws-returns-status.

           select void-file
               assign to ws-void-path
               organization is line sequential
               file status is ws-void-status.

           select commission-file
               assign to ws-commission-path
               organization is line sequential
               file status is ws-commission-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select employee-master-file
               assign to ws-employee-master-path
               organization is line sequential.

           select employee-log-file
               assign to ws-employee-log-path
               organization is line sequential
               file status is ws-employee-log-status.

           select rate-file
               assign to ws-rate-path
               organization is line sequential
               file status is ws-rate-status.

           select ledger-file
               assign to ws-ledger-path
               organization is line sequential
               file status is ws-ledger-status.

           select payroll-file
               assign to ws-payroll-path
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
       fd sandl-file
           data record is sandl-line
           record contains 75 characters.
      *
       01 sandl-line.
           05 sl-transaction-code                pic x.
           05 sl-transaction-ammount             pic 9(5)v99.
           05 sl-payment-type                    pic xx.
           05 sl-store-number                    pic 99.
           05 sl-invoice-number                  pic x(9).
           05 sl-sku-code                        pic x(15).
           05 sl-return-reason-code              pic xx.
           05 sl-transaction-date                pic 9(6).
           05 sl-cashier-id                      pic 9(4).
           05 sl-replacement-sku                 pic x(15).
           05 sl-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd returns-file
           data record is returns-line
           record contains 75 characters.
      *
       01 returns-line.
           05 rt-transaction-code                pic x.
           05 rt-transaction-ammount             pic 9(5)v99.
           05 rt-payment-type                    pic xx.
           05 rt-store-number                    pic 99.
           05 rt-invoice-number                  pic x(9).
           05 rt-sku-code                        pic x(15).
           05 rt-return-reason-code              pic xx.
           05 rt-transaction-date                pic 9(6).
           05 rt-cashier-id                      pic 9(4).
           05 rt-replacement-sku                 pic x(15).
           05 rt-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
       fd void-file
           data record is void-line
           record contains 75 characters.
      *
       01 void-line.
           05 vd-transaction-code                pic x.
           05 vd-transaction-ammount             pic 9(5)v99.
           05 vd-payment-type                    pic xx.
           05 vd-store-number                    pic 99.
           05 vd-invoice-number                  pic x(9).
           05 vd-sku-code                        pic x(15).
           05 vd-return-reason-code              pic xx.
           05 vd-transaction-date                pic 9(6).
           05 vd-cashier-id                      pic 9(4).
           05 vd-replacement-sku                 pic x(15).
           05 vd-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
      * Program2's per-cashier extract - the day's S&L sales less the
      * voids each cashier rang, signed
       fd commission-file
           data record is commission-line
           record contains 18 characters.
      *
       01 commission-line.
           05 cm-cashier-id                     pic 9(4).
           05 cm-count                          pic s9(4).
           05 cm-amount                         pic s9(8)v99.
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
       fd employee-master-file
           data record is employee-master-line
           record contains 27 characters.
      *
       01 employee-master-line.
           05 em-employee-id                    pic 9(4).
           05 em-employee-name                  pic x(20).
           05 em-store-number                   pic 99.
           05 em-status                         pic x.
               88 em-inactive value "I".
      *
      * Program16's change log - the date a terminate was applied is
      * the employee's termination date; a rejected terminate is on
      * the log too and is passed over, as is anything but an
      * applied record (disposition A, or blank on records written
      * before the log carried one)
       fd employee-log-file
           data record is employee-log-line
           record contains 122 characters.
      *
       01 employee-log-line.
           05 el-date                           pic 9(6).
           05 el-time                           pic 9(8).
           05 el-user                           pic x(8).
           05 el-action                         pic x.
               88 el-action-terminate value "T".
           05 el-employee-id                    pic 9(4).
           05 filler                            pic x(46).
           05 el-disposition                    pic x.
               88 el-applied value "A", " ".
           05 filler                            pic x(48).
      *
      * Commission rate table - one line per store, department and
      * volume tier; the tier floor is the pay-period net volume at
      * which the rate starts. Store 00 or department 00 stands for
      * every store or department without a line of its own
       fd rate-file
           data record is rate-line
           record contains 17 characters.
      *
       01 rate-line.
           05 cr-store-number                   pic 99.
           05 cr-dept-code                      pic 99.
           05 cr-tier-floor                     pic 9(7)v99.
           05 cr-rate-pct                       pic 99v99.
      *
      * The commission ledger - a sale (S) as rung, or a return (R)
      * or void (V) charged back to the cashier on the original sale
      * it cites, with the cashier who actually rang it alongside
       fd ledger-file
           data record is ledger-line
           record contains 56 characters.
      *
       01 ledger-line.
           05 lg-post-date                      pic 9(6).
           05 lg-entry-type                     pic x.
           05 lg-store-number                   pic 99.
           05 lg-invoice-number                 pic x(9).
           05 lg-sku-code                       pic x(15).
           05 lg-cashier-id                     pic 9(4).
           05 lg-dept-code                      pic 99.
           05 lg-amount                         pic 9(5)v99.
           05 lg-trans-date                     pic 9(6).
           05 lg-rung-by                        pic 9(4).
      *
      * Payroll interface - one line per cashier for the pay period
      * to date, with a trailer carrying the count and commission
      * hash the way the chain's other handoffs do
       fd payroll-file
           data record is payroll-line
           record contains 40 characters.
      *
       01 payroll-line.
           05 pr-record-type                    pic x.
           05 pr-cashier-id                     pic 9(4).
           05 pr-period-start                   pic 9(6).
           05 pr-period-end                     pic 9(6).
           05 pr-net-sales                      pic s9(8)v99.
           05 pr-commission                     pic s9(7)v99.
           05 pr-emp-status                     pic x.
           05 filler                            pic x(3).
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
       77 ws-program33-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-sandl-path                 pic x(80).
       01 ws-returns-path               pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-commission-path            pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-employee-master-path       pic x(80).
       01 ws-employee-log-path          pic x(80).
       01 ws-rate-path                  pic x(80).
       01 ws-ledger-path                pic x(80).
       01 ws-payroll-path               pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-sandl-status               pic xx.
       77 ws-returns-status             pic xx.
       77 ws-void-status                pic xx.
       77 ws-commission-status          pic xx.
       77 ws-employee-log-status        pic xx.
       77 ws-rate-status                pic xx.
       77 ws-ledger-status              pic xx.
       01 ws-flags.
           05 ws-sandl-eof-flag          pic x
               value "n".
           05 ws-returns-eof-flag        pic x
               value "n".
           05 ws-void-eof-flag           pic x
               value "n".
           05 ws-commission-eof-flag     pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-employee-eof-flag       pic x
               value "n".
           05 ws-employee-log-eof-flag   pic x
               value "n".
           05 ws-rate-eof-flag           pic x
               value "n".
           05 ws-ledger-eof-flag         pic x
               value "n".
      ******************************************************************
      * Pay period and ledger retention - the period runs from
      * PAY_PERIOD_START (YYMMDD; the first of the business month
      * when not set) through the business date, and sales are kept
      * COMM_HISTORY_DAYS back so a late return still finds the sale
      * it cites
      ******************************************************************
       77 ws-period-start               pic 9(6)
           value 0.
       77 ws-period-start-serial        pic 9(6)
           value 0.
       77 ws-keep-days-cnst             pic 999
           value 120.
      ******************************************************************
      * SKU-master lookup - the department a sale is commissioned in
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-dept-tbl occurs 500 times      pic 99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
      ******************************************************************
      * Employee master and the termination date off the change log
      ******************************************************************
       77 ws-emp-id-tbl occurs 500 times        pic 9(4).
       77 ws-emp-name-tbl occurs 500 times      pic x(20).
       77 ws-emp-status-tbl occurs 500 times    pic x.
       77 ws-emp-term-tbl occurs 500 times      pic 9(6).
       77 ws-emp-count                  pic 999
           value 0.
       77 ws-emp-idx                    pic 999
           value 0.
       77 ws-emp-match                  pic 999
           value 0.
      ******************************************************************
      * Rate table, held whole
      ******************************************************************
       77 ws-rt-store-tbl occurs 500 times      pic 99.
       77 ws-rt-dept-tbl occurs 500 times       pic 99.
       77 ws-rt-floor-tbl occurs 500 times      pic 9(7)v99.
       77 ws-rt-rate-tbl occurs 500 times       pic 99v99.
       77 ws-rt-count                   pic 999
           value 0.
       77 ws-rt-idx                     pic 999
           value 0.
       77 ws-rt-dropped                 pic 999
           value 0.
       77 ws-try-store                  pic 99
           value 0.
       77 ws-try-dept                   pic 99
           value 0.
       77 ws-rate-key-found             pic x
           value "N".
       77 ws-best-floor                 pic s9(7)v99
           value 0.
       77 ws-work-rate                  pic 99v99
           value 0.
       77 ws-tier-volume                pic 9(8)v99
           value 0.
      ******************************************************************
      * The commission ledger, held whole while the day is posted
      ******************************************************************
       01 ws-ledger-tbl-area.
           05 ws-lg-entry occurs 9000 times.
               10 ws-lg-post-date           pic 9(6).
               10 ws-lg-type                pic x.
               10 ws-lg-store               pic 99.
               10 ws-lg-invoice             pic x(9).
               10 ws-lg-sku                 pic x(15).
               10 ws-lg-cashier             pic 9(4).
               10 ws-lg-dept                pic 99.
               10 ws-lg-amount              pic 9(5)v99.
               10 ws-lg-trans-date          pic 9(6).
               10 ws-lg-rung-by             pic 9(4).
       77 ws-lg-count                   pic 9(4)
           value 0.
       77 ws-lg-idx                     pic 9(4)
           value 0.
       77 ws-lg-match                   pic 9(4)
           value 0.
       77 ws-lg-dropped                 pic 9(4)
           value 0.
       77 ws-sales-found                pic 9(4)
           value 0.
       77 ws-claws-found                pic 9(4)
           value 0.
      ******************************************************************
      * Pay-period buckets - one per cashier, store and department,
      * sorted by that key for the statement
      ******************************************************************
       01 ws-bucket-tbl-area.
           05 ws-bk-entry occurs 3000 times.
               10 ws-bk-key.
                   15 ws-bk-cashier         pic 9(4).
                   15 ws-bk-store           pic 99.
                   15 ws-bk-dept            pic 99.
               10 ws-bk-sales               pic 9(8)v99.
               10 ws-bk-claws               pic 9(8)v99.
       01 ws-bk-temp.
           05 ws-bkt-key                    pic x(8).
           05 filler                        pic x(20).
       77 ws-bk-count                   pic 9(4)
           value 0.
       77 ws-bk-idx                     pic 9(4)
           value 0.
       77 ws-bk-found                   pic x
           value "N".
       77 ws-bk-match                   pic 9(4)
           value 0.
       77 ws-bk-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Per-cashier pay-period volume, which sets the tier
      ******************************************************************
       77 ws-ca-id-tbl occurs 500 times         pic 9(4).
       77 ws-ca-volume-tbl occurs 500 times     pic s9(8)v99.
       77 ws-ca-count                   pic 999
           value 0.
       77 ws-ca-idx                     pic 999
           value 0.
       77 ws-ca-match                   pic 999
           value 0.
      ******************************************************************
      * The day's control against commission.dat - per cashier, the
      * S&L sales less the voids they rang, beside Program2's figure
      ******************************************************************
       77 ws-ck-id-tbl occurs 500 times         pic 9(4).
       77 ws-ck-ledger-tbl occurs 500 times     pic s9(8)v99.
       77 ws-ck-extract-tbl occurs 500 times    pic s9(8)v99.
       77 ws-ck-count                   pic 999
           value 0.
       77 ws-ck-idx                     pic 999
           value 0.
       77 ws-ck-match                   pic 999
           value 0.
       77 ws-ck-cashier                 pic 9(4)
           value 0.
       77 ws-ck-amount                  pic s9(8)v99
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
      * Day-serial date arithmetic for the retention window - days
      * since 2000-01-01, the same rule the archive utility uses
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
       77 ws-leap-quot                  pic 9(4)
           value 0.
       77 ws-leap-rem                   pic 9(4)
           value 0.
      ******************************************************************
      * Statement work fields
      ******************************************************************
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-cashier                 pic 9(4)
           value 0.
       77 ws-cb-sales                   pic s9(8)v99
           value 0.
       77 ws-cb-claws                   pic s9(8)v99
           value 0.
       77 ws-cb-commission              pic s9(7)v99
           value 0.
       77 ws-work-net                   pic s9(8)v99
           value 0.
       77 ws-work-commission            pic s9(7)v99
           value 0.
       77 ws-work-dept                  pic 99
           value 0.
       77 ws-work-status                pic x
           value space.
       77 ws-work-type                  pic x
           value space.
       77 ws-work-trans-date            pic 9(6)
           value 0.
       77 ws-find-invoice               pic x(9)
           value spaces.
       77 ws-find-sku                   pic x(15)
           value spaces.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-sales-today                pic 9(5)
           value 0.
       77 ws-returns-clawed             pic 9(5)
           value 0.
       77 ws-voids-clawed               pic 9(5)
           value 0.
       77 ws-no-original-count          pic 9(5)
           value 0.
       77 ws-after-term-count           pic 9(5)
           value 0.
       77 ws-cashiers-paid              pic 9(5)
           value 0.
       77 ws-not-on-master-count        pic 9(5)
           value 0.
       77 ws-control-diff-count         pic 9(5)
           value 0.
       77 ws-tot-commission             pic s9(9)v99
           value 0.
       77 ws-payroll-hash               pic 9(11)v99
           value 0.
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
               value "  Commission Statement".
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
       01 ws-period-line.
           05 filler                     pic x(12)
               value "Pay Period: ".
           05 ws-pl-start                pic 9(6).
           05 filler                     pic x(3)
               value " - ".
           05 ws-pl-end                  pic 9(6).
           05 filler                     pic x(73)
               value spaces.
       01 ws-cashier-line.
           05 filler                     pic x(8)
               value "Cashier ".
           05 ws-cl-cashier              pic 9(4).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-name                 pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-note                 pic x(40).
           05 filler                     pic x(24)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(4)
               value spaces.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(6)
               value "Dept".
           05 filler                     pic x(15)
               value "          Sales".
           05 filler                     pic x(15)
               value "      Clawbacks".
           05 filler                     pic x(15)
               value "            Net".
           05 filler                     pic x(8)
               value "   Rate%".
           05 filler                     pic x(15)
               value "     Commission".
           05 filler                     pic x(15)
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
           05 ws-dl-sales                pic zz,zzz,zz9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-claws                pic zz,zzz,zz9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-net                  pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-rate                 pic z9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-dl-commission           pic z,zzz,zz9.99-.
           05 filler                     pic x(15)
               value spaces.
       01 ws-claw-line.
           05 filler                     pic x(8)
               value spaces.
           05 ws-cw-type                 pic x(7).
           05 filler                     pic x(1)
               value spaces.
           05 ws-cw-post-date            pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cw-invoice              pic x(9).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cw-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cw-amount               pic zz,zz9.99.
           05 filler                     pic x(11)
               value "  Rung By: ".
           05 ws-cw-rung-by              pic 9(4).
           05 filler                     pic x(24)
               value spaces.
       01 ws-cashier-total-line.
           05 filler                     pic x(20)
               value "   Cashier Total    ".
           05 ws-ct-sales                pic zz,zzz,zz9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ct-claws                pic zz,zzz,zz9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ct-net                  pic zz,zzz,zz9.99-.
           05 filler                     pic x(9)
               value spaces.
           05 ws-ct-commission           pic z,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ct-note                 pic x(12).
       01 ws-section-title-1.
           05 filler                     pic x(50)
               value "CONTROL - LEDGER DAY AGAINST COMMISSION.DAT".
           05 filler                     pic x(50)
               value spaces.
       01 ws-control-line.
           05 filler                     pic x(8)
               value "Cashier ".
           05 ws-kl-cashier              pic 9(4).
           05 filler                     pic x(10)
               value "  Ledger: ".
           05 ws-kl-ledger               pic zz,zzz,zz9.99-.
           05 filler                     pic x(11)
               value "  Extract: ".
           05 ws-kl-extract              pic zz,zzz,zz9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-kl-note                 pic x(20)
               value "*DIFFERS*".
           05 filler                     pic x(17)
               value spaces.
       01 ws-total-1.
           05 filler                     pic x(34)
               value "Sales Posted Today:               ".
           05 ws-t1-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-2.
           05 filler                     pic x(34)
               value "Returns Charged Back Today:       ".
           05 ws-t2-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(34)
               value "Voids Charged Back Today:         ".
           05 ws-t3-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(34)
               value "Returns/Voids - No Sale On File:  ".
           05 ws-t4-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-5.
           05 filler                     pic x(34)
               value "Sales After Termination Unpaid:   ".
           05 ws-t5-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-6.
           05 filler                     pic x(34)
               value "Cashiers On Payroll File:         ".
           05 ws-t6-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-7.
           05 filler                     pic x(34)
               value "Cashiers Not On Employee Master:  ".
           05 ws-t7-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-8.
           05 filler                     pic x(34)
               value "Cashiers Differing From Extract:  ".
           05 ws-t8-count                pic zzzz9.
           05 filler                     pic x(61)
               value spaces.
       01 ws-total-9.
           05 filler                     pic x(34)
               value "Total Commission:                 ".
           05 ws-t9-amount               pic z,zzz,zzz,zz9.99-.
           05 filler                     pic x(49)
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
           perform 003-set-pay-period.
           perform 040-load-sku-master.
           perform 045-load-employee-master.
           perform 047-load-termination-dates.
           perform 050-load-rates.
           perform 060-load-ledger.
           perform 100-read-sandl.
           perform 140-read-voids.
           perform 160-read-returns.
           perform 250-read-commission-extract.
           if ws-lg-dropped > 0
           or ws-rt-dropped > 0
               display "Program33: tables full - ledger "
                   ws-lg-dropped " / rates " ws-rt-dropped
                   " entr(ies) not carried"
           end-if.
           perform 300-roll-up-period.
           if ws-bk-dropped > 0
               display "Program33: pay-period table full - "
                   ws-bk-dropped " ledger entr(ies) not paid"
           end-if.
           perform 330-sort-buckets.
           open output report-file.
           open output payroll-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           move ws-period-start to ws-pl-start.
           move ws-nl-date to ws-pl-end.
           write report-line from ws-period-line.
           write report-line from ws-star-line
               after advancing 1 line.
           perform 400-print-one-bucket
               varying ws-bk-idx from 1 by 1
               until ws-bk-idx > ws-bk-count.
           if ws-cb-first equal "N"
               perform 450-cashier-break
           end-if.
           move ws-cashiers-paid to wt-record-count.
           move ws-payroll-hash to wt-amount-hash.
           move ws-trailer-line to payroll-line.
           write payroll-line.
           close payroll-file.
           perform 480-print-control-check.
           perform 500-print-totals.
           close report-file.
           perform 360-rewrite-ledger.
           stop run.
      ******************************************************************
      * Builds the runtime file paths and the retention window from
      * the environment - falls back to the current relative layout
      * when the directory variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM33_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program33-dir
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
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-project3-dir delimited by space
               "/sandl.dat" delimited by size
               into ws-sandl-path.
           string ws-program4-dir delimited by space
               "/returns.dat" delimited by size
               into ws-returns-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-project2-dir delimited by space
               "/commission.dat" delimited by size
               into ws-commission-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-group-dir delimited by space
               "/employeeMaster.dat" delimited by size
               into ws-employee-master-path.
           string ws-group-dir delimited by space
               "/employeeMasterLog.dat" delimited by size
               into ws-employee-log-path.
           string ws-program33-dir delimited by space
               "/commRates.dat" delimited by size
               into ws-rate-path.
           string ws-program33-dir delimited by space
               "/commLedger.dat" delimited by size
               into ws-ledger-path.
           string ws-program33-dir delimited by space
               "/commPayroll.dat" delimited by size
               into ws-payroll-path.
           string ws-program33-dir delimited by space
               "/commStatement.out" delimited by size
               into ws-report-path.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "COMM_HISTORY_DAYS"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-keep-days-cnst
           end-if.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run posts
      * the day it is processing
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
      * The pay period opens on PAY_PERIOD_START, or on the first of
      * the business month; the retention window never starts after
      * the period does, so the whole period is always on the ledger
      ******************************************************************
       003-set-pay-period.
           move ws-nl-date to ws-period-start.
           move "01" to ws-period-start(5:2).
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PAY_PERIOD_START"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer(1:6) to ws-period-start
           end-if.
           if ws-period-start > ws-nl-date
               move ws-nl-date to ws-period-start
           end-if.
           move ws-period-start to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-period-start-serial.
           move ws-nl-date to ws-serial-date.
           perform 800-date-to-serial.
           move ws-serial to ws-today-serial.
           compute ws-keep-from-serial =
               ws-today-serial - ws-keep-days-cnst
               on size error move 0 to ws-keep-from-serial
           end-compute.
           if ws-keep-from-serial > ws-period-start-serial
               move ws-period-start-serial to ws-keep-from-serial
           end-if.
      ******************************************************************
      * Loads the SKU master for the department lookup
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
      * Loads the employee master - name and status per cashier id
      ******************************************************************
       045-load-employee-master.
           open input employee-master-file.
           read employee-master-file
               at end move "y" to ws-employee-eof-flag.
           perform 046-employee-master-loop
               until ws-employee-eof-flag = 'y'.
           close employee-master-file.
       046-employee-master-loop.
           if ws-emp-count < 500
               add 1 to ws-emp-count
               move em-employee-id to ws-emp-id-tbl(ws-emp-count)
               move em-employee-name to ws-emp-name-tbl(ws-emp-count)
               move em-status to ws-emp-status-tbl(ws-emp-count)
               move 0 to ws-emp-term-tbl(ws-emp-count)
           end-if.
           read employee-master-file
               at end move "y" to ws-employee-eof-flag.
      ******************************************************************
      * The latest terminate on Program16's change log dates each
      * inactive employee's termination - an inactive employee with
      * no terminate on the log (a hand edit from before the log)
      * has no date and is paid for the whole period
      ******************************************************************
       047-load-termination-dates.
           open input employee-log-file.
           if ws-employee-log-status equal "00"
               read employee-log-file
                   at end move "y" to ws-employee-log-eof-flag
               end-read
               perform 048-termination-loop
                   until ws-employee-log-eof-flag = 'y'
               close employee-log-file
           end-if.
       048-termination-loop.
           if el-action-terminate
           and el-applied
               perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-emp-count
                   if el-employee-id equal ws-emp-id-tbl(ws-emp-idx)
                   and ws-emp-status-tbl(ws-emp-idx) equal "I"
                   and el-date > ws-emp-term-tbl(ws-emp-idx)
                       move el-date to ws-emp-term-tbl(ws-emp-idx)
                   end-if
               end-perform
           end-if.
           read employee-log-file
               at end move "y" to ws-employee-log-eof-flag.
      ******************************************************************
      * Loads the rate table - no table at all pays nothing, which the
      * statement shows as a zero rate on every line
      ******************************************************************
       050-load-rates.
           open input rate-file.
           if ws-rate-status equal "00"
               read rate-file
                   at end move "y" to ws-rate-eof-flag
               end-read
               perform 051-rate-load-loop
                   until ws-rate-eof-flag = 'y'
               close rate-file
           end-if.
       051-rate-load-loop.
           if ws-rt-count < 500
               add 1 to ws-rt-count
               move cr-store-number to ws-rt-store-tbl(ws-rt-count)
               move cr-dept-code to ws-rt-dept-tbl(ws-rt-count)
               move cr-tier-floor to ws-rt-floor-tbl(ws-rt-count)
               move cr-rate-pct to ws-rt-rate-tbl(ws-rt-count)
           else
               add 1 to ws-rt-dropped
           end-if.
           read rate-file
               at end move "y" to ws-rate-eof-flag.
      ******************************************************************
      * Loads the commission ledger with today's postings taken back
      * off, so a same-day rerun replaces its day instead of doubling
      * it. A first-ever run has no file yet, which is an empty
      * table, not an error
      ******************************************************************
       060-load-ledger.
           open input ledger-file.
           if ws-ledger-status equal "00"
               read ledger-file
                   at end move "y" to ws-ledger-eof-flag
               end-read
               perform 061-ledger-load-loop
                   until ws-ledger-eof-flag = 'y'
               close ledger-file
           end-if.
       061-ledger-load-loop.
           if lg-post-date not equal ws-nl-date
               if ws-lg-count < 9000
                   add 1 to ws-lg-count
                   move ledger-line to ws-lg-entry(ws-lg-count)
               else
                   add 1 to ws-lg-dropped
               end-if
           end-if.
           read ledger-file
               at end move "y" to ws-ledger-eof-flag.
      ******************************************************************
      * Today's S&L stream - every sale and final layaway pickup is
      * commissionable to the cashier who rang it, in the SKU's
      * department; the trailer is skipped
      ******************************************************************
       100-read-sandl.
           open input sandl-file.
           if ws-sandl-status equal "00"
               read sandl-file
                   at end move "y" to ws-sandl-eof-flag
               end-read
               perform 110-sandl-loop
                   until ws-sandl-eof-flag = 'y'
               close sandl-file
           end-if.
       110-sandl-loop.
           if sl-transaction-code not equal "T"
               perform 120-post-sale
               move sl-cashier-id to ws-ck-cashier
               move sl-transaction-ammount to ws-ck-amount
               perform 270-add-control-ledger
           end-if.
           read sandl-file
               at end move "y" to ws-sandl-eof-flag.
       120-post-sale.
           move 0 to ws-work-dept.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if sl-sku-code equal ws-sku-tbl(ws-sku-idx)
                   move ws-sku-dept-tbl(ws-sku-idx) to ws-work-dept
               end-if
           end-perform.
           if ws-lg-count < 9000
               add 1 to ws-lg-count
               add 1 to ws-sales-today
               move ws-nl-date to ws-lg-post-date(ws-lg-count)
               move "S" to ws-lg-type(ws-lg-count)
               move sl-store-number to ws-lg-store(ws-lg-count)
               move sl-invoice-number to ws-lg-invoice(ws-lg-count)
               move sl-sku-code to ws-lg-sku(ws-lg-count)
               move sl-cashier-id to ws-lg-cashier(ws-lg-count)
               move ws-work-dept to ws-lg-dept(ws-lg-count)
               move sl-transaction-ammount
                   to ws-lg-amount(ws-lg-count)
               move sl-transaction-date
                   to ws-lg-trans-date(ws-lg-count)
               move sl-cashier-id to ws-lg-rung-by(ws-lg-count)
           else
               add 1 to ws-lg-dropped
           end-if.
      ******************************************************************
      * Today's voids - each backs out a sale, so the commission on
      * it comes back off the cashier who rang that sale; the void is
      * also netted off the ringing cashier for the control, the way
      * Program2 nets it
      ******************************************************************
       140-read-voids.
           open input void-file.
           if ws-void-status equal "00"
               read void-file
                   at end move "y" to ws-void-eof-flag
               end-read
               perform 150-void-loop
                   until ws-void-eof-flag = 'y'
               close void-file
           end-if.
       150-void-loop.
           if vd-transaction-code equal "V"
               move vd-cashier-id to ws-ck-cashier
               compute ws-ck-amount = 0 - vd-transaction-ammount
               perform 270-add-control-ledger
               move vd-invoice-number to ws-find-invoice
               move vd-sku-code to ws-find-sku
               perform 200-find-original-sale
               if ws-lg-match equal 0
                   add 1 to ws-no-original-count
               else
                   add 1 to ws-voids-clawed
                   move "V" to ws-work-type
                   move vd-transaction-ammount to ws-ck-amount
                   move vd-transaction-date to ws-work-trans-date
                   move vd-cashier-id to ws-ck-cashier
                   perform 220-post-clawback
               end-if
           end-if.
           read void-file
               at end move "y" to ws-void-eof-flag.
      ******************************************************************
      * Today's returns - a return that cites a sale on the ledger is
      * charged back to that sale's cashier; one with no sale on file
      * (older than the retention window, or never rung through the
      * S&L path) is counted and charges no one
      ******************************************************************
       160-read-returns.
           open input returns-file.
           if ws-returns-status equal "00"
               read returns-file
                   at end move "y" to ws-returns-eof-flag
               end-read
               perform 170-returns-loop
                   until ws-returns-eof-flag = 'y'
               close returns-file
           end-if.
       170-returns-loop.
           if rt-transaction-code equal "R"
               move rt-invoice-number to ws-find-invoice
               move rt-sku-code to ws-find-sku
               perform 200-find-original-sale
               if ws-lg-match equal 0
                   add 1 to ws-no-original-count
               else
                   add 1 to ws-returns-clawed
                   move "R" to ws-work-type
                   move rt-transaction-ammount to ws-ck-amount
                   move rt-transaction-date to ws-work-trans-date
                   move rt-cashier-id to ws-ck-cashier
                   perform 220-post-clawback
               end-if
           end-if.
           read returns-file
               at end move "y" to ws-returns-eof-flag.
      ******************************************************************
      * Finds the sale an invoice and SKU cite - only while the
      * ledger holds more sales of that line than it has already
      * charged back, so a second refund of the same unit charges
      * nothing twice
      ******************************************************************
       200-find-original-sale.
           move 0 to ws-lg-match.
           move 0 to ws-sales-found.
           move 0 to ws-claws-found.
           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count
               if ws-lg-invoice(ws-lg-idx) equal ws-find-invoice
               and ws-lg-sku(ws-lg-idx) equal ws-find-sku
                   if ws-lg-type(ws-lg-idx) equal "S"
                       add 1 to ws-sales-found
                       if ws-lg-match equal 0
                           move ws-lg-idx to ws-lg-match
                       end-if
                   else
                       add 1 to ws-claws-found
                   end-if
               end-if
           end-perform.
           if ws-sales-found not > ws-claws-found
               move 0 to ws-lg-match
           end-if.
      ******************************************************************
      * Posts a charge-back against the original sale's cashier, store
      * and department; ws-work-type carries R or V, ws-ck-amount
      * the refund and ws-ck-cashier who rang it
      ******************************************************************
       220-post-clawback.
           if ws-lg-count < 9000
               add 1 to ws-lg-count
               move ws-nl-date to ws-lg-post-date(ws-lg-count)
               move ws-work-type to ws-lg-type(ws-lg-count)
               move ws-lg-store(ws-lg-match) to ws-lg-store(ws-lg-count)
               move ws-lg-invoice(ws-lg-match)
                   to ws-lg-invoice(ws-lg-count)
               move ws-lg-sku(ws-lg-match) to ws-lg-sku(ws-lg-count)
               move ws-lg-cashier(ws-lg-match)
                   to ws-lg-cashier(ws-lg-count)
               move ws-lg-dept(ws-lg-match) to ws-lg-dept(ws-lg-count)
               move ws-ck-amount to ws-lg-amount(ws-lg-count)
               move ws-work-trans-date
                   to ws-lg-trans-date(ws-lg-count)
               move ws-ck-cashier to ws-lg-rung-by(ws-lg-count)
           else
               add 1 to ws-lg-dropped
           end-if.
      ******************************************************************
      * Program2's extract for the control - a missing extract leaves
      * every cashier's extract figure at zero, which the control
      * then shows
      ******************************************************************
       250-read-commission-extract.
           open input commission-file.
           if ws-commission-status equal "00"
               read commission-file
                   at end move "y" to ws-commission-eof-flag
               end-read
               perform 260-commission-loop
                   until ws-commission-eof-flag = 'y'
               close commission-file
           end-if.
       260-commission-loop.
           move cm-cashier-id to ws-ck-cashier.
           move 0 to ws-ck-amount.
           perform 270-add-control-ledger.
           if ws-ck-match > 0
               add cm-amount to ws-ck-extract-tbl(ws-ck-match)
           end-if.
           read commission-file
               at end move "y" to ws-commission-eof-flag.
       270-add-control-ledger.
           move 0 to ws-ck-match.
           perform varying ws-ck-idx from 1 by 1
               until ws-ck-idx > ws-ck-count
               if ws-ck-id-tbl(ws-ck-idx) equal ws-ck-cashier
                   move ws-ck-idx to ws-ck-match
               end-if
           end-perform.
           if ws-ck-match equal 0
               if ws-ck-count < 500
                   add 1 to ws-ck-count
                   move ws-ck-cashier to ws-ck-id-tbl(ws-ck-count)
                   move 0 to ws-ck-ledger-tbl(ws-ck-count)
                   move 0 to ws-ck-extract-tbl(ws-ck-count)
                   move ws-ck-count to ws-ck-match
               end-if
           end-if.
           if ws-ck-match > 0
               add ws-ck-amount to ws-ck-ledger-tbl(ws-ck-match)
           end-if.
      ******************************************************************
      * Rolls the ledger entries posted inside the pay period into
      * the cashier / store / department buckets. A terminated
      * employee's sales on or after the termination date are not
      * paid; charge-backs still come off what was earned
      ******************************************************************
       300-roll-up-period.
           perform 310-roll-up-one-entry
               varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count.
       310-roll-up-one-entry.
           move ws-lg-post-date(ws-lg-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial not less than ws-period-start-serial
           and ws-serial not greater than ws-today-serial
               perform 315-find-employee
               if ws-lg-type(ws-lg-idx) equal "S"
               and ws-emp-match > 0
               and ws-emp-term-tbl(ws-emp-match) > 0
               and ws-lg-trans-date(ws-lg-idx) not less than
                   ws-emp-term-tbl(ws-emp-match)
                   add 1 to ws-after-term-count
               else
                   perform 320-add-bucket
               end-if
           end-if.
       315-find-employee.
           move 0 to ws-emp-match.
           perform varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count
               if ws-emp-id-tbl(ws-emp-idx) equal
                   ws-lg-cashier(ws-lg-idx)
                   move ws-emp-idx to ws-emp-match
               end-if
           end-perform.
       320-add-bucket.
           move "N" to ws-bk-found.
           perform varying ws-bk-idx from 1 by 1
               until ws-bk-idx > ws-bk-count
               if ws-bk-cashier(ws-bk-idx) equal
                   ws-lg-cashier(ws-lg-idx)
               and ws-bk-store(ws-bk-idx) equal ws-lg-store(ws-lg-idx)
               and ws-bk-dept(ws-bk-idx) equal ws-lg-dept(ws-lg-idx)
                   move "Y" to ws-bk-found
                   move ws-bk-idx to ws-bk-match
               end-if
           end-perform.
           if ws-bk-found equal "N"
               if ws-bk-count < 3000
                   add 1 to ws-bk-count
                   move ws-lg-cashier(ws-lg-idx)
                       to ws-bk-cashier(ws-bk-count)
                   move ws-lg-store(ws-lg-idx)
                       to ws-bk-store(ws-bk-count)
                   move ws-lg-dept(ws-lg-idx) to ws-bk-dept(ws-bk-count)
                   move 0 to ws-bk-sales(ws-bk-count)
                   move 0 to ws-bk-claws(ws-bk-count)
                   move ws-bk-count to ws-bk-match
                   move "Y" to ws-bk-found
               else
                   add 1 to ws-bk-dropped
               end-if
           end-if.
           if ws-bk-found equal "Y"
               if ws-lg-type(ws-lg-idx) equal "S"
                   add ws-lg-amount(ws-lg-idx)
                       to ws-bk-sales(ws-bk-match)
               else
                   add ws-lg-amount(ws-lg-idx)
                       to ws-bk-claws(ws-bk-match)
               end-if
               perform 325-add-cashier-volume
           end-if.
       325-add-cashier-volume.
           move 0 to ws-ca-match.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               if ws-ca-id-tbl(ws-ca-idx) equal
                   ws-lg-cashier(ws-lg-idx)
                   move ws-ca-idx to ws-ca-match
               end-if
           end-perform.
           if ws-ca-match equal 0
           and ws-ca-count < 500
               add 1 to ws-ca-count
               move ws-lg-cashier(ws-lg-idx)
                   to ws-ca-id-tbl(ws-ca-count)
               move 0 to ws-ca-volume-tbl(ws-ca-count)
               move ws-ca-count to ws-ca-match
           end-if.
           if ws-ca-match > 0
               if ws-lg-type(ws-lg-idx) equal "S"
                   add ws-lg-amount(ws-lg-idx)
                       to ws-ca-volume-tbl(ws-ca-match)
               else
                   subtract ws-lg-amount(ws-lg-idx)
                       from ws-ca-volume-tbl(ws-ca-match)
               end-if
           end-if.
      ******************************************************************
      * Insertion sort on cashier, store and department
      ******************************************************************
       330-sort-buckets.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-bk-count.
       331-sort-pass.
           move ws-bk-entry(ws-sort-i) to ws-bk-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-bk-temp to ws-bk-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-bk-key(ws-sort-j - 1) > ws-bkt-key
                   move ws-bk-entry(ws-sort-j - 1)
                       to ws-bk-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Writes the ledger back - today's postings included, and
      * anything posted before the retention window dropped
      ******************************************************************
       360-rewrite-ledger.
           open output ledger-file.
           perform 370-write-ledger-record
               varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count.
           close ledger-file.
       370-write-ledger-record.
           move ws-lg-post-date(ws-lg-idx) to ws-serial-date.
           perform 800-date-to-serial.
           if ws-serial not less than ws-keep-from-serial
               move ws-lg-entry(ws-lg-idx) to ledger-line
               write ledger-line
           end-if.
      ******************************************************************
      * One statement line per cashier, store and department - the
      * rate is the one the cashier's pay-period volume reaches for
      * that store and department
      ******************************************************************
       400-print-one-bucket.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               perform 410-start-cashier
           else
               if ws-bk-cashier(ws-bk-idx) not equal ws-cb-cashier
                   perform 450-cashier-break
                   perform 410-start-cashier
               end-if
           end-if.
           compute ws-work-net =
               ws-bk-sales(ws-bk-idx) - ws-bk-claws(ws-bk-idx).
           perform 420-find-rate.
           compute ws-work-commission rounded =
               ws-work-net * ws-work-rate / 100.
           add ws-bk-sales(ws-bk-idx) to ws-cb-sales.
           add ws-bk-claws(ws-bk-idx) to ws-cb-claws.
           add ws-work-commission to ws-cb-commission.
           move ws-bk-store(ws-bk-idx) to ws-dl-store.
           move ws-bk-dept(ws-bk-idx) to ws-dl-dept.
           move ws-bk-sales(ws-bk-idx) to ws-dl-sales.
           move ws-bk-claws(ws-bk-idx) to ws-dl-claws.
           move ws-work-net to ws-dl-net.
           move ws-work-rate to ws-dl-rate.
           move ws-work-commission to ws-dl-commission.
           write report-line from ws-detail-line.
      ******************************************************************
      * Heading for a new cashier - name and status off the employee
      * master, and the pay-period volume that sets the tier
      ******************************************************************
       410-start-cashier.
           move ws-bk-cashier(ws-bk-idx) to ws-cb-cashier.
           move 0 to ws-cb-sales.
           move 0 to ws-cb-claws.
           move 0 to ws-cb-commission.
           move 0 to ws-tier-volume.
           perform varying ws-ca-idx from 1 by 1
               until ws-ca-idx > ws-ca-count
               if ws-ca-id-tbl(ws-ca-idx) equal ws-cb-cashier
               and ws-ca-volume-tbl(ws-ca-idx) > 0
                   move ws-ca-volume-tbl(ws-ca-idx) to ws-tier-volume
               end-if
           end-perform.
           move 0 to ws-emp-match.
           perform varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count
               if ws-emp-id-tbl(ws-emp-idx) equal ws-cb-cashier
                   move ws-emp-idx to ws-emp-match
               end-if
           end-perform.
           move ws-cb-cashier to ws-cl-cashier.
           move spaces to ws-cl-note.
           if ws-emp-match equal 0
               move spaces to ws-cl-name
               move "*NOT ON EMPLOYEE MASTER*" to ws-cl-note
               move "?" to ws-work-status
           else
               move ws-emp-name-tbl(ws-emp-match) to ws-cl-name
               move ws-emp-status-tbl(ws-emp-match) to ws-work-status
               if ws-emp-status-tbl(ws-emp-match) equal "I"
                   if ws-emp-term-tbl(ws-emp-match) > 0
                       string "Terminated "
                           ws-emp-term-tbl(ws-emp-match)
                           " - paid to that date"
                           delimited by size into ws-cl-note
                   else
                       move "Terminated" to ws-cl-note
                   end-if
               end-if
           end-if.
           move spaces to report-line.
           write report-line.
           write report-line from ws-cashier-line.
           write report-line from ws-column-headings-1.
      ******************************************************************
      * The rate for this bucket - the store's own department line,
      * then the store's all-department line, then the chain's line
      * for the department, then the chain's all-department line;
      * within the first that exists, the highest tier floor the
      * cashier's volume has reached
      ******************************************************************
       420-find-rate.
           move 0 to ws-work-rate.
           move "N" to ws-rate-key-found.
           move ws-bk-store(ws-bk-idx) to ws-try-store.
           move ws-bk-dept(ws-bk-idx) to ws-try-dept.
           perform 421-scan-rate-key.
           if ws-rate-key-found equal "N"
               move 0 to ws-try-dept
               perform 421-scan-rate-key
           end-if.
           if ws-rate-key-found equal "N"
               move 0 to ws-try-store
               move ws-bk-dept(ws-bk-idx) to ws-try-dept
               perform 421-scan-rate-key
           end-if.
           if ws-rate-key-found equal "N"
               move 0 to ws-try-dept
               perform 421-scan-rate-key
           end-if.
       421-scan-rate-key.
           move -1 to ws-best-floor.
           perform varying ws-rt-idx from 1 by 1
               until ws-rt-idx > ws-rt-count
               if ws-rt-store-tbl(ws-rt-idx) equal ws-try-store
               and ws-rt-dept-tbl(ws-rt-idx) equal ws-try-dept
                   move "Y" to ws-rate-key-found
                   if ws-rt-floor-tbl(ws-rt-idx) not > ws-tier-volume
                   and ws-rt-floor-tbl(ws-rt-idx) > ws-best-floor
                       move ws-rt-floor-tbl(ws-rt-idx) to ws-best-floor
                       move ws-rt-rate-tbl(ws-rt-idx) to ws-work-rate
                   end-if
               end-if
           end-perform.
      ******************************************************************
      * Cashier totals, the charge-backs behind them, and the
      * cashier's payroll line - a cashier the employee master does
      * not know is kept off the payroll file for HR to resolve
      ******************************************************************
       450-cashier-break.
           compute ws-work-net = ws-cb-sales - ws-cb-claws.
           move ws-cb-sales to ws-ct-sales.
           move ws-cb-claws to ws-ct-claws.
           move ws-work-net to ws-ct-net.
           move ws-cb-commission to ws-ct-commission.
           move spaces to ws-ct-note.
           if ws-work-status equal "?"
               move "*NOT PAID*" to ws-ct-note
               add 1 to ws-not-on-master-count
           end-if.
           write report-line from ws-cashier-total-line.
           perform 460-print-clawback
               varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count.
           if ws-work-status not equal "?"
               move spaces to payroll-line
               move "D" to pr-record-type
               move ws-cb-cashier to pr-cashier-id
               move ws-period-start to pr-period-start
               move ws-nl-date to pr-period-end
               move ws-work-net to pr-net-sales
               move ws-cb-commission to pr-commission
               move ws-work-status to pr-emp-status
               write payroll-line
               add 1 to ws-cashiers-paid
               add ws-cb-commission to ws-tot-commission
               if ws-cb-commission > 0
                   add ws-cb-commission to ws-payroll-hash
               else
                   subtract ws-cb-commission from ws-payroll-hash
               end-if
           end-if.
       460-print-clawback.
           if ws-lg-cashier(ws-lg-idx) equal ws-cb-cashier
           and ws-lg-type(ws-lg-idx) not equal "S"
               move ws-lg-post-date(ws-lg-idx) to ws-serial-date
               perform 800-date-to-serial
               if ws-serial not less than ws-period-start-serial
               and ws-serial not greater than ws-today-serial
                   if ws-lg-type(ws-lg-idx) equal "R"
                       move "Return" to ws-cw-type
                   else
                       move "Void" to ws-cw-type
                   end-if
                   move ws-lg-post-date(ws-lg-idx) to ws-cw-post-date
                   move ws-lg-invoice(ws-lg-idx) to ws-cw-invoice
                   move ws-lg-sku(ws-lg-idx) to ws-cw-sku
                   move ws-lg-amount(ws-lg-idx) to ws-cw-amount
                   move ws-lg-rung-by(ws-lg-idx) to ws-cw-rung-by
                   write report-line from ws-claw-line
               end-if
           end-if.
      ******************************************************************
      * The day's ledger against Program2's commission.dat - only the
      * cashiers whose figures differ are listed
      ******************************************************************
       480-print-control-check.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-1.
           write report-line from ws-star-line.
           perform 481-print-control-line
               varying ws-ck-idx from 1 by 1
               until ws-ck-idx > ws-ck-count.
       481-print-control-line.
           if ws-ck-ledger-tbl(ws-ck-idx) not equal
               ws-ck-extract-tbl(ws-ck-idx)
               add 1 to ws-control-diff-count
               move ws-ck-id-tbl(ws-ck-idx) to ws-kl-cashier
               move ws-ck-ledger-tbl(ws-ck-idx) to ws-kl-ledger
               move ws-ck-extract-tbl(ws-ck-idx) to ws-kl-extract
               write report-line from ws-control-line
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-sales-today to ws-t1-count.
           write report-line from ws-total-1.
           move ws-returns-clawed to ws-t2-count.
           write report-line from ws-total-2.
           move ws-voids-clawed to ws-t3-count.
           write report-line from ws-total-3.
           move ws-no-original-count to ws-t4-count.
           write report-line from ws-total-4.
           move ws-after-term-count to ws-t5-count.
           write report-line from ws-total-5.
           move ws-cashiers-paid to ws-t6-count.
           write report-line from ws-total-6.
           move ws-not-on-master-count to ws-t7-count.
           write report-line from ws-total-7.
           move ws-control-diff-count to ws-t8-count.
           write report-line from ws-total-8.
           move ws-tot-commission to ws-t9-amount.
           write report-line from ws-total-9.
      ******************************************************************
      * Converts ws-serial-date (YYMMDD) to a day serial - days since
      * 2000-01-01 - so the retention window crosses month and year
      * ends
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
      * End of Group 4 - Program #33
      ******************************************************************
       end program Program33.
