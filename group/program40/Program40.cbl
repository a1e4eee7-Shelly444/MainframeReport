      ******************************************************************
      * Group 4 - Program #40
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * End-of-chain balancing proof. Each file in the nightly chain
      * carries its own trailer, but nothing proved the money was the
      * same at every hop - a record dropped between two programs
      * balanced both trailers and surfaced weeks later in finance.
      * This program ties every leg for the business date and prints
      * the proof with each leg in or out of balance:
      *   1 - valid.dat against the streams Program2 split it into
      *       (sandl, returns, exchanges, layaway - less the copies of
      *       final pickups already on sandl - voids and transfers),
      *       by count and dollars
      *   2 - Program3's salesDetail.dat against sandl.dat
      *   3 - settlement.dat against the S&L stream, the layaway
      *       deposits and the exchanges it settles, net of voids
      *   4 - the day's taxRemitMtd.dat postings against the tax
      *       collected on salesDetail.dat
      *   5 - the same postings against the tax refunded on
      *       returnsDetail.dat
      * Every run appends its record to the shared run log; a run
      * with any leg out logs as failed, so the morning checkout
      * catches a dropped record before finance does.
      ******************************************************************
       identification division.
       program-id. Program40.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM40_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select valid-file
               assign to ws-valid-path
               organization is line sequential
               file status is ws-valid-status.

           select stream-file
               assign to ws-stream-path
               organization is line sequential
               file status is ws-stream-status.

           select sales-detail-file
               assign to ws-sales-detail-path
               organization is line sequential
               file status is ws-sales-detail-status.

           select returns-detail-file
               assign to ws-returns-detail-path
               organization is line sequential
               file status is ws-returns-detail-status.

           select settlement-file
               assign to ws-settlement-path
               organization is line sequential
               file status is ws-settlement-status.

           select mtd-file
               assign to ws-mtd-path
               organization is line sequential
               file status is ws-mtd-status.

           select run-log-file
               assign to ws-run-log-path
               organization is line sequential
               file status is ws-run-log-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Program1's accepted transactions, trailer last
       fd valid-file
           data record is valid-line
           record contains 75 characters.
      *
       01 valid-line.
           05 vl-transaction-code                pic x.
           05 vl-transaction-ammount             pic 9(5)v99.
           05 vl-payment-type                    pic xx.
           05 vl-store-number                    pic 99.
           05 vl-invoice-number                  pic x(9).
           05 vl-sku-code                        pic x(15).
           05 vl-return-reason-code              pic xx.
           05 vl-transaction-date                pic 9(6).
           05 vl-cashier-id                      pic 9(4).
           05 vl-replacement-sku                 pic x(15).
           05 vl-trans-time                      pic 9(4).
           05 filler                             pic x(8).
      *
      * Any one of Program2's six output streams - they share the
      * transaction layout, so one FD is pointed at each in turn
       fd stream-file
           data record is stream-line
           record contains 75 characters.
      *
       01 stream-line.
           05 st-transaction-code                pic x.
           05 st-transaction-ammount             pic 9(5)v99.
           05 st-payment-type                    pic xx.
           05 st-store-number                    pic 99.
           05 st-invoice-number                  pic x(9).
           05 st-sku-code                        pic x(15).
           05 st-event-code                      pic xx.
               88 st-layaway-final value "LF".
               88 st-layaway-cancel value "LC".
           05 st-transaction-date                pic 9(6).
           05 st-cashier-id                      pic 9(4).
           05 st-replacement-sku                 pic x(15).
           05 st-trans-time                      pic 9(4).
           05 filler                             pic x(8).
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
      * Program2's settlement extract - signed count and amount per
      * store, date and payment type
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
      * Program7's month-to-date tax nettings, by posting date and
      * store
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
      * Shared run-statistics log - every program in the chain
      * appends one end-of-run record here
       fd run-log-file
           data record is run-log-line
           record contains 48 characters.
      *
       01 run-log-line.
           05 rl-program-name                   pic x(8).
           05 rl-run-date                       pic 9(6).
           05 rl-run-time                       pic 9(8).
           05 rl-records-in                     pic 9(6).
           05 rl-records-out-1                  pic 9(6).
           05 rl-records-out-2                  pic 9(6).
           05 rl-records-out-3                  pic 9(6).
           05 rl-status                         pic xx.
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
       77 ws-program40-dir              pic x(60)
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program14-dir              pic x(60)
           value "../../../../program14/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-valid-path                 pic x(80).
       01 ws-stream-path                pic x(80).
       01 ws-sandl-path                 pic x(80).
       01 ws-returns-path               pic x(80).
       01 ws-exchange-path              pic x(80).
       01 ws-layaway-path               pic x(80).
       01 ws-void-path                  pic x(80).
       01 ws-transfer-path              pic x(80).
       01 ws-sales-detail-path          pic x(80).
       01 ws-returns-detail-path        pic x(80).
       01 ws-settlement-path            pic x(80).
       01 ws-mtd-path                   pic x(80).
       01 ws-run-log-path               pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-valid-status               pic xx.
       77 ws-stream-status              pic xx.
       77 ws-sales-detail-status        pic xx.
       77 ws-returns-detail-status      pic xx.
       77 ws-settlement-status          pic xx.
       77 ws-mtd-status                 pic xx.
       77 ws-run-log-status             pic xx.
       01 ws-flags.
           05 ws-valid-eof-flag          pic x
               value "n".
           05 ws-stream-eof-flag         pic x
               value "n".
           05 ws-sales-detail-eof-flag   pic x
               value "n".
           05 ws-returns-detail-eof-flag pic x
               value "n".
           05 ws-settlement-eof-flag     pic x
               value "n".
           05 ws-mtd-eof-flag            pic x
               value "n".
      ******************************************************************
      * Program2's six streams, read in turn through the one stream
      * FD - what each carried, trailers left out, with the final
      * pickup copies on the layaway stream and the layaway deposits
      * Program2 settles counted apart
      ******************************************************************
       01 ws-stream-names.
           05 filler pic x(14) value "sandl.dat     ".
           05 filler pic x(14) value "returns.dat   ".
           05 filler pic x(14) value "exchanges.dat ".
           05 filler pic x(14) value "layaway.dat   ".
           05 filler pic x(14) value "voids.dat     ".
           05 filler pic x(14) value "transfers.dat ".
       01 ws-stream-name-table redefines ws-stream-names.
           05 ws-stream-name occurs 6 times pic x(14).
       01 ws-stream-tbl-area.
           05 ws-sm-entry occurs 6 times.
               10 ws-sm-found                pic x.
               10 ws-sm-count                pic 9(6).
               10 ws-sm-amount               pic 9(9)v99.
       77 ws-stream-idx                 pic 9
           value 0.
       77 ws-sandl-cnst                 pic 9
           value 1.
       77 ws-returns-cnst               pic 9
           value 2.
       77 ws-exchange-cnst              pic 9
           value 3.
       77 ws-layaway-cnst               pic 9
           value 4.
       77 ws-void-cnst                  pic 9
           value 5.
       77 ws-transfer-cnst              pic 9
           value 6.
       77 ws-pickup-count               pic 9(6)
           value 0.
       77 ws-pickup-amount              pic 9(9)v99
           value 0.
       77 ws-deposit-count              pic 9(6)
           value 0.
       77 ws-deposit-amount             pic 9(9)v99
           value 0.
      ******************************************************************
      * The other sides of the legs
      ******************************************************************
       77 ws-valid-found                pic x
           value "N".
       77 ws-valid-count                pic 9(6)
           value 0.
       77 ws-valid-amount               pic 9(9)v99
           value 0.
       77 ws-detail-found               pic x
           value "N".
       77 ws-detail-count               pic 9(6)
           value 0.
       77 ws-detail-amount              pic 9(9)v99
           value 0.
       77 ws-detail-tax                 pic 9(9)v99
           value 0.
       77 ws-ret-detail-found           pic x
           value "N".
       77 ws-ret-detail-count           pic 9(6)
           value 0.
       77 ws-ret-detail-tax             pic 9(9)v99
           value 0.
       77 ws-settle-found               pic x
           value "N".
       77 ws-settle-count               pic s9(6)
           value 0.
       77 ws-settle-amount              pic s9(9)v99
           value 0.
       77 ws-mtd-found                  pic x
           value "N".
       77 ws-mtd-count                  pic 9(6)
           value 0.
       77 ws-mtd-collected              pic 9(9)v99
           value 0.
       77 ws-mtd-refunded               pic 9(9)v99
           value 0.
      ******************************************************************
      * Leg work fields - the two sides of the leg being proved, and
      * the run's tally of legs in and out
      ******************************************************************
       77 ws-side-a-count               pic s9(6)
           value 0.
       77 ws-side-a-amount              pic s9(9)v99
           value 0.
       77 ws-side-b-count               pic s9(6)
           value 0.
       77 ws-side-b-amount              pic s9(9)v99
           value 0.
       77 ws-diff-count                 pic s9(6)
           value 0.
       77 ws-diff-amount                pic s9(9)v99
           value 0.
       77 ws-check-count                pic x
           value "Y".
       77 ws-legs-checked               pic 9
           value 0.
       77 ws-legs-in                    pic 9
           value 0.
       77 ws-legs-out                   pic 9
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
               value "   Chain Balancing Proof".
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
       01 ws-column-headings-1.
           05 filler                     pic x(44)
               value spaces.
           05 filler                     pic x(7)
               value "  Count".
           05 filler                     pic x(3)
               value spaces.
           05 filler                     pic x(15)
               value "        Dollars".
           05 filler                     pic x(31)
               value spaces.
       01 ws-leg-title-line.
           05 filler                     pic x(4)
               value "LEG ".
           05 ws-lt-number               pic 9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-lt-title                pic x(93).
       01 ws-row-line.
           05 filler                     pic x(4)
               value spaces.
           05 ws-rw-label                pic x(40).
           05 ws-rw-count                pic zzz,zz9-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-rw-amount               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(3)
               value spaces.
           05 ws-rw-note                 pic x(28).
       01 ws-status-line.
           05 filler                     pic x(4)
               value spaces.
           05 filler                     pic x(11)
               value "LEG STATUS:".
           05 filler                     pic x(2)
               value spaces.
           05 ws-sl-status               pic x(20).
           05 filler                     pic x(63)
               value spaces.
       77 ws-in-balance-cnst            pic x(20)
           value "IN BALANCE          ".
       77 ws-out-balance-cnst           pic x(20)
           value "*** OUT OF BALANCE  ".
       77 ws-not-found-cnst             pic x(28)
           value "*FILE NOT FOUND*            ".
       01 ws-verdict-line.
           05 ws-vl-text                 pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(57)
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
           perform 100-read-valid.
           perform 150-read-streams
               varying ws-stream-idx from 1 by 1
               until ws-stream-idx > 6.
           perform 200-read-sales-detail.
           perform 220-read-returns-detail.
           perform 240-read-settlement.
           perform 260-read-tax-postings.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-column-headings-1.
           write report-line from ws-star-line.
           perform 410-prove-split.
           perform 420-prove-sales-detail.
           perform 430-prove-settlement.
           perform 440-prove-tax-collected.
           perform 450-prove-tax-refunded.
           perform 500-print-totals.
           close report-file.
           perform 910-write-run-log.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM40_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program40-dir
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
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-project2-dir delimited by space
               "/valid.dat" delimited by size
               into ws-valid-path.
           string ws-project3-dir delimited by space
               "/sandl.dat" delimited by size
               into ws-sandl-path.
           string ws-program4-dir delimited by space
               "/returns.dat" delimited by size
               into ws-returns-path.
           string ws-project2-dir delimited by space
               "/exchanges.dat" delimited by size
               into ws-exchange-path.
           string ws-program14-dir delimited by space
               "/layaway.dat" delimited by size
               into ws-layaway-path.
           string ws-project2-dir delimited by space
               "/voids.dat" delimited by size
               into ws-void-path.
           string ws-project2-dir delimited by space
               "/transfers.dat" delimited by size
               into ws-transfer-path.
           string ws-project3-dir delimited by space
               "/salesDetail.dat" delimited by size
               into ws-sales-detail-path.
           string ws-program4-dir delimited by space
               "/returnsDetail.dat" delimited by size
               into ws-returns-detail-path.
           string ws-project2-dir delimited by space
               "/settlement.dat" delimited by size
               into ws-settlement-path.
           string ws-group-dir delimited by space
               "/taxRemitMtd.dat" delimited by size
               into ws-mtd-path.
           string ws-group-dir delimited by space
               "/runLog.dat" delimited by size
               into ws-run-log-path.
           string ws-program40-dir delimited by space
               "/balanceProof.out" delimited by size
               into ws-report-path.
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
      * What Program1 accepted - the trailer is a control record and
      * is left out, the same as Program2 leaves it out
      ******************************************************************
       100-read-valid.
           open input valid-file.
           if ws-valid-status equal "00"
               move "Y" to ws-valid-found
               read valid-file
                   at end move "y" to ws-valid-eof-flag
               end-read
               perform 110-valid-loop
                   until ws-valid-eof-flag = 'y'
               close valid-file
           end-if.
       110-valid-loop.
           if vl-transaction-code not equal "T"
               add 1 to ws-valid-count
               add vl-transaction-ammount to ws-valid-amount
           end-if.
           read valid-file
               at end move "y" to ws-valid-eof-flag.
      ******************************************************************
      * One of Program2's streams - a missing stream is counted as
      * empty and called out on the proof
      ******************************************************************
       150-read-streams.
           evaluate ws-stream-idx
               when 1
                   move ws-sandl-path to ws-stream-path
               when 2
                   move ws-returns-path to ws-stream-path
               when 3
                   move ws-exchange-path to ws-stream-path
               when 4
                   move ws-layaway-path to ws-stream-path
               when 5
                   move ws-void-path to ws-stream-path
               when other
                   move ws-transfer-path to ws-stream-path
           end-evaluate.
           move "N" to ws-sm-found(ws-stream-idx).
           move 0 to ws-sm-count(ws-stream-idx).
           move 0 to ws-sm-amount(ws-stream-idx).
           move "n" to ws-stream-eof-flag.
           open input stream-file.
           if ws-stream-status equal "00"
               move "Y" to ws-sm-found(ws-stream-idx)
               read stream-file
                   at end move "y" to ws-stream-eof-flag
               end-read
               perform 160-stream-loop
                   until ws-stream-eof-flag = 'y'
               close stream-file
           end-if.
      * On the layaway stream a final pickup is a copy of a record
      * already on sandl.dat, and only the open and payment events
      * are deposits Program2 settles - a cancel is money going back
      * out, left to the layaway ledger
       160-stream-loop.
           if st-transaction-code not equal "T"
               add 1 to ws-sm-count(ws-stream-idx)
               add st-transaction-ammount
                   to ws-sm-amount(ws-stream-idx)
               if ws-stream-idx equal ws-layaway-cnst
                   if st-layaway-final
                       add 1 to ws-pickup-count
                       add st-transaction-ammount to ws-pickup-amount
                   else
                       if not st-layaway-cancel
                           add 1 to ws-deposit-count
                           add st-transaction-ammount
                               to ws-deposit-amount
                       end-if
                   end-if
               end-if
           end-if.
           read stream-file
               at end move "y" to ws-stream-eof-flag.
      ******************************************************************
      * Program3's sales detail - the dollars and the tax collected
      ******************************************************************
       200-read-sales-detail.
           open input sales-detail-file.
           if ws-sales-detail-status equal "00"
               move "Y" to ws-detail-found
               read sales-detail-file
                   at end move "y" to ws-sales-detail-eof-flag
               end-read
               perform 210-sales-detail-loop
                   until ws-sales-detail-eof-flag = 'y'
               close sales-detail-file
           end-if.
       210-sales-detail-loop.
           add 1 to ws-detail-count.
           if sd-trans-amount is numeric
               add sd-trans-amount to ws-detail-amount
           end-if.
           if sd-tax is numeric
               add sd-tax to ws-detail-tax
           end-if.
           read sales-detail-file
               at end move "y" to ws-sales-detail-eof-flag.
      ******************************************************************
      * Program4's returns detail - the tax refunded
      ******************************************************************
       220-read-returns-detail.
           open input returns-detail-file.
           if ws-returns-detail-status equal "00"
               move "Y" to ws-ret-detail-found
               read returns-detail-file
                   at end move "y" to ws-returns-detail-eof-flag
               end-read
               perform 230-returns-detail-loop
                   until ws-returns-detail-eof-flag = 'y'
               close returns-detail-file
           end-if.
       230-returns-detail-loop.
           add 1 to ws-ret-detail-count.
           if rd-tax is numeric
               add rd-tax to ws-ret-detail-tax
           end-if.
           read returns-detail-file
               at end move "y" to ws-returns-detail-eof-flag.
      ******************************************************************
      * Program2's settlement extract - the signed counts and amounts
      * summed across every store, date and payment type
      ******************************************************************
       240-read-settlement.
           open input settlement-file.
           if ws-settlement-status equal "00"
               move "Y" to ws-settle-found
               read settlement-file
                   at end move "y" to ws-settlement-eof-flag
               end-read
               perform 250-settlement-loop
                   until ws-settlement-eof-flag = 'y'
               close settlement-file
           end-if.
       250-settlement-loop.
           add se-count to ws-settle-count.
           add se-amount to ws-settle-amount.
           read settlement-file
               at end move "y" to ws-settlement-eof-flag.
      ******************************************************************
      * Program7's postings for the business date - it posts each
      * day's nettings under its run date, so these are the day's
      ******************************************************************
       260-read-tax-postings.
           open input mtd-file.
           if ws-mtd-status equal "00"
               move "Y" to ws-mtd-found
               read mtd-file
                   at end move "y" to ws-mtd-eof-flag
               end-read
               perform 270-tax-posting-loop
                   until ws-mtd-eof-flag = 'y'
               close mtd-file
           end-if.
       270-tax-posting-loop.
           if md-date equal ws-nl-date
               add 1 to ws-mtd-count
               add md-collected to ws-mtd-collected
               add md-refunded to ws-mtd-refunded
           end-if.
           read mtd-file
               at end move "y" to ws-mtd-eof-flag.
      ******************************************************************
      * Leg 1 - every dollar Program1 accepted went to exactly one of
      * Program2's streams; the final pickup copies on the layaway
      * stream are already on sandl.dat and come off its side
      ******************************************************************
       410-prove-split.
           move 1 to ws-lt-number.
           move "valid.dat against the Program2 streams"
               to ws-lt-title.
           perform 800-print-leg-title.
           move "valid.dat (less trailer)" to ws-rw-label.
           move ws-valid-count to ws-rw-count.
           move ws-valid-amount to ws-rw-amount.
           move spaces to ws-rw-note.
           if ws-valid-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           write report-line from ws-row-line.
           move ws-valid-count to ws-side-a-count.
           move ws-valid-amount to ws-side-a-amount.
           move 0 to ws-side-b-count.
           move 0 to ws-side-b-amount.
           perform 415-print-stream-row
               varying ws-stream-idx from 1 by 1
               until ws-stream-idx > 6.
           move "  less final pickup copies" to ws-rw-label.
           compute ws-diff-count = 0 - ws-pickup-count.
           compute ws-diff-amount = 0 - ws-pickup-amount.
           move ws-diff-count to ws-rw-count.
           move ws-diff-amount to ws-rw-amount.
           move "on layaway.dat and sandl.dat" to ws-rw-note.
           write report-line from ws-row-line.
           subtract ws-pickup-count from ws-side-b-count.
           subtract ws-pickup-amount from ws-side-b-amount.
           move "Streams total" to ws-rw-label.
           move spaces to ws-rw-note.
           move "Y" to ws-check-count.
           perform 810-close-leg.
       415-print-stream-row.
           move spaces to ws-rw-label.
           move ws-stream-name(ws-stream-idx) to ws-rw-label(3:14).
           move ws-sm-count(ws-stream-idx) to ws-rw-count.
           move ws-sm-amount(ws-stream-idx) to ws-rw-amount.
           move spaces to ws-rw-note.
           if ws-sm-found(ws-stream-idx) not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           write report-line from ws-row-line.
           add ws-sm-count(ws-stream-idx) to ws-side-b-count.
           add ws-sm-amount(ws-stream-idx) to ws-side-b-amount.
      ******************************************************************
      * Leg 2 - Program3 wrote one detail line for every S&L record
      ******************************************************************
       420-prove-sales-detail.
           move 2 to ws-lt-number.
           move "salesDetail.dat against sandl.dat" to ws-lt-title.
           perform 800-print-leg-title.
           move "sandl.dat (less trailer)" to ws-rw-label.
           move ws-sm-count(ws-sandl-cnst) to ws-rw-count.
           move ws-sm-amount(ws-sandl-cnst) to ws-rw-amount.
           move spaces to ws-rw-note.
           if ws-sm-found(ws-sandl-cnst) not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           write report-line from ws-row-line.
           move ws-sm-count(ws-sandl-cnst) to ws-side-a-count.
           move ws-sm-amount(ws-sandl-cnst) to ws-side-a-amount.
           move ws-detail-count to ws-side-b-count.
           move ws-detail-amount to ws-side-b-amount.
           move "salesDetail.dat" to ws-rw-label.
           move "Y" to ws-check-count.
           if ws-detail-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           perform 810-close-leg.
      ******************************************************************
      * Leg 3 - settlement carries the S&L stream, the layaway open
      * and payment deposits and the exchange differences, each
      * under its payment type, with the voids netted back out
      ******************************************************************
       430-prove-settlement.
           move 3 to ws-lt-number.
           move "settlement.dat against S&L and layaway net of voids"
               to ws-lt-title.
           perform 800-print-leg-title.
           move "sandl.dat" to ws-rw-label.
           move ws-sm-count(ws-sandl-cnst) to ws-rw-count.
           move ws-sm-amount(ws-sandl-cnst) to ws-rw-amount.
           move spaces to ws-rw-note.
           write report-line from ws-row-line.
           move "layaway.dat deposits (open/payment)" to ws-rw-label.
           move ws-deposit-count to ws-rw-count.
           move ws-deposit-amount to ws-rw-amount.
           write report-line from ws-row-line.
           move "exchanges.dat differences" to ws-rw-label.
           move ws-sm-count(ws-exchange-cnst) to ws-rw-count.
           move ws-sm-amount(ws-exchange-cnst) to ws-rw-amount.
           write report-line from ws-row-line.
           move "less voids.dat" to ws-rw-label.
           compute ws-diff-count = 0 - ws-sm-count(ws-void-cnst).
           compute ws-diff-amount = 0 - ws-sm-amount(ws-void-cnst).
           move ws-diff-count to ws-rw-count.
           move ws-diff-amount to ws-rw-amount.
           write report-line from ws-row-line.
           compute ws-side-a-count =
               ws-sm-count(ws-sandl-cnst) + ws-deposit-count
               + ws-sm-count(ws-exchange-cnst)
               - ws-sm-count(ws-void-cnst).
           compute ws-side-a-amount =
               ws-sm-amount(ws-sandl-cnst) + ws-deposit-amount
               + ws-sm-amount(ws-exchange-cnst)
               - ws-sm-amount(ws-void-cnst).
           move "Expected settlement" to ws-rw-label.
           move ws-side-a-count to ws-rw-count.
           move ws-side-a-amount to ws-rw-amount.
           write report-line from ws-row-line.
           move ws-settle-count to ws-side-b-count.
           move ws-settle-amount to ws-side-b-amount.
           move "settlement.dat" to ws-rw-label.
           move "Y" to ws-check-count.
           if ws-settle-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           perform 810-close-leg.
      ******************************************************************
      * Leg 4 - the tax Program7 posted as collected today is the tax
      * on Program3's detail
      ******************************************************************
       440-prove-tax-collected.
           move 4 to ws-lt-number.
           move "taxRemitMtd.dat collected against salesDetail.dat"
               to ws-lt-title.
           perform 800-print-leg-title.
           move "salesDetail.dat tax" to ws-rw-label.
           move ws-detail-count to ws-rw-count.
           move ws-detail-tax to ws-rw-amount.
           move spaces to ws-rw-note.
           if ws-detail-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           write report-line from ws-row-line.
           move 0 to ws-side-a-count.
           move ws-detail-tax to ws-side-a-amount.
           move ws-mtd-count to ws-side-b-count.
           move ws-mtd-collected to ws-side-b-amount.
           move "taxRemitMtd.dat collected today" to ws-rw-label.
           move "N" to ws-check-count.
           move spaces to ws-rw-note.
           if ws-mtd-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           perform 810-close-leg.
      ******************************************************************
      * Leg 5 - and the tax posted as refunded is the tax on
      * Program4's returns detail
      ******************************************************************
       450-prove-tax-refunded.
           move 5 to ws-lt-number.
           move "taxRemitMtd.dat refunded against returnsDetail.dat"
               to ws-lt-title.
           perform 800-print-leg-title.
           move "returnsDetail.dat tax" to ws-rw-label.
           move ws-ret-detail-count to ws-rw-count.
           move ws-ret-detail-tax to ws-rw-amount.
           move spaces to ws-rw-note.
           if ws-ret-detail-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           write report-line from ws-row-line.
           move 0 to ws-side-a-count.
           move ws-ret-detail-tax to ws-side-a-amount.
           move ws-mtd-count to ws-side-b-count.
           move ws-mtd-refunded to ws-side-b-amount.
           move "taxRemitMtd.dat refunded today" to ws-rw-label.
           move "N" to ws-check-count.
           move spaces to ws-rw-note.
           if ws-mtd-found not equal "Y"
               move ws-not-found-cnst to ws-rw-note
           end-if.
           perform 810-close-leg.
      ******************************************************************
      * Verdict for the run and the legs tally
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           if ws-legs-out equal 0
               move "CHAIN IN BALANCE - EVERY LEG TIES" to ws-vl-text
           else
               move "*** CHAIN OUT OF BALANCE - SEE LEGS ABOVE"
                   to ws-vl-text
           end-if.
           write report-line from ws-verdict-line.
           move "Legs Checked:" to ws-tl-label.
           move ws-legs-checked to ws-tl-count.
           write report-line from ws-total-line.
           move "Legs In Balance:" to ws-tl-label.
           move ws-legs-in to ws-tl-count.
           write report-line from ws-total-line.
           move "Legs Out Of Balance:" to ws-tl-label.
           move ws-legs-out to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * A leg's title between star lines
      ******************************************************************
       800-print-leg-title.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-leg-title-line.
      ******************************************************************
      * Closes a leg - prints the second side (label and note already
      * set by the caller) and the difference, then marks the leg in
      * or out; the tax legs prove dollars only, since the postings
      * are one per store, not one per line
      ******************************************************************
       810-close-leg.
           move ws-side-b-count to ws-rw-count.
           move ws-side-b-amount to ws-rw-amount.
           write report-line from ws-row-line.
           compute ws-diff-count = ws-side-b-count - ws-side-a-count.
           compute ws-diff-amount =
               ws-side-b-amount - ws-side-a-amount.
           move "Difference" to ws-rw-label.
           move spaces to ws-rw-note.
           if ws-check-count equal "Y"
               move ws-diff-count to ws-rw-count
           else
               move 0 to ws-rw-count
               move 0 to ws-diff-count
           end-if.
           move ws-diff-amount to ws-rw-amount.
           write report-line from ws-row-line.
           add 1 to ws-legs-checked.
           if ws-diff-count equal 0
           and ws-diff-amount equal 0
               add 1 to ws-legs-in
               move ws-in-balance-cnst to ws-sl-status
           else
               add 1 to ws-legs-out
               move ws-out-balance-cnst to ws-sl-status
           end-if.
           write report-line from ws-status-line.
      ******************************************************************
      * One end-of-run statistics record to the shared run log - legs
      * checked, in and out, and the valid.dat records proved; any
      * leg out logs the run as failed
      ******************************************************************
       910-write-run-log.
           open extend run-log-file.
           if ws-run-log-status not equal "00"
               open output run-log-file
           end-if.
           move "PGM40" to rl-program-name.
           move ws-nl-date to rl-run-date.
           accept rl-run-time from time.
           move ws-legs-checked to rl-records-in.
           move ws-legs-in to rl-records-out-1.
           move ws-legs-out to rl-records-out-2.
           move ws-valid-count to rl-records-out-3.
           if ws-legs-out equal 0
               move "OK" to rl-status
           else
               move "ER" to rl-status
           end-if.
           write run-log-line.
           close run-log-file.
      ******************************************************************
      * End of Group 4 - Program #40
      ******************************************************************
       end program Program40.
