      ******************************************************************
      * Group 4 - Program #46
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Weekly return-to-vendor claim run. A defective return is kept
      * out of sellable stock and held in Program22's damaged/RTV
      * ledger, rtvMoves.dat, but holding broken merchandise only
      * stops the on-hand from lying - the credit is still owed to us
      * by whoever sold it to us. This program works out what each
      * store is holding - the defective units received into the
      * bucket less every unit already on a claim - and batches it
      * by the vendor on the SKU master into rtvClaims.dat: one claim
      * number per vendor per run, one line per store and SKU, units
      * priced at the SKU's unit cost. The vendors' credit advices on
      * vendorCredits.dat close the claims they pay. The claim report
      * lists the claims raised by vendor with units and dollars at
      * cost, the claims credited this run, the claims still open,
      * and any damaged stock that could not be claimed because the
      * SKU has no vendor on the master - it stays in the bucket and
      * is claimed on the first run after the vendor is assigned.
      ******************************************************************
       identification division.
       program-id. Program46.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM46_DATA_DIR /
      * PROGRAM22_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select rtv-moves-file
               assign to ws-rtv-moves-path
               organization is line sequential
               file status is ws-rtv-moves-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select claims-file
               assign to ws-claims-path
               organization is line sequential
               file status is ws-claims-status.

           select credits-file
               assign to ws-credits-path
               organization is line sequential
               file status is ws-credits-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * Program22's damaged/RTV ledger - defective units received
      * into the bucket, netted per store, SKU and posting date
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
      * The vendor claims - one line per claim, store and SKU, the
      * units at the unit cost they were claimed at; status O until
      * the vendor's credit closes the claim (C). The credit amount
      * is a claim-level figure, so it is carried on the claim's
      * first line and the other lines carry zero
       fd claims-file
           data record is claims-line
           record contains 74 characters.
      *
       01 claims-line                       pic x(74).
      *
      * The vendors' credit advices - the claim they pay, the date
      * of the credit and its amount
       fd credits-file
           data record is credits-line
           record contains 23 characters.
      *
       01 credits-line.
           05 vc-claim-number                   pic 9(8).
           05 vc-credit-date                    pic 9(6).
           05 vc-credit-amount                  pic 9(7)v99.
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
       77 ws-program46-dir              pic x(60)
           value "../../../data".
       77 ws-program22-dir              pic x(60)
           value "../../../../program22/data".
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-rtv-moves-path             pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-claims-path                pic x(80).
       01 ws-credits-path               pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-rtv-moves-status           pic xx.
       77 ws-claims-status              pic xx.
       77 ws-credits-status             pic xx.
       01 ws-flags.
           05 ws-rtv-moves-eof-flag      pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-claims-eof-flag         pic x
               value "n".
           05 ws-credits-eof-flag        pic x
               value "n".
           05 ws-found                   pic x
               value "N".
      ******************************************************************
      * SKU-master lookup - the vendor the item is bought from and
      * the unit cost it is claimed at
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-vendor-tbl occurs 500 times    pic x(6).
       77 ws-sku-cost-tbl occurs 500 times      pic 9(5)v99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
       77 ws-sku-match                  pic 999
           value 0.
      ******************************************************************
      * Damaged/RTV balance per store and SKU - units received into
      * the bucket and units already on a claim
      ******************************************************************
       77 ws-bl-store-tbl occurs 500 times      pic 99.
       77 ws-bl-sku-tbl occurs 500 times        pic x(15).
       77 ws-bl-received-tbl occurs 500 times   pic s9(7).
       77 ws-bl-claimed-tbl occurs 500 times    pic s9(7).
       77 ws-bal-count                  pic 999
           value 0.
       77 ws-bal-idx                    pic 999
           value 0.
       77 ws-bal-match                  pic 999
           value 0.
       77 ws-bal-dropped                pic 9(4)
           value 0.
       77 ws-work-store                 pic 99
           value 0.
       77 ws-work-sku                   pic x(15)
           value spaces.
       77 ws-held-qty                   pic s9(7)
           value 0.
      ******************************************************************
      * Every claim line on file, in the claim file's own layout, and
      * the lines this run raises appended behind them - the whole
      * file is written back out at the end of the run
      ******************************************************************
       01 ws-claim-tbl-area.
           05 ws-claim-entry occurs 3000 times.
               10 ws-ck-tbl-number           pic 9(8).
               10 ws-ck-tbl-vendor           pic x(6).
               10 ws-ck-tbl-store            pic 99.
               10 ws-ck-tbl-sku              pic x(15).
               10 ws-ck-tbl-units            pic 9(5).
               10 ws-ck-tbl-unit-cost        pic 9(5)v99.
               10 ws-ck-tbl-extended         pic 9(7)v99.
               10 ws-ck-tbl-claim-date       pic 9(6).
               10 ws-ck-tbl-status           pic x.
                   88 ws-ck-tbl-open value "O".
                   88 ws-ck-tbl-closed value "C".
               10 ws-ck-tbl-credit-date      pic 9(6).
               10 ws-ck-tbl-credit-amount    pic 9(7)v99.
       77 ws-ck-credited-now-tbl occurs 3000 times pic x.
       77 ws-claim-count                pic 9(4)
           value 0.
       77 ws-claim-idx                  pic 9(4)
           value 0.
       77 ws-claim-dropped              pic 9(4)
           value 0.
       77 ws-last-claim-number          pic 9(8)
           value 0.
       77 ws-next-claim-number          pic 9(8)
           value 0.
      ******************************************************************
      * The lines this run will claim, sorted on vendor, store and
      * SKU so each vendor's stock goes out under one claim number
      ******************************************************************
       01 ws-new-tbl-area.
           05 ws-new-entry occurs 500 times.
               10 ws-nc-tbl-key.
                   15 ws-nc-tbl-vendor       pic x(6).
                   15 ws-nc-tbl-store        pic 99.
                   15 ws-nc-tbl-sku          pic x(15).
               10 ws-nc-tbl-units            pic 9(5).
               10 ws-nc-tbl-unit-cost        pic 9(5)v99.
               10 ws-nc-tbl-extended         pic 9(7)v99.
               10 ws-nc-tbl-number           pic 9(8).
       77 ws-new-count                  pic 999
           value 0.
       77 ws-new-idx                    pic 999
           value 0.
       77 ws-new-dropped                pic 9(4)
           value 0.
       77 ws-total-idx                  pic 999
           value 0.
       77 ws-sort-i                     pic 999
           value 0.
       77 ws-sort-j                     pic 999
           value 0.
       01 ws-new-hold-entry.
           05 ws-nc-hold-key                pic x(23).
           05 filler                        pic x(29).
      ******************************************************************
      * Damaged stock that could not be claimed - the SKU has no
      * vendor on the master, or is not on the master at all
      ******************************************************************
       77 ws-un-store-tbl occurs 200 times      pic 99.
       77 ws-un-sku-tbl occurs 200 times        pic x(15).
       77 ws-un-units-tbl occurs 200 times      pic 9(5).
       77 ws-un-reason-tbl occurs 200 times     pic x(20).
       77 ws-unclaimed-count            pic 999
           value 0.
       77 ws-unclaimed-idx              pic 999
           value 0.
       77 ws-unclaimed-units            pic 9(7)
           value 0.
      ******************************************************************
      * One entry per claim number - the claim's lines rolled up for
      * the credited and open sections
      ******************************************************************
       01 ws-summary-tbl-area.
           05 ws-summary-entry occurs 500 times.
               10 ws-cs-tbl-number           pic 9(8).
               10 ws-cs-tbl-vendor           pic x(6).
               10 ws-cs-tbl-claim-date       pic 9(6).
               10 ws-cs-tbl-status           pic x.
               10 ws-cs-tbl-lines            pic 9(4).
               10 ws-cs-tbl-units            pic 9(7).
               10 ws-cs-tbl-cost             pic 9(8)v99.
               10 ws-cs-tbl-credit-date      pic 9(6).
               10 ws-cs-tbl-credit           pic 9(8)v99.
               10 ws-cs-tbl-credited-now     pic x.
       77 ws-summary-count              pic 999
           value 0.
       77 ws-summary-idx                pic 999
           value 0.
       77 ws-summary-match              pic 999
           value 0.
       77 ws-summary-dropped            pic 9(4)
           value 0.
      ******************************************************************
      * Credits that found no claim to close, held for the report
      ******************************************************************
       77 ws-uc-number-tbl occurs 100 times     pic 9(8).
       77 ws-uc-date-tbl occurs 100 times       pic 9(6).
       77 ws-uc-amount-tbl occurs 100 times     pic 9(7)v99.
       77 ws-bad-credit-count           pic 999
           value 0.
       77 ws-bad-credit-idx             pic 999
           value 0.
       77 ws-credit-first-line          pic x
           value "Y".
       77 ws-credit-matched             pic x
           value "N".
      ******************************************************************
      * Run figures
      ******************************************************************
       77 ws-vendor-units               pic 9(7)
           value 0.
       77 ws-vendor-cost                pic 9(8)v99
           value 0.
       77 ws-run-units                  pic 9(7)
           value 0.
       77 ws-run-cost                   pic 9(9)v99
           value 0.
       77 ws-run-credited               pic 9(9)v99
           value 0.
       77 ws-open-cost                  pic 9(9)v99
           value 0.
       77 ws-open-count                 pic 9(5)
           value 0.
       77 ws-claims-raised              pic 9(5)
           value 0.
       77 ws-claims-credited            pic 9(5)
           value 0.
       77 ws-claims-loaded              pic 9(5)
           value 0.
       77 ws-claims-written             pic 9(5)
           value 0.
       77 ws-credits-read               pic 9(5)
           value 0.
       77 ws-credits-rejected           pic 9(5)
           value 0.
       77 ws-credits-already            pic 9(5)
           value 0.
       77 ws-moves-read                 pic 9(5)
           value 0.
       77 ws-credit-variance            pic s9(8)v99
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
               value "Return-To-Vendor Claims".
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
       01 ws-date-line.
           05 filler                     pic x(15)
               value "Business Date: ".
           05 ws-dt-date                 pic 9(6).
           05 filler                     pic x(79)
               value spaces.
       01 ws-section-line.
           05 ws-sc-title                pic x(60).
           05 filler                     pic x(40)
               value spaces.
       01 ws-column-headings-1.
           05 filler                     pic x(10)
               value "Claim".
           05 filler                     pic x(8)
               value "Vendor".
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(7)
               value " Units".
           05 filler                     pic x(12)
               value "   Unit Cost".
           05 filler                     pic x(15)
               value "   Ext. Cost".
           05 filler                     pic x(24)
               value spaces.
       01 ws-claim-line.
           05 ws-cl-number               pic 9(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-vendor               pic x(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-cl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-units                pic zzzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-cl-unit-cost            pic $$,$$9.99.
           05 filler                     pic x(3)
               value spaces.
           05 ws-cl-extended             pic $$$$,$$9.99.
           05 filler                     pic x(28)
               value spaces.
       01 ws-vendor-total-line.
           05 filler                     pic x(10)
               value spaces.
           05 filler                     pic x(7)
               value "Vendor ".
           05 ws-vt-vendor               pic x(6).
           05 filler                     pic x(10)
               value "  Claim   ".
           05 ws-vt-number               pic 9(8).
           05 filler                     pic x(6)
               value spaces.
           05 ws-vt-units                pic zzzz9.
           05 filler                     pic x(14)
               value spaces.
           05 ws-vt-cost                 pic $$$$,$$9.99.
           05 filler                     pic x(23)
               value spaces.
       01 ws-column-headings-2.
           05 filler                     pic x(10)
               value "Claim".
           05 filler                     pic x(8)
               value "Vendor".
           05 filler                     pic x(8)
               value "Claimed".
           05 filler                     pic x(8)
               value "  Units".
           05 filler                     pic x(13)
               value "       Cost".
           05 filler                     pic x(8)
               value "Credit".
           05 filler                     pic x(13)
               value "   Credited".
           05 filler                     pic x(12)
               value "  Difference".
           05 filler                     pic x(20)
               value spaces.
       01 ws-summary-line.
           05 ws-sm-number               pic 9(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-vendor               pic x(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-claim-date           pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-units                pic zzzzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-cost                 pic $$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-credit-date          pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-credit               pic $$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-variance             pic $$$$,$$9.99-.
           05 filler                     pic x(2)
               value spaces.
           05 ws-sm-flag                 pic x(16).
           05 filler                     pic x(2)
               value spaces.
       01 ws-column-headings-3.
           05 filler                     pic x(7)
               value "Store".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(8)
               value " Units".
           05 filler                     pic x(20)
               value "Reason".
           05 filler                     pic x(48)
               value spaces.
       01 ws-unclaimed-line.
           05 ws-ul-store                pic z9.
           05 filler                     pic x(5)
               value spaces.
           05 ws-ul-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-ul-units                pic zzzz9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-ul-reason               pic x(20).
           05 filler                     pic x(48)
               value spaces.
       01 ws-bad-credit-line.
           05 ws-bc-number               pic 9(8).
           05 filler                     pic x(18)
               value spaces.
           05 filler                     pic x(15)
               value "Credit Dated ".
           05 ws-bc-date                 pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-bc-amount               pic $$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 filler                     pic x(16)
               value "*NO OPEN CLAIM*".
           05 filler                     pic x(22)
               value spaces.
       01 ws-control-line.
           05 ws-cn-label                pic x(36).
           05 ws-cn-amount               pic $$$,$$$,$$9.99-.
           05 filler                     pic x(49)
               value spaces.
       01 ws-total-line.
           05 ws-tl-label                pic x(36).
           05 ws-tl-count                pic zzz,zz9.
           05 filler                     pic x(57)
               value spaces.
       77 ws-no-vendor-cnst             pic x(20)
           value "No Vendor On Master".
       77 ws-no-sku-cnst                pic x(20)
           value "SKU Not On Master".
       77 ws-none-new-cnst              pic x(40)
           value "No damaged stock to claim this run".
       77 ws-none-credited-cnst         pic x(40)
           value "No claims credited this run".
       77 ws-none-open-cnst             pic x(40)
           value "No claims awaiting credit".
       77 ws-none-unclaimed-cnst        pic x(40)
           value "All damaged stock is on a claim".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 040-load-sku-master.
           perform 050-load-rtv-moves.
           perform 060-load-claims.
           perform 100-apply-credits.
           perform 200-stage-new-claims
               varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-bal-count.
           perform 250-sort-new-claims
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-new-count.
           perform 300-raise-claims
               varying ws-new-idx from 1 by 1
               until ws-new-idx > ws-new-count.
           perform 360-rewrite-claims.
           perform 380-build-claim-summary
               varying ws-claim-idx from 1 by 1
               until ws-claim-idx > ws-claim-count.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-nl-date to ws-dt-date.
           write report-line from ws-date-line.
           perform 400-print-new-claims.
           perform 440-print-credited.
           perform 460-print-open-claims.
           perform 480-print-unclaimed.
           perform 500-print-totals.
           close report-file.
           if ws-bal-dropped > 0
           or ws-claim-dropped > 0
           or ws-new-dropped > 0
           or ws-summary-dropped > 0
               display "Program46: tables full - " ws-bal-dropped
                   " balance(s) / " ws-claim-dropped
                   " claim line(s) / " ws-new-dropped
                   " new line(s) / " ws-summary-dropped
                   " claim(s) not carried"
           end-if.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM46_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program46-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM22_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program22-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-program22-dir delimited by space
               "/rtvMoves.dat" delimited by size
               into ws-rtv-moves-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-program46-dir delimited by space
               "/rtvClaims.dat" delimited by size
               into ws-claims-path.
           string ws-program46-dir delimited by space
               "/vendorCredits.dat" delimited by size
               into ws-credits-path.
           string ws-program46-dir delimited by space
               "/rtvClaims.out" delimited by size
               into ws-report-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD); it dates the claims
      * this run raises and leads their claim numbers
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
      * Loads the SKU master for each item's vendor and unit cost -
      * a master written before vendors were carried has the column
      * blank, which is no vendor yet
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
               move skm-vendor-number
                   to ws-sku-vendor-tbl(ws-sku-count)
               if skm-unit-cost is numeric
                   move skm-unit-cost to ws-sku-cost-tbl(ws-sku-count)
               else
                   move 0 to ws-sku-cost-tbl(ws-sku-count)
               end-if
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Rolls the damaged/RTV ledger up per store and SKU - no ledger
      * yet means nothing has been put in the bucket
      ******************************************************************
       050-load-rtv-moves.
           open input rtv-moves-file.
           if ws-rtv-moves-status equal "00"
               read rtv-moves-file
                   at end move "y" to ws-rtv-moves-eof-flag
               end-read
               perform 051-rtv-moves-loop
                   until ws-rtv-moves-eof-flag = 'y'
               close rtv-moves-file
           end-if.
       051-rtv-moves-loop.
           if rm-delta is numeric
               add 1 to ws-moves-read
               move rm-store-number to ws-work-store
               move rm-sku-code to ws-work-sku
               perform 070-find-balance
               if ws-bal-match > 0
                   add rm-delta to ws-bl-received-tbl(ws-bal-match)
               end-if
           end-if.
           read rtv-moves-file
               at end move "y" to ws-rtv-moves-eof-flag.
      ******************************************************************
      * Loads every claim line on file - each one's units have left
      * the store for the vendor, so they come off the balance. The
      * highest claim number on file is kept so a second run on the
      * same day numbers its claims after the first run's
      ******************************************************************
       060-load-claims.
           open input claims-file.
           if ws-claims-status equal "00"
               read claims-file
                   at end move "y" to ws-claims-eof-flag
               end-read
               perform 061-claims-loop
                   until ws-claims-eof-flag = 'y'
               close claims-file
           end-if.
       061-claims-loop.
           if ws-claim-count < 3000
               add 1 to ws-claim-count
               add 1 to ws-claims-loaded
               move claims-line to ws-claim-entry(ws-claim-count)
               move "N" to ws-ck-credited-now-tbl(ws-claim-count)
               if ws-ck-tbl-number(ws-claim-count)
                   > ws-last-claim-number
                   move ws-ck-tbl-number(ws-claim-count)
                       to ws-last-claim-number
               end-if
               if ws-ck-tbl-units(ws-claim-count) is numeric
                   move ws-ck-tbl-store(ws-claim-count)
                       to ws-work-store
                   move ws-ck-tbl-sku(ws-claim-count) to ws-work-sku
                   perform 070-find-balance
                   if ws-bal-match > 0
                       add ws-ck-tbl-units(ws-claim-count)
                           to ws-bl-claimed-tbl(ws-bal-match)
                   end-if
               end-if
           else
               add 1 to ws-claim-dropped
           end-if.
           read claims-file
               at end move "y" to ws-claims-eof-flag.
      ******************************************************************
      * Finds (or starts) the balance for ws-work-store and
      * ws-work-sku - ws-bal-match is left at 0 when the table is
      * full
      ******************************************************************
       070-find-balance.
           move 0 to ws-bal-match.
           perform varying ws-bal-idx from 1 by 1
               until ws-bal-idx > ws-bal-count
               if ws-work-store equal ws-bl-store-tbl(ws-bal-idx)
               and ws-work-sku equal ws-bl-sku-tbl(ws-bal-idx)
                   move ws-bal-idx to ws-bal-match
               end-if
           end-perform.
           if ws-bal-match equal 0
               if ws-bal-count < 500
                   add 1 to ws-bal-count
                   move ws-work-store to ws-bl-store-tbl(ws-bal-count)
                   move ws-work-sku to ws-bl-sku-tbl(ws-bal-count)
                   move 0 to ws-bl-received-tbl(ws-bal-count)
                   move 0 to ws-bl-claimed-tbl(ws-bal-count)
                   move ws-bal-count to ws-bal-match
               else
                   add 1 to ws-bal-dropped
               end-if
           end-if.
      ******************************************************************
      * The vendors' credit advices - each one closes every open line
      * of the claim it pays. The file is not rewritten by the chain,
      * so a credit already applied on an earlier run finds its
      * claim closed and is only counted; one that matches no claim
      * at all is listed for accounts payable to chase
      ******************************************************************
       100-apply-credits.
           open input credits-file.
           if ws-credits-status equal "00"
               read credits-file
                   at end move "y" to ws-credits-eof-flag
               end-read
               perform 110-credit-loop
                   until ws-credits-eof-flag = 'y'
               close credits-file
           end-if.
       110-credit-loop.
           add 1 to ws-credits-read.
           if vc-claim-number is not numeric
           or vc-credit-date is not numeric
           or vc-credit-amount is not numeric
               add 1 to ws-credits-rejected
           else
               move "N" to ws-credit-matched
               move "Y" to ws-credit-first-line
               move "N" to ws-found
               perform 120-close-claim-line
                   varying ws-claim-idx from 1 by 1
                   until ws-claim-idx > ws-claim-count
               if ws-credit-matched equal "Y"
                   add 1 to ws-claims-credited
                   add vc-credit-amount to ws-run-credited
               else
                   if ws-found equal "Y"
                       add 1 to ws-credits-already
                   else
                       add 1 to ws-credits-rejected
                       if ws-bad-credit-count < 100
                           add 1 to ws-bad-credit-count
                           move vc-claim-number
                               to ws-uc-number-tbl(ws-bad-credit-count)
                           move vc-credit-date
                               to ws-uc-date-tbl(ws-bad-credit-count)
                           move vc-credit-amount
                               to ws-uc-amount-tbl(ws-bad-credit-count)
                       end-if
                   end-if
               end-if
           end-if.
           read credits-file
               at end move "y" to ws-credits-eof-flag.
       120-close-claim-line.
           if ws-ck-tbl-number(ws-claim-idx) equal vc-claim-number
               move "Y" to ws-found
               if ws-ck-tbl-open(ws-claim-idx)
                   move "C" to ws-ck-tbl-status(ws-claim-idx)
                   move "Y" to ws-ck-credited-now-tbl(ws-claim-idx)
                   move vc-credit-date
                       to ws-ck-tbl-credit-date(ws-claim-idx)
                   move "Y" to ws-credit-matched
                   if ws-credit-first-line equal "Y"
                       move vc-credit-amount
                           to ws-ck-tbl-credit-amount(ws-claim-idx)
                       move "N" to ws-credit-first-line
                   else
                       move 0 to ws-ck-tbl-credit-amount(ws-claim-idx)
                   end-if
               end-if
           end-if.
      ******************************************************************
      * One store/SKU's stock still in the bucket - what was received
      * less what is already claimed. With a vendor on the master it
      * is staged for this run's claims; without one it is listed and
      * stays in the bucket
      ******************************************************************
       200-stage-new-claims.
           compute ws-held-qty =
               ws-bl-received-tbl(ws-bal-idx)
               - ws-bl-claimed-tbl(ws-bal-idx).
           if ws-held-qty > 0
               perform 210-find-sku
               if ws-sku-match equal 0
               or ws-sku-vendor-tbl(ws-sku-match) equal spaces
                   add ws-held-qty to ws-unclaimed-units
                   if ws-unclaimed-count < 200
                       add 1 to ws-unclaimed-count
                       move ws-bl-store-tbl(ws-bal-idx)
                           to ws-un-store-tbl(ws-unclaimed-count)
                       move ws-bl-sku-tbl(ws-bal-idx)
                           to ws-un-sku-tbl(ws-unclaimed-count)
                       move ws-held-qty
                           to ws-un-units-tbl(ws-unclaimed-count)
                       if ws-sku-match equal 0
                           move ws-no-sku-cnst
                               to ws-un-reason-tbl(ws-unclaimed-count)
                       else
                           move ws-no-vendor-cnst
                               to ws-un-reason-tbl(ws-unclaimed-count)
                       end-if
                   end-if
               else
                   if ws-new-count < 500
                       add 1 to ws-new-count
                       move ws-sku-vendor-tbl(ws-sku-match)
                           to ws-nc-tbl-vendor(ws-new-count)
                       move ws-bl-store-tbl(ws-bal-idx)
                           to ws-nc-tbl-store(ws-new-count)
                       move ws-bl-sku-tbl(ws-bal-idx)
                           to ws-nc-tbl-sku(ws-new-count)
                       move ws-held-qty
                           to ws-nc-tbl-units(ws-new-count)
                       move ws-sku-cost-tbl(ws-sku-match)
                           to ws-nc-tbl-unit-cost(ws-new-count)
                       compute ws-nc-tbl-extended(ws-new-count) =
                           ws-held-qty
                           * ws-sku-cost-tbl(ws-sku-match)
                       move 0 to ws-nc-tbl-number(ws-new-count)
                   else
                       add 1 to ws-new-dropped
                   end-if
               end-if
           end-if.
       210-find-sku.
           move 0 to ws-sku-match.
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if ws-bl-sku-tbl(ws-bal-idx) equal
                   ws-sku-tbl(ws-sku-idx)
                   move ws-sku-idx to ws-sku-match
               end-if
           end-perform.
      ******************************************************************
      * Insertion sort on vendor, store and SKU
      ******************************************************************
       250-sort-new-claims.
           move ws-new-entry(ws-sort-i) to ws-new-hold-entry.
           move ws-sort-i to ws-sort-j.
           perform 260-shift-new-entry
               until ws-sort-j < 2
               or ws-nc-tbl-key(ws-sort-j - 1) not greater than
                   ws-nc-hold-key.
           move ws-new-hold-entry to ws-new-entry(ws-sort-j).
       260-shift-new-entry.
           move ws-new-entry(ws-sort-j - 1)
               to ws-new-entry(ws-sort-j).
           subtract 1 from ws-sort-j.
      ******************************************************************
      * Raises the sorted lines as claims - a new claim number each
      * time the vendor changes. Claim numbers are the business date
      * and a two-digit sequence, started after the highest number
      * already on file
      ******************************************************************
       300-raise-claims.
           if ws-new-idx equal 1
           or ws-nc-tbl-vendor(ws-new-idx) not equal
               ws-nc-tbl-vendor(ws-new-idx - 1)
               if ws-next-claim-number equal 0
                   compute ws-next-claim-number = ws-nl-date * 100
                   if ws-last-claim-number > ws-next-claim-number
                       move ws-last-claim-number
                           to ws-next-claim-number
                   end-if
               end-if
               add 1 to ws-next-claim-number
               add 1 to ws-claims-raised
           end-if.
           move ws-next-claim-number to ws-nc-tbl-number(ws-new-idx).
           add ws-nc-tbl-units(ws-new-idx) to ws-run-units.
           add ws-nc-tbl-extended(ws-new-idx) to ws-run-cost.
           if ws-claim-count < 3000
               add 1 to ws-claim-count
               move ws-next-claim-number
                   to ws-ck-tbl-number(ws-claim-count)
               move ws-nc-tbl-vendor(ws-new-idx)
                   to ws-ck-tbl-vendor(ws-claim-count)
               move ws-nc-tbl-store(ws-new-idx)
                   to ws-ck-tbl-store(ws-claim-count)
               move ws-nc-tbl-sku(ws-new-idx)
                   to ws-ck-tbl-sku(ws-claim-count)
               move ws-nc-tbl-units(ws-new-idx)
                   to ws-ck-tbl-units(ws-claim-count)
               move ws-nc-tbl-unit-cost(ws-new-idx)
                   to ws-ck-tbl-unit-cost(ws-claim-count)
               move ws-nc-tbl-extended(ws-new-idx)
                   to ws-ck-tbl-extended(ws-claim-count)
               move ws-nl-date to ws-ck-tbl-claim-date(ws-claim-count)
               move "O" to ws-ck-tbl-status(ws-claim-count)
               move "N" to ws-ck-credited-now-tbl(ws-claim-count)
               move 0 to ws-ck-tbl-credit-date(ws-claim-count)
               move 0 to ws-ck-tbl-credit-amount(ws-claim-count)
           else
               add 1 to ws-claim-dropped
           end-if.
      ******************************************************************
      * Writes the claim file back out - the lines on file with any
      * credits applied, then the lines raised this run
      ******************************************************************
       360-rewrite-claims.
           open output claims-file.
           perform 361-write-claim-line
               varying ws-claim-idx from 1 by 1
               until ws-claim-idx > ws-claim-count.
           close claims-file.
       361-write-claim-line.
           move ws-claim-entry(ws-claim-idx) to claims-line.
           write claims-line.
           add 1 to ws-claims-written.
      ******************************************************************
      * Rolls each claim line into its claim for the credited and
      * open sections
      ******************************************************************
       380-build-claim-summary.
           move 0 to ws-summary-match.
           perform varying ws-summary-idx from 1 by 1
               until ws-summary-idx > ws-summary-count
               if ws-ck-tbl-number(ws-claim-idx) equal
                   ws-cs-tbl-number(ws-summary-idx)
                   move ws-summary-idx to ws-summary-match
               end-if
           end-perform.
           if ws-summary-match equal 0
               if ws-summary-count < 500
                   add 1 to ws-summary-count
                   move ws-summary-count to ws-summary-match
                   move ws-ck-tbl-number(ws-claim-idx)
                       to ws-cs-tbl-number(ws-summary-match)
                   move ws-ck-tbl-vendor(ws-claim-idx)
                       to ws-cs-tbl-vendor(ws-summary-match)
                   move ws-ck-tbl-claim-date(ws-claim-idx)
                       to ws-cs-tbl-claim-date(ws-summary-match)
                   move ws-ck-tbl-status(ws-claim-idx)
                       to ws-cs-tbl-status(ws-summary-match)
                   move 0 to ws-cs-tbl-lines(ws-summary-match)
                   move 0 to ws-cs-tbl-units(ws-summary-match)
                   move 0 to ws-cs-tbl-cost(ws-summary-match)
                   move 0 to ws-cs-tbl-credit-date(ws-summary-match)
                   move 0 to ws-cs-tbl-credit(ws-summary-match)
                   move "N" to ws-cs-tbl-credited-now(ws-summary-match)
               else
                   add 1 to ws-summary-dropped
               end-if
           end-if.
           if ws-summary-match > 0
               add 1 to ws-cs-tbl-lines(ws-summary-match)
               if ws-ck-tbl-units(ws-claim-idx) is numeric
                   add ws-ck-tbl-units(ws-claim-idx)
                       to ws-cs-tbl-units(ws-summary-match)
               end-if
               if ws-ck-tbl-extended(ws-claim-idx) is numeric
                   add ws-ck-tbl-extended(ws-claim-idx)
                       to ws-cs-tbl-cost(ws-summary-match)
               end-if
               if ws-ck-tbl-closed(ws-claim-idx)
                   move "C" to ws-cs-tbl-status(ws-summary-match)
                   move ws-ck-tbl-credit-date(ws-claim-idx)
                       to ws-cs-tbl-credit-date(ws-summary-match)
                   if ws-ck-tbl-credit-amount(ws-claim-idx) is numeric
                       add ws-ck-tbl-credit-amount(ws-claim-idx)
                           to ws-cs-tbl-credit(ws-summary-match)
                   end-if
                   if ws-ck-credited-now-tbl(ws-claim-idx) equal "Y"
                       move "Y"
                           to ws-cs-tbl-credited-now(ws-summary-match)
                   end-if
               end-if
           end-if.
      ******************************************************************
      * The claims raised this run, vendor by vendor, with a subtotal
      * of units and cost under each vendor's claim
      ******************************************************************
       400-print-new-claims.
           move "CLAIMS RAISED THIS RUN BY VENDOR" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           if ws-new-count equal 0
               move ws-none-new-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-1
               move 0 to ws-vendor-units
               move 0 to ws-vendor-cost
               perform 410-print-claim-line
                   varying ws-new-idx from 1 by 1
                   until ws-new-idx > ws-new-count
               move ws-new-count to ws-total-idx
               perform 420-print-vendor-total
           end-if.
       410-print-claim-line.
           if ws-new-idx > 1
           and ws-nc-tbl-vendor(ws-new-idx) not equal
               ws-nc-tbl-vendor(ws-new-idx - 1)
               compute ws-total-idx = ws-new-idx - 1
               perform 420-print-vendor-total
               move 0 to ws-vendor-units
               move 0 to ws-vendor-cost
           end-if.
           move ws-nc-tbl-number(ws-new-idx) to ws-cl-number.
           move ws-nc-tbl-vendor(ws-new-idx) to ws-cl-vendor.
           move ws-nc-tbl-store(ws-new-idx) to ws-cl-store.
           move ws-nc-tbl-sku(ws-new-idx) to ws-cl-sku.
           move ws-nc-tbl-units(ws-new-idx) to ws-cl-units.
           move ws-nc-tbl-unit-cost(ws-new-idx) to ws-cl-unit-cost.
           move ws-nc-tbl-extended(ws-new-idx) to ws-cl-extended.
           write report-line from ws-claim-line.
           add ws-nc-tbl-units(ws-new-idx) to ws-vendor-units.
           add ws-nc-tbl-extended(ws-new-idx) to ws-vendor-cost.
      * ws-total-idx points at the vendor's last line
       420-print-vendor-total.
           move ws-nc-tbl-vendor(ws-total-idx) to ws-vt-vendor.
           move ws-nc-tbl-number(ws-total-idx) to ws-vt-number.
           move ws-vendor-units to ws-vt-units.
           move ws-vendor-cost to ws-vt-cost.
           write report-line from ws-vendor-total-line.
           move spaces to report-line.
           write report-line.
      ******************************************************************
      * Claims closed by a credit this run, the credit against the
      * cost claimed, then any credit that found no claim to close
      ******************************************************************
       440-print-credited.
           move "CLAIMS CREDITED THIS RUN" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           if ws-claims-credited equal 0
           and ws-bad-credit-count equal 0
               move ws-none-credited-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-2
               perform 450-print-credited-line
                   varying ws-summary-idx from 1 by 1
                   until ws-summary-idx > ws-summary-count
               perform 455-print-bad-credit
                   varying ws-bad-credit-idx from 1 by 1
                   until ws-bad-credit-idx > ws-bad-credit-count
           end-if.
       450-print-credited-line.
           if ws-cs-tbl-credited-now(ws-summary-idx) equal "Y"
               move spaces to ws-sm-flag
               perform 470-fill-summary-line
               write report-line from ws-summary-line
           end-if.
       455-print-bad-credit.
           move ws-uc-number-tbl(ws-bad-credit-idx) to ws-bc-number.
           move ws-uc-date-tbl(ws-bad-credit-idx) to ws-bc-date.
           move ws-uc-amount-tbl(ws-bad-credit-idx) to ws-bc-amount.
           write report-line from ws-bad-credit-line.
      ******************************************************************
      * Every claim still waiting on the vendor's credit
      ******************************************************************
       460-print-open-claims.
           move "CLAIMS AWAITING CREDIT" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           perform 465-print-open-line
               varying ws-summary-idx from 1 by 1
               until ws-summary-idx > ws-summary-count.
           if ws-open-count equal 0
               move ws-none-open-cnst to report-line
               write report-line
           end-if.
       465-print-open-line.
           if ws-cs-tbl-status(ws-summary-idx) equal "O"
               if ws-open-count equal 0
                   write report-line from ws-column-headings-2
               end-if
               add 1 to ws-open-count
               add ws-cs-tbl-cost(ws-summary-idx) to ws-open-cost
               move spaces to ws-sm-flag
               if ws-cs-tbl-claim-date(ws-summary-idx) equal
                   ws-nl-date
                   move "*NEW THIS RUN*" to ws-sm-flag
               end-if
               perform 470-fill-summary-line
               write report-line from ws-summary-line
           end-if.
       470-fill-summary-line.
           move ws-cs-tbl-number(ws-summary-idx) to ws-sm-number.
           move ws-cs-tbl-vendor(ws-summary-idx) to ws-sm-vendor.
           move ws-cs-tbl-claim-date(ws-summary-idx)
               to ws-sm-claim-date.
           move ws-cs-tbl-units(ws-summary-idx) to ws-sm-units.
           move ws-cs-tbl-cost(ws-summary-idx) to ws-sm-cost.
           move ws-cs-tbl-credit-date(ws-summary-idx)
               to ws-sm-credit-date.
           move ws-cs-tbl-credit(ws-summary-idx) to ws-sm-credit.
           compute ws-credit-variance =
               ws-cs-tbl-credit(ws-summary-idx)
               - ws-cs-tbl-cost(ws-summary-idx).
           if ws-cs-tbl-status(ws-summary-idx) equal "O"
               move 0 to ws-credit-variance
           end-if.
           move ws-credit-variance to ws-sm-variance.
      ******************************************************************
      * Damaged stock left in the bucket because it cannot be claimed
      ******************************************************************
       480-print-unclaimed.
           move "DAMAGED STOCK NOT CLAIMED" to ws-sc-title.
           write report-line from ws-star-line.
           write report-line from ws-section-line.
           write report-line from ws-star-line.
           if ws-unclaimed-count equal 0
               move ws-none-unclaimed-cnst to report-line
               write report-line
           else
               write report-line from ws-column-headings-3
               perform 490-print-unclaimed-line
                   varying ws-unclaimed-idx from 1 by 1
                   until ws-unclaimed-idx > ws-unclaimed-count
           end-if.
       490-print-unclaimed-line.
           move ws-un-store-tbl(ws-unclaimed-idx) to ws-ul-store.
           move ws-un-sku-tbl(ws-unclaimed-idx) to ws-ul-sku.
           move ws-un-units-tbl(ws-unclaimed-idx) to ws-ul-units.
           move ws-un-reason-tbl(ws-unclaimed-idx) to ws-ul-reason.
           write report-line from ws-unclaimed-line.
      ******************************************************************
      * Run totals - dollars at cost first, then the counts
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move "Claimed This Run At Cost:" to ws-cn-label.
           move ws-run-cost to ws-cn-amount.
           write report-line from ws-control-line.
           move "Credited This Run:" to ws-cn-label.
           move ws-run-credited to ws-cn-amount.
           write report-line from ws-control-line.
           move "Open Claims At Cost:" to ws-cn-label.
           move ws-open-cost to ws-cn-amount.
           write report-line from ws-control-line.
           write report-line from ws-star-line
               after advancing 1 line.
           move "RTV Ledger Records Read:" to ws-tl-label.
           move ws-moves-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Claims Raised:" to ws-tl-label.
           move ws-claims-raised to ws-tl-count.
           write report-line from ws-total-line.
           move "Claim Lines Raised:" to ws-tl-label.
           move ws-new-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Units Claimed This Run:" to ws-tl-label.
           move ws-run-units to ws-tl-count.
           write report-line from ws-total-line.
           move "Units Not Claimed - No Vendor:" to ws-tl-label.
           move ws-unclaimed-units to ws-tl-count.
           write report-line from ws-total-line.
           move "Vendor Credits Read:" to ws-tl-label.
           move ws-credits-read to ws-tl-count.
           write report-line from ws-total-line.
           move "Claims Closed By Credit:" to ws-tl-label.
           move ws-claims-credited to ws-tl-count.
           write report-line from ws-total-line.
           move "Credits Already Applied:" to ws-tl-label.
           move ws-credits-already to ws-tl-count.
           write report-line from ws-total-line.
           move "Credits Rejected:" to ws-tl-label.
           move ws-credits-rejected to ws-tl-count.
           write report-line from ws-total-line.
           move "Claims Awaiting Credit:" to ws-tl-label.
           move ws-open-count to ws-tl-count.
           write report-line from ws-total-line.
           move "Claim Lines On File:" to ws-tl-label.
           move ws-claims-written to ws-tl-count.
           write report-line from ws-total-line.
      ******************************************************************
      * End of Group 4 - Program #46
      ******************************************************************
       end program Program46.
