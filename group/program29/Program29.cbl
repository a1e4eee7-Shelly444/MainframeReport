      ******************************************************************
      * Group 4 - Program #29
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Physical inventory count reconciliation. Program22 keeps the
      * chain's perpetual on-hand ledger, but when a store counted its
      * shelves the comparison against the book was done by hand and
      * the difference never made it back into the ledger, so the
      * book drifted further from the shelf every quarter. This
      * program reads the count sheet, prices each store/SKU's count
      * against the onHandMoves.dat book at the SKU master's unit
      * price, and prints the variance by store, department and SKU
      * in units and dollars. A count is taken before the store opens
      * on its count date, so the book is the ledger through the day
      * before. Only the count lines dated the business date are
      * reconciled - a count sheet left on file is not posted again
      * the next night. Variances the count supervisor has approved
      * go out as shrink postings in Program22's movement layout -
      * Program22 posts them under the business date the same way it
      * posts the DC's receipts, so this program runs ahead of it in
      * the night (a Program22 rerun picks them up if it ran first).
      * Every approved posting is also kept in shrinkLedger.dat by
      * store, department, SKU and posting date (a same-day rerun
      * replaces its day), which feeds the standing shrink-by-store-
      * and-department report for the period selected with
      * SHRINK_PERIOD (YYMM, default: the business date's month).
      ******************************************************************
       identification division.
       program-id. Program29.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM29_DATA_DIR /
      * PROGRAM22_DATA_DIR / GROUP_DATA_DIR environment variables
      * (falling back to the current relative layout when they are
      * not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select count-file
               assign to ws-count-path
               organization is line sequential
               file status is ws-count-status.

           select moves-file
               assign to ws-moves-path
               organization is line sequential
               file status is ws-moves-status.

           select sku-master-file
               assign to ws-sku-master-path
               organization is line sequential.

           select shrink-posting-file
               assign to ws-shrink-posting-path
               organization is line sequential
               file status is ws-shrink-posting-status.

           select shrink-ledger-file
               assign to ws-shrink-ledger-path
               organization is line sequential
               file status is ws-shrink-ledger-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * The store's count sheet - one line per SKU per count location;
      * two teams counting the same SKU in two places send two lines
      * and they are added together. The approval byte is the count
      * supervisor's sign-off that the variance may post
       fd count-file
           data record is count-line
           record contains 29 characters.
      *
       01 count-line.
           05 cs-store-number                   pic 99.
           05 cs-sku-code                       pic x(15).
           05 cs-counted-qty                    pic 9(5).
           05 cs-count-date                     pic 9(6).
           05 cs-approved                       pic x.
               88 cs-variance-approved value "Y".
      *
      * Program22's movement ledger - read only here, for the book
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
      * Approved variances for Program22, in its own movement layout -
      * rewritten whole every run, so a rerun replaces the postings
      * rather than doubling them
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
      * Posted shrink by store, department, SKU and posting date - the
      * department and the dollars are fixed at posting time, so a
      * later price change or department move does not restate a
      * period already reported
       fd shrink-ledger-file
           data record is shrink-ledger-line
           record contains 39 characters.
      *
       01 shrink-ledger-line.
           05 sl-store-number                   pic 99.
           05 sl-dept-code                      pic 99.
           05 sl-sku-code                       pic x(15).
           05 sl-post-date                      pic 9(6).
           05 sl-units                          pic s9(5).
           05 sl-dollars                        pic s9(7)v99.
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
       77 ws-program29-dir              pic x(60)
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
       01 ws-count-path                 pic x(80).
       01 ws-moves-path                 pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-shrink-posting-path        pic x(80).
       01 ws-shrink-ledger-path         pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-count-status               pic xx.
       77 ws-moves-status               pic xx.
       77 ws-shrink-posting-status      pic xx.
       77 ws-shrink-ledger-status       pic xx.
       01 ws-flags.
           05 ws-count-eof-flag          pic x
               value "n".
           05 ws-moves-eof-flag          pic x
               value "n".
           05 ws-sku-eof-flag            pic x
               value "n".
           05 ws-ledger-eof-flag         pic x
               value "n".
      ******************************************************************
      * The shrink period - SHRINK_PERIOD in the environment as YYMM
      * to report a different month; defaults to the business date's
      * month
      ******************************************************************
       77 ws-shrink-period              pic 9(4)
           value 0.
      ******************************************************************
      * SKU-master lookup tables - department, description and unit
      * price for each counted SKU. A SKU missing from the master
      * lands in department 0 at no price so its units still show
      ******************************************************************
       77 ws-sku-tbl occurs 500 times           pic x(15).
       77 ws-sku-desc-tbl occurs 500 times      pic x(20).
       77 ws-sku-dept-tbl occurs 500 times      pic 99.
       77 ws-sku-price-tbl occurs 500 times     pic 9(5)v99.
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
           value 0.
      ******************************************************************
      * The count sheet netted to one entry per store and SKU, with
      * its book figure built from the movement ledger alongside -
      * overflow is announced, never swallowed
      ******************************************************************
       01 ws-count-tbl-area.
           05 ws-ct-entry occurs 2000 times.
               10 ws-ct-key.
                   15 ws-ct-store           pic 99.
                   15 ws-ct-dept            pic 99.
                   15 ws-ct-sku             pic x(15).
               10 ws-ct-desc                pic x(20).
               10 ws-ct-price               pic 9(5)v99.
               10 ws-ct-count-date          pic 9(6).
               10 ws-ct-counted             pic 9(7).
               10 ws-ct-book                pic s9(7).
               10 ws-ct-approved            pic x.
       01 ws-ct-temp.
           05 ws-ctt-key                    pic x(19).
           05 filler                        pic x(48).
       77 ws-ct-count                   pic 9(4)
           value 0.
       77 ws-ct-idx                     pic 9(4)
           value 0.
       77 ws-ct-found                   pic x
           value "N".
       77 ws-ct-dropped                 pic 9(4)
           value 0.
       77 ws-ct-rejected                pic 9(4)
           value 0.
       77 ws-ct-stale                   pic 9(4)
           value 0.
      ******************************************************************
      * Insertion-sort work fields - stable, so entries with equal
      * keys keep their arrival order
      ******************************************************************
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
      ******************************************************************
      * The shrink ledger held whole - today's posting date is left
      * out on the load and rebuilt from this run's approvals, which
      * is what makes a same-day rerun replace its day
      ******************************************************************
       01 ws-ledger-tbl-area.
           05 ws-lg-entry occurs 9000 times.
               10 ws-lg-store               pic 99.
               10 ws-lg-dept                pic 99.
               10 ws-lg-sku                 pic x(15).
               10 ws-lg-date                pic 9(6).
               10 ws-lg-units               pic s9(5).
               10 ws-lg-dollars             pic s9(7)v99.
       77 ws-lg-count                   pic 9(4)
           value 0.
       77 ws-lg-idx                     pic 9(4)
           value 0.
       77 ws-lg-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Period shrink by store and department, sorted for the
      * standing report with a subtotal at each change of store
      ******************************************************************
       01 ws-period-tbl-area.
           05 ws-pd-entry occurs 2000 times.
               10 ws-pd-key.
                   15 ws-pd-store           pic 99.
                   15 ws-pd-dept            pic 99.
               10 ws-pd-units               pic s9(7).
               10 ws-pd-dollars             pic s9(9)v99.
       01 ws-pd-temp.
           05 ws-pdt-key                    pic x(4).
           05 filler                        pic x(18).
       77 ws-pd-count                   pic 9(4)
           value 0.
       77 ws-pd-idx                     pic 9(4)
           value 0.
       77 ws-pd-found                   pic x
           value "N".
       77 ws-pd-dropped                 pic 9(4)
           value 0.
      ******************************************************************
      * Variance work fields and control-break accumulators
      ******************************************************************
       77 ws-var-units                  pic s9(7)
           value 0.
       77 ws-var-dollars                pic s9(9)v99
           value 0.
       77 ws-cb-first                   pic x
           value "Y".
       77 ws-cb-store                   pic 99
           value 0.
       77 ws-cb-dept                    pic 99
           value 0.
       77 ws-cb-dept-units              pic s9(7)
           value 0.
       77 ws-cb-dept-dollars            pic s9(9)v99
           value 0.
       77 ws-cb-store-units             pic s9(7)
           value 0.
       77 ws-cb-store-dollars           pic s9(9)v99
           value 0.
       77 ws-chain-units                pic s9(8)
           value 0.
       77 ws-chain-dollars              pic s9(10)v99
           value 0.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-count-read-count           pic 9(5)
           value 0.
       77 ws-variance-count             pic 9(4)
           value 0.
       77 ws-posted-count               pic 9(4)
           value 0.
       77 ws-unapproved-count           pic 9(4)
           value 0.
       77 ws-posted-units               pic s9(8)
           value 0.
       77 ws-posted-dollars             pic s9(10)v99
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
               value "  Count Variance & Shrink".
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
       01 ws-section-title-1.
           05 filler                     pic x(40)
               value "COUNT VARIANCE BY STORE / DEPT / SKU".
           05 filler                     pic x(60)
               value spaces.
       01 ws-section-title-2.
           05 filler                     pic x(32)
               value "SHRINK BY STORE / DEPT - PERIOD ".
           05 ws-st2-period              pic 9(4).
           05 filler                     pic x(64)
               value spaces.
       01 ws-variance-heading.
           05 filler                     pic x(14)
               value "Store Dept".
           05 filler                     pic x(17)
               value "SKU".
           05 filler                     pic x(21)
               value "Description".
           05 filler                     pic x(9)
               value "   Book".
           05 filler                     pic x(8)
               value " Counted".
           05 filler                     pic x(9)
               value " Variance".
           05 filler                     pic x(12)
               value "     Dollars".
           05 filler                     pic x(10)
               value spaces.
       01 ws-variance-line.
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-store                pic z9.
           05 filler                     pic x(3)
               value spaces.
           05 ws-vl-dept                 pic z9.
           05 filler                     pic x(6)
               value spaces.
           05 ws-vl-sku                  pic x(15).
           05 filler                     pic x(2)
               value spaces.
           05 ws-vl-desc                 pic x(20).
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-book                 pic zzzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-counted              pic zzzzzz9.
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-units                pic zzzzzz9-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-dollars              pic $$$,$$9.99-.
           05 filler                     pic x(1)
               value spaces.
           05 ws-vl-flag                 pic x(10)
               value spaces.
       77 ws-flag-posted-cnst           pic x(10)
           value "*POSTED*  ".
       77 ws-flag-unapproved-cnst       pic x(10)
           value "*PENDING* ".
       01 ws-dept-break-line.
           05 filler                     pic x(25)
               value "      Department Total   ".
           05 ws-db-dept                 pic z9.
           05 filler                     pic x(14)
               value "       Units: ".
           05 ws-db-units                pic zzzzzz9-.
           05 filler                     pic x(12)
               value "   Dollars: ".
           05 ws-db-dollars              pic $$,$$$,$$9.99-.
           05 filler                     pic x(25)
               value spaces.
       01 ws-store-break-line.
           05 filler                     pic x(25)
               value "   Store Total          ".
           05 ws-sb-store                pic z9.
           05 filler                     pic x(14)
               value "       Units: ".
           05 ws-sb-units                pic zzzzzz9-.
           05 filler                     pic x(12)
               value "   Dollars: ".
           05 ws-sb-dollars              pic $$,$$$,$$9.99-.
           05 filler                     pic x(25)
               value spaces.
       01 ws-period-line.
           05 filler                     pic x(6)
               value "Store ".
           05 ws-pl-store                pic z9.
           05 filler                     pic x(13)
               value "  Department ".
           05 ws-pl-dept                 pic z9.
           05 filler                     pic x(15)
               value "  Shrink Units:".
           05 ws-pl-units                pic zzzzzz9-.
           05 filler                     pic x(12)
               value "   Dollars: ".
           05 ws-pl-dollars              pic $$,$$$,$$9.99-.
           05 filler                     pic x(28)
               value spaces.
       01 ws-total-1.
           05 filler                     pic x(30)
               value "Count Lines Read:             ".
           05 ws-t1-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-2.
           05 filler                     pic x(30)
               value "Store/SKUs With A Variance:   ".
           05 ws-t2-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-3.
           05 filler                     pic x(30)
               value "Variances Posted As Shrink:   ".
           05 ws-t3-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-4.
           05 filler                     pic x(30)
               value "Variances Awaiting Approval:  ".
           05 ws-t4-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-5.
           05 filler                     pic x(30)
               value "Count Lines Rejected:         ".
           05 ws-t5-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-8.
           05 filler                     pic x(30)
               value "Count Lines Not Dated Today:  ".
           05 ws-t8-count                pic zzzz9.
           05 filler                     pic x(65)
               value spaces.
       01 ws-total-6.
           05 filler                     pic x(30)
               value "Posted Today - Units:         ".
           05 ws-t6-units                pic zzzzzzz9-.
           05 filler                     pic x(12)
               value "   Dollars: ".
           05 ws-t6-dollars              pic $$$,$$$,$$9.99-.
           05 filler                     pic x(34)
               value spaces.
       01 ws-total-7.
           05 filler                     pic x(30)
               value "Period Shrink - Units:        ".
           05 ws-t7-units                pic zzzzzzz9-.
           05 filler                     pic x(12)
               value "   Dollars: ".
           05 ws-t7-dollars              pic $$$,$$$,$$9.99-.
           05 filler                     pic x(34)
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
           perform 040-load-sku-master.
           perform 050-load-count-sheet.
           perform 060-build-book.
           perform 100-sort-counts.
           perform 070-load-shrink-ledger.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           perform 200-print-variances.
           perform 300-post-shrink.
           perform 500-print-period-shrink.
           perform 600-print-totals.
           close report-file.
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when the directory
      * variables are not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM29_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program29-dir
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
           string ws-program29-dir delimited by space
               "/countSheet.dat" delimited by size
               into ws-count-path.
           string ws-program22-dir delimited by space
               "/onHandMoves.dat" delimited by size
               into ws-moves-path.
           string ws-group-dir delimited by space
               "/skuMaster.dat" delimited by size
               into ws-sku-master-path.
           string ws-program22-dir delimited by space
               "/shrinkPosting.dat" delimited by size
               into ws-shrink-posting-path.
           string ws-program29-dir delimited by space
               "/shrinkLedger.dat" delimited by size
               into ws-shrink-ledger-path.
           string ws-program29-dir delimited by space
               "/countVariance.out" delimited by size
               into ws-report-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so a catch-up run
      * posts its shrink under the day it is processing. The shrink
      * period follows it unless SHRINK_PERIOD names another month
      ******************************************************************
       002-set-business-date.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "RUN_DATE"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer(1:6) to ws-nl-date
           end-if.
           move ws-nl-date(1:4) to ws-shrink-period.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "SHRINK_PERIOD"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer(1:4) to ws-shrink-period
           end-if.
           move ws-shrink-period to ws-st2-period.
      ******************************************************************
      * Loads the SKU master for department, description and price
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
               move skm-description to ws-sku-desc-tbl(ws-sku-count)
               move skm-dept-code to ws-sku-dept-tbl(ws-sku-count)
               move skm-unit-price to ws-sku-price-tbl(ws-sku-count)
           end-if.
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
      ******************************************************************
      * Loads the count sheet netted by store and SKU - no count sheet
      * means no store counted, which still leaves the period report
      * worth printing. A line with a non-numeric quantity or date is
      * rejected and counted rather than priced as zero, and a line
      * not dated the business date is skipped and counted - it was
      * reconciled on its own day, and a missed day is a RUN_DATE
      * catch-up run
      ******************************************************************
       050-load-count-sheet.
           open input count-file.
           if ws-count-status equal "00"
               read count-file
                   at end move "y" to ws-count-eof-flag
               end-read
               perform 051-count-load-loop
                   until ws-count-eof-flag = 'y'
               close count-file
           end-if.
           if ws-ct-dropped > 0
               display "Program29: count table full - " ws-ct-dropped
                   " store/SKU count(s) not reconciled"
           end-if.
           if ws-ct-stale > 0
               display "Program29: " ws-ct-stale " count line(s) "
                   "not dated " ws-nl-date " skipped - a missed "
                   "count day needs a RUN_DATE catch-up run, not a "
                   "leftover file"
           end-if.
       051-count-load-loop.
           add 1 to ws-count-read-count.
           if cs-counted-qty is numeric
           and cs-count-date is numeric
               if cs-count-date equal ws-nl-date
                   perform 052-add-count-entry
               else
                   add 1 to ws-ct-stale
               end-if
           else
               add 1 to ws-ct-rejected
           end-if.
           read count-file
               at end move "y" to ws-count-eof-flag.
      * A second line for the same store and SKU adds its quantity,
      * and the variance only posts if every line for it is approved
       052-add-count-entry.
           move "N" to ws-ct-found.
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
               if cs-store-number equal ws-ct-store(ws-ct-idx)
               and cs-sku-code equal ws-ct-sku(ws-ct-idx)
                   add cs-counted-qty to ws-ct-counted(ws-ct-idx)
                   if not cs-variance-approved
                       move "N" to ws-ct-approved(ws-ct-idx)
                   end-if
                   move "Y" to ws-ct-found
               end-if
           end-perform.
           if ws-ct-found equal "N"
               if ws-ct-count < 2000
                   add 1 to ws-ct-count
                   perform 053-open-count-entry
               else
                   add 1 to ws-ct-dropped
               end-if
           end-if.
       053-open-count-entry.
           move cs-store-number to ws-ct-store(ws-ct-count).
           move cs-sku-code to ws-ct-sku(ws-ct-count).
           move cs-count-date to ws-ct-count-date(ws-ct-count).
           move cs-counted-qty to ws-ct-counted(ws-ct-count).
           move 0 to ws-ct-book(ws-ct-count).
           if cs-variance-approved
               move "Y" to ws-ct-approved(ws-ct-count)
           else
               move "N" to ws-ct-approved(ws-ct-count)
           end-if.
           move 0 to ws-ct-dept(ws-ct-count).
           move "*NOT ON SKU MASTER*" to ws-ct-desc(ws-ct-count).
           move 0 to ws-ct-price(ws-ct-count).
           perform varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               if cs-sku-code equal ws-sku-tbl(ws-sku-idx)
                   move ws-sku-dept-tbl(ws-sku-idx)
                       to ws-ct-dept(ws-ct-count)
                   move ws-sku-desc-tbl(ws-sku-idx)
                       to ws-ct-desc(ws-ct-count)
                   move ws-sku-price-tbl(ws-sku-idx)
                       to ws-ct-price(ws-ct-count)
               end-if
           end-perform.
      ******************************************************************
      * The book - every ledger movement for a counted store/SKU
      * posted before its count date. A first-ever run with no ledger
      * yet leaves every book at zero
      ******************************************************************
       060-build-book.
           if ws-ct-count > 0
               open input moves-file
               if ws-moves-status equal "00"
                   read moves-file
                       at end move "y" to ws-moves-eof-flag
                   end-read
                   perform 061-book-loop
                       until ws-moves-eof-flag = 'y'
                   close moves-file
               end-if
           end-if.
       061-book-loop.
           perform varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count
               if mv-store-number equal ws-ct-store(ws-ct-idx)
               and mv-sku-code equal ws-ct-sku(ws-ct-idx)
               and mv-post-date < ws-ct-count-date(ws-ct-idx)
                   add mv-delta to ws-ct-book(ws-ct-idx)
               end-if
           end-perform.
           read moves-file
               at end move "y" to ws-moves-eof-flag.
      ******************************************************************
      * Loads the shrink ledger, leaving out today's posting date -
      * this run's approvals rebuild it. A first-ever run has no file
      * yet, which is an empty table, not an error
      ******************************************************************
       070-load-shrink-ledger.
           open input shrink-ledger-file.
           if ws-shrink-ledger-status equal "00"
               read shrink-ledger-file
                   at end move "y" to ws-ledger-eof-flag
               end-read
               perform 071-ledger-load-loop
                   until ws-ledger-eof-flag = 'y'
               close shrink-ledger-file
           end-if.
       071-ledger-load-loop.
           if sl-post-date not equal ws-nl-date
               if ws-lg-count < 9000
                   add 1 to ws-lg-count
                   move sl-store-number to ws-lg-store(ws-lg-count)
                   move sl-dept-code to ws-lg-dept(ws-lg-count)
                   move sl-sku-code to ws-lg-sku(ws-lg-count)
                   move sl-post-date to ws-lg-date(ws-lg-count)
                   move sl-units to ws-lg-units(ws-lg-count)
                   move sl-dollars to ws-lg-dollars(ws-lg-count)
               else
                   add 1 to ws-lg-dropped
               end-if
           end-if.
           read shrink-ledger-file
               at end move "y" to ws-ledger-eof-flag.
      ******************************************************************
      * Insertion sort on store, department and SKU so each store's
      * variances print together with department subtotals
      ******************************************************************
       100-sort-counts.
           perform 110-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-ct-count.
       110-sort-pass.
           move ws-ct-entry(ws-sort-i) to ws-ct-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 111-shift-entry
               until ws-sort-done equal "Y".
           move ws-ct-temp to ws-ct-entry(ws-sort-j).
       111-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-ct-key(ws-sort-j - 1) > ws-ctt-key
                   move ws-ct-entry(ws-sort-j - 1)
                       to ws-ct-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * The variance listing - only store/SKUs whose count differs
      * from the book print, with a subtotal at each change of
      * department and of store. Variance is counted less book, so a
      * shortage on the shelf is a negative figure
      ******************************************************************
       200-print-variances.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-1.
           write report-line from ws-star-line.
           write report-line from ws-variance-heading.
           move "Y" to ws-cb-first.
           perform 210-print-variance-entry
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           if ws-cb-first equal "N"
               perform 220-dept-break
               perform 230-store-break
           end-if.
       210-print-variance-entry.
           compute ws-var-units =
               ws-ct-counted(ws-ct-idx) - ws-ct-book(ws-ct-idx).
           if ws-var-units not equal 0
               compute ws-var-dollars =
                   ws-var-units * ws-ct-price(ws-ct-idx)
               if ws-cb-first equal "Y"
                   move "N" to ws-cb-first
                   move ws-ct-store(ws-ct-idx) to ws-cb-store
                   move ws-ct-dept(ws-ct-idx) to ws-cb-dept
               else
                   if ws-ct-store(ws-ct-idx) not equal ws-cb-store
                       perform 220-dept-break
                       perform 230-store-break
                       move ws-ct-store(ws-ct-idx) to ws-cb-store
                       move ws-ct-dept(ws-ct-idx) to ws-cb-dept
                   else
                       if ws-ct-dept(ws-ct-idx) not equal ws-cb-dept
                           perform 220-dept-break
                           move ws-ct-dept(ws-ct-idx) to ws-cb-dept
                       end-if
                   end-if
               end-if
               add 1 to ws-variance-count
               move ws-ct-store(ws-ct-idx) to ws-vl-store
               move ws-ct-dept(ws-ct-idx) to ws-vl-dept
               move ws-ct-sku(ws-ct-idx) to ws-vl-sku
               move ws-ct-desc(ws-ct-idx) to ws-vl-desc
               move ws-ct-book(ws-ct-idx) to ws-vl-book
               move ws-ct-counted(ws-ct-idx) to ws-vl-counted
               move ws-var-units to ws-vl-units
               move ws-var-dollars to ws-vl-dollars
               if ws-ct-approved(ws-ct-idx) equal "Y"
                   move ws-flag-posted-cnst to ws-vl-flag
               else
                   move ws-flag-unapproved-cnst to ws-vl-flag
                   add 1 to ws-unapproved-count
               end-if
               write report-line from ws-variance-line
               add ws-var-units to ws-cb-dept-units
               add ws-var-dollars to ws-cb-dept-dollars
               add ws-var-units to ws-cb-store-units
               add ws-var-dollars to ws-cb-store-dollars
               add ws-var-units to ws-chain-units
               add ws-var-dollars to ws-chain-dollars
           end-if.
       220-dept-break.
           move ws-cb-dept to ws-db-dept.
           move ws-cb-dept-units to ws-db-units.
           move ws-cb-dept-dollars to ws-db-dollars.
           write report-line from ws-dept-break-line.
           move 0 to ws-cb-dept-units.
           move 0 to ws-cb-dept-dollars.
       230-store-break.
           move ws-cb-store to ws-sb-store.
           move ws-cb-store-units to ws-sb-units.
           move ws-cb-store-dollars to ws-sb-dollars.
           write report-line from ws-store-break-line.
           move spaces to report-line.
           write report-line.
           move 0 to ws-cb-store-units.
           move 0 to ws-cb-store-dollars.
      ******************************************************************
      * Approved variances out to Program22 and into the shrink
      * ledger under today's posting date, then the ledger is written
      * back whole. The posting file is rewritten even when nothing
      * is approved, so yesterday's postings cannot post again
      ******************************************************************
       300-post-shrink.
           open output shrink-posting-file.
           perform 310-post-one-variance
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           close shrink-posting-file.
           if ws-lg-dropped > 0
               display "Program29: shrink ledger table full - "
                   ws-lg-dropped " entr(ies) not carried; trim "
                   "shrinkLedger.dat"
           end-if.
           open output shrink-ledger-file.
           perform 320-write-ledger-record
               varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count.
           close shrink-ledger-file.
       310-post-one-variance.
           compute ws-var-units =
               ws-ct-counted(ws-ct-idx) - ws-ct-book(ws-ct-idx).
           if ws-var-units not equal 0
           and ws-ct-approved(ws-ct-idx) equal "Y"
               compute ws-var-dollars =
                   ws-var-units * ws-ct-price(ws-ct-idx)
               move ws-ct-store(ws-ct-idx) to sp-store-number
               move ws-ct-sku(ws-ct-idx) to sp-sku-code
               move ws-nl-date to sp-post-date
               move ws-var-units to sp-delta
               write shrink-posting-line
               add 1 to ws-posted-count
               add ws-var-units to ws-posted-units
               add ws-var-dollars to ws-posted-dollars
               if ws-lg-count < 9000
                   add 1 to ws-lg-count
                   move ws-ct-store(ws-ct-idx)
                       to ws-lg-store(ws-lg-count)
                   move ws-ct-dept(ws-ct-idx) to ws-lg-dept(ws-lg-count)
                   move ws-ct-sku(ws-ct-idx) to ws-lg-sku(ws-lg-count)
                   move ws-nl-date to ws-lg-date(ws-lg-count)
                   move ws-var-units to ws-lg-units(ws-lg-count)
                   move ws-var-dollars to ws-lg-dollars(ws-lg-count)
               else
                   add 1 to ws-lg-dropped
               end-if
           end-if.
       320-write-ledger-record.
           move ws-lg-store(ws-lg-idx) to sl-store-number.
           move ws-lg-dept(ws-lg-idx) to sl-dept-code.
           move ws-lg-sku(ws-lg-idx) to sl-sku-code.
           move ws-lg-date(ws-lg-idx) to sl-post-date.
           move ws-lg-units(ws-lg-idx) to sl-units.
           move ws-lg-dollars(ws-lg-idx) to sl-dollars.
           write shrink-ledger-line.
      ******************************************************************
      * The standing period report - every ledger posting in the
      * selected month rolled up by store and department, sorted,
      * with a subtotal at each change of store
      ******************************************************************
       500-print-period-shrink.
           perform 510-roll-up-period
               varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-lg-count.
           if ws-pd-dropped > 0
               display "Program29: period table full - " ws-pd-dropped
                   " posting(s) not on the period report"
           end-if.
           perform 520-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-pd-count.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-2.
           write report-line from ws-star-line.
           move 0 to ws-chain-units.
           move 0 to ws-chain-dollars.
           move 0 to ws-cb-store-units.
           move 0 to ws-cb-store-dollars.
           move "Y" to ws-cb-first.
           perform 530-print-period-entry
               varying ws-pd-idx from 1 by 1
               until ws-pd-idx > ws-pd-count.
           if ws-cb-first equal "N"
               perform 230-store-break
           end-if.
       510-roll-up-period.
           if ws-lg-date(ws-lg-idx)(1:4) equal ws-shrink-period
               move "N" to ws-pd-found
               perform varying ws-pd-idx from 1 by 1
                   until ws-pd-idx > ws-pd-count
                   if ws-lg-store(ws-lg-idx) equal
                       ws-pd-store(ws-pd-idx)
                   and ws-lg-dept(ws-lg-idx) equal
                       ws-pd-dept(ws-pd-idx)
                       add ws-lg-units(ws-lg-idx)
                           to ws-pd-units(ws-pd-idx)
                       add ws-lg-dollars(ws-lg-idx)
                           to ws-pd-dollars(ws-pd-idx)
                       move "Y" to ws-pd-found
                   end-if
               end-perform
               if ws-pd-found equal "N"
                   if ws-pd-count < 2000
                       add 1 to ws-pd-count
                       move ws-lg-store(ws-lg-idx)
                           to ws-pd-store(ws-pd-count)
                       move ws-lg-dept(ws-lg-idx)
                           to ws-pd-dept(ws-pd-count)
                       move ws-lg-units(ws-lg-idx)
                           to ws-pd-units(ws-pd-count)
                       move ws-lg-dollars(ws-lg-idx)
                           to ws-pd-dollars(ws-pd-count)
                   else
                       add 1 to ws-pd-dropped
                   end-if
               end-if
           end-if.
       520-sort-pass.
           move ws-pd-entry(ws-sort-i) to ws-pd-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 521-shift-entry
               until ws-sort-done equal "Y".
           move ws-pd-temp to ws-pd-entry(ws-sort-j).
       521-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-pd-key(ws-sort-j - 1) > ws-pdt-key
                   move ws-pd-entry(ws-sort-j - 1)
                       to ws-pd-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
       530-print-period-entry.
           if ws-cb-first equal "Y"
               move "N" to ws-cb-first
               move ws-pd-store(ws-pd-idx) to ws-cb-store
           else
               if ws-pd-store(ws-pd-idx) not equal ws-cb-store
                   perform 230-store-break
                   move ws-pd-store(ws-pd-idx) to ws-cb-store
               end-if
           end-if.
           move ws-pd-store(ws-pd-idx) to ws-pl-store.
           move ws-pd-dept(ws-pd-idx) to ws-pl-dept.
           move ws-pd-units(ws-pd-idx) to ws-pl-units.
           move ws-pd-dollars(ws-pd-idx) to ws-pl-dollars.
           write report-line from ws-period-line.
           add ws-pd-units(ws-pd-idx) to ws-cb-store-units.
           add ws-pd-dollars(ws-pd-idx) to ws-cb-store-dollars.
           add ws-pd-units(ws-pd-idx) to ws-chain-units.
           add ws-pd-dollars(ws-pd-idx) to ws-chain-dollars.
      ******************************************************************
      * Run totals
      ******************************************************************
       600-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-count-read-count to ws-t1-count.
           write report-line from ws-total-1.
           move ws-variance-count to ws-t2-count.
           write report-line from ws-total-2.
           move ws-posted-count to ws-t3-count.
           write report-line from ws-total-3.
           move ws-unapproved-count to ws-t4-count.
           write report-line from ws-total-4.
           move ws-ct-rejected to ws-t5-count.
           write report-line from ws-total-5.
           move ws-ct-stale to ws-t8-count.
           write report-line from ws-total-8.
           move ws-posted-units to ws-t6-units.
           move ws-posted-dollars to ws-t6-dollars.
           write report-line from ws-total-6.
           move ws-chain-units to ws-t7-units.
           move ws-chain-dollars to ws-t7-dollars.
           write report-line from ws-total-7.
      ******************************************************************
      * End of Group 4 - Program #29
      ******************************************************************
       end program Program29.
