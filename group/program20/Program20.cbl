      * settlement cell within a configurable tolerance, and
      * reports unmatched deposits, short and over deposits, and
      * store-days with cash taken but no deposit recorded at all.
      * Settlement adjustments - a lost card chargeback the
      * processor kept out of the deposit - are applied to their
      * settlement cell before matching, so a debit that has been
      * explained no longer reports as a short deposit. Program45's
      * store-day till totals are printed under every cash exception
      * - what the tills counted, how far over or short they were,
      * and how much of the counted cash never reached the bank - so
      * a short deposit can be traced to the drawer it came from.
      ******************************************************************
       identification division.
       program-id. Program20.

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the PROGRAM20_DATA_DIR /
      * PROJECT2_DATA_DIR / PROGRAM36_DATA_DIR / PROGRAM45_DATA_DIR
      * environment variables (falling back to the current relative
      * layout when they are not set) instead of literal paths, so
      * this program can be pointed at a different data drop without
      * relinking
            select settlement-file
               assign to ws-settlement-path
               organization is line sequential
               organization is line sequential
               file status is ws-deposit-status.

           select adjustment-file
               assign to ws-adjustment-path
               organization is line sequential
               file status is ws-adjustment-status.

           select till-variance-file
               assign to ws-till-variance-path
               organization is line sequential
               file status is ws-till-variance-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
           05 bd-deposit-date                   pic 9(6).
           05 bd-payment-type                   pic xx.
           05 bd-amount                         pic 9(8)v99.
      *
      * Settlement adjustments - one record per explained debit or
      * credit against a store/date/payment-type cell, signed the way
      * the cell is (a negative amount takes the expected deposit
      * down), with the source and its reference
       fd adjustment-file
           data record is adjustment-line
           record contains 32 characters.
      *
       01 adjustment-line.
           05 sa-store-number                   pic 99.
           05 sa-date                           pic 9(6).
           05 sa-payment-type                   pic xx.
           05 sa-amount                         pic s9(8)v99.
           05 sa-source                         pic xx.
           05 sa-reference                      pic x(10).
      *
      * Program45's store-day till totals - cash expected and counted
      * net of the floats, the tills' over/short and the cash taken
      * with no count behind it
       fd till-variance-file
           data record is till-variance-line
           record contains 51 characters.
      *
       01 till-variance-line.
           05 tv-store-number                   pic 99.
           05 tv-date                           pic 9(6).
           05 tv-till-count                     pic 999.
           05 tv-expected                       pic s9(8)v99.
           05 tv-counted                        pic s9(8)v99.
           05 tv-over-short                     pic s9(8)v99.
           05 tv-uncounted                      pic s9(8)v99.
      *
       fd report-file
           data record is report-line
           value "../../../data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-program36-dir              pic x(60)
           value "../../../../program36/data".
       77 ws-program45-dir              pic x(60)
           value "../../../../program45/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
           value spaces.
       01 ws-settlement-path            pic x(80).
       01 ws-deposit-path               pic x(80).
       01 ws-adjustment-path            pic x(80).
       01 ws-till-variance-path         pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-settlement-status          pic xx.
       77 ws-deposit-status             pic xx.
       77 ws-adjustment-status          pic xx.
       77 ws-till-variance-status       pic xx.
       01 ws-flags.
           05 ws-settlement-eof-flag     pic x
               value "n".
           05 ws-deposit-eof-flag        pic x
               value "n".
           05 ws-adjustment-eof-flag     pic x
               value "n".
           05 ws-till-variance-eof-flag  pic x
               value "n".
           05 ws-match-found             pic x
               value "N".
      ******************************************************************
       77 ws-diff-work                  pic s9(9)v99
           value 0.
      ******************************************************************
      * Program45's till totals by store-day, and the cell a cash
      * exception is being traced for
      ******************************************************************
       77 ws-tv-store-tbl occurs 600 times      pic 99.
       77 ws-tv-date-tbl occurs 600 times       pic 9(6).
       77 ws-tv-tills-tbl occurs 600 times      pic 999.
       77 ws-tv-counted-tbl occurs 600 times    pic s9(8)v99.
       77 ws-tv-over-short-tbl occurs 600 times pic s9(8)v99.
       77 ws-till-count                 pic 999
           value 0.
       77 ws-till-idx                   pic 999
           value 0.
       77 ws-till-match                 pic 999
           value 0.
       77 ws-trace-store                pic 99
           value 0.
       77 ws-trace-date                 pic 9(6)
           value 0.
       77 ws-trace-deposited            pic 9(8)v99
           value 0.
      ******************************************************************
      * Run counters
      ******************************************************************
       77 ws-deposit-read-count         pic 9(4)
           value 0.
       77 ws-no-deposit-count           pic 9(4)
           value 0.
       77 ws-adjustment-count           pic 9(4)
           value 0.
       77 ws-adjustment-total           pic s9(9)v99
           value 0.
       77 ws-traced-count               pic 9(4)
           value 0.
      ******************************************************************
      *
      ******************************************************************
               value spaces.
           05 ws-dl-flag                 pic x(26)
               value spaces.
       01 ws-adjustment-detail-line.
           05 filler                     pic x(6)
               value "Store ".
           05 ws-al-store                pic z9.
           05 filler                     pic x(7)
               value "  Day  ".
           05 ws-al-date                 pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-al-ptype                pic xx.
           05 filler                     pic x(13)
               value "  Adjusted:  ".
           05 ws-al-amount               pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(2)
               value spaces.
           05 ws-al-source               pic xx.
           05 filler                     pic x(2)
               value spaces.
           05 ws-al-reference            pic x(10).
           05 filler                     pic x(30)
               value spaces.
       01 ws-till-trace-line.
           05 filler                     pic x(4)
               value spaces.
           05 filler                     pic x(7)
               value "Tills: ".
           05 ws-tt-tills                pic zz9.
           05 filler                     pic x(11)
               value "  Counted: ".
           05 ws-tt-counted              pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(12)
               value "  Till O/S: ".
           05 ws-tt-over-short           pic $$$,$$9.99cr.
           05 filler                     pic x(16)
               value "  Not Deposited:".
           05 ws-tt-not-deposited        pic $$$,$$9.99cr.
           05 filler                     pic x(7)
               value spaces.
       77 ws-no-till-cnst               pic x(60)
           value "    *No till counts on file for this store-day*".
       77 ws-flag-short-cnst            pic x(26)
           value "*SHORT DEPOSIT*           ".
       77 ws-flag-over-cnst             pic x(26)
           05 ws-t6-count                pic zzz9.
           05 filler                     pic x(66)
               value spaces.
       01 ws-total-7.
           05 filler                     pic x(30)
               value "Settlement Adjustments:       ".
           05 ws-t7-count                pic zzz9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-t7-amount               pic $$$,$$$,$$9.99cr.
           05 filler                     pic x(48)
               value spaces.
       01 ws-total-8.
           05 filler                     pic x(30)
               value "Till Store-Days On File:      ".
           05 ws-t8-count                pic zzz9.
           05 filler                     pic x(66)
               value spaces.
       01 ws-total-9.
           05 filler                     pic x(30)
               value "Cash Exceptions Traced:       ".
           05 ws-t9-count                pic zzz9.
           05 filler                     pic x(66)
               value spaces.
      ******************************************************************
      *
      ******************************************************************
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 050-load-settlement.
           perform 070-load-till-variance.
           open output report-file.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           perform 060-apply-adjustments.
           perform 100-match-deposits.
           perform 300-scan-undeposited-cash
               varying ws-settle-idx from 1 by 1
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-project2-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM36_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program36-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM45_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program45-dir
           end-if.
           string ws-project2-dir delimited by space
               "/settlement.dat" delimited by size
               into ws-settlement-path.
           string ws-program20-dir delimited by space
               "/bankDeposits.dat" delimited by size
               into ws-deposit-path.
           string ws-program36-dir delimited by space
               "/chargebackAdj.dat" delimited by size
               into ws-adjustment-path.
           string ws-program45-dir delimited by space
               "/tillVariance.dat" delimited by size
               into ws-till-variance-path.
           string ws-program20-dir delimited by space
               "/depositRecon.out" delimited by size
               into ws-report-path.
           read settlement-file
               at end move "y" to ws-settlement-eof-flag.
      ******************************************************************
      * Applies the settlement adjustments to their cells before any
      * deposit is matched - each is listed, and one with no cell
      * yet opens the cell, the same way a void with no cell opens
      * one negative in the extract. No adjustment file is simply
      * nothing to explain
      ******************************************************************
       060-apply-adjustments.
           open input adjustment-file.
           if ws-adjustment-status equal "00"
               read adjustment-file
                   at end move "y" to ws-adjustment-eof-flag
               end-read
               perform 061-one-adjustment
                   until ws-adjustment-eof-flag = 'y'
               close adjustment-file
           end-if.
       061-one-adjustment.
           add 1 to ws-adjustment-count.
           add sa-amount to ws-adjustment-total.
           move 0 to ws-match-idx.
           perform varying ws-settle-idx from 1 by 1
               until ws-settle-idx > ws-settle-count
               if sa-store-number equal
                   ws-se-store-tbl(ws-settle-idx)
               and sa-date equal ws-se-date-tbl(ws-settle-idx)
               and sa-payment-type equal
                   ws-se-ptype-tbl(ws-settle-idx)
                   move ws-settle-idx to ws-match-idx
               end-if
           end-perform.
           if ws-match-idx equal 0
           and ws-settle-count < 600
               add 1 to ws-settle-count
               move ws-settle-count to ws-match-idx
               move sa-store-number to ws-se-store-tbl(ws-match-idx)
               move sa-date to ws-se-date-tbl(ws-match-idx)
               move sa-payment-type to ws-se-ptype-tbl(ws-match-idx)
               move 0 to ws-se-amount-tbl(ws-match-idx)
               move "N" to ws-se-matched-tbl(ws-match-idx)
           end-if.
           if ws-match-idx > 0
               add sa-amount to ws-se-amount-tbl(ws-match-idx)
           end-if.
           move sa-store-number to ws-al-store.
           move sa-date to ws-al-date.
           move sa-payment-type to ws-al-ptype.
           move sa-amount to ws-al-amount.
           move sa-source to ws-al-source.
           move sa-reference to ws-al-reference.
           write report-line from ws-adjustment-detail-line.
           read adjustment-file
               at end move "y" to ws-adjustment-eof-flag.
      ******************************************************************
      * Loads Program45's store-day till totals - no till file means
      * the tills were not counted, and the cash exceptions say so
      ******************************************************************
       070-load-till-variance.
           open input till-variance-file.
           if ws-till-variance-status equal "00"
               read till-variance-file
                   at end move "y" to ws-till-variance-eof-flag
               end-read
               perform 071-till-variance-loop
                   until ws-till-variance-eof-flag = 'y'
               close till-variance-file
           end-if.
       071-till-variance-loop.
           if ws-till-count < 600
           and tv-store-number is numeric
           and tv-date is numeric
               add 1 to ws-till-count
               move tv-store-number to ws-tv-store-tbl(ws-till-count)
               move tv-date to ws-tv-date-tbl(ws-till-count)
               move tv-till-count to ws-tv-tills-tbl(ws-till-count)
               move tv-counted to ws-tv-counted-tbl(ws-till-count)
               move tv-over-short
                   to ws-tv-over-short-tbl(ws-till-count)
           end-if.
           read till-variance-file
               at end move "y" to ws-till-variance-eof-flag.
      ******************************************************************
      * One pass over the bank file - each deposit finds its
      * settlement cell and is judged against the tolerance; no
      * deposit file at all is reported by the totals alone
           end-if.
       110-one-deposit.
           add 1 to ws-deposit-read-count.
           move spaces to ws-dl-flag.
           move "N" to ws-match-found.
           move 0 to ws-match-idx.
           perform varying ws-settle-idx from 1 by 1
                   end-if
               end-if
           end-if.
           if ws-dl-flag not equal spaces
           and bd-payment-type equal "CA"
               move bd-store-number to ws-trace-store
               move bd-deposit-date to ws-trace-date
               move bd-amount to ws-trace-deposited
               perform 120-trace-till
           end-if.
           read deposit-file
               at end move "y" to ws-deposit-eof-flag.
      ******************************************************************
      * Prints the store-day's till totals under a cash exception -
      * the counted cash less what was deposited is money that left
      * the drawers and never reached the bank
      ******************************************************************
       120-trace-till.
           add 1 to ws-traced-count.
           move 0 to ws-till-match.
           perform varying ws-till-idx from 1 by 1
               until ws-till-idx > ws-till-count
               if ws-trace-store equal ws-tv-store-tbl(ws-till-idx)
               and ws-trace-date equal ws-tv-date-tbl(ws-till-idx)
                   move ws-till-idx to ws-till-match
               end-if
           end-perform.
           if ws-till-match equal 0
               move ws-no-till-cnst to report-line
               write report-line
           else
               move ws-tv-tills-tbl(ws-till-match) to ws-tt-tills
               move ws-tv-counted-tbl(ws-till-match) to ws-tt-counted
               move ws-tv-over-short-tbl(ws-till-match)
                   to ws-tt-over-short
               compute ws-diff-work =
                   ws-tv-counted-tbl(ws-till-match)
                   - ws-trace-deposited
               move ws-diff-work to ws-tt-not-deposited
               write report-line from ws-till-trace-line
           end-if.
      ******************************************************************
      * The other direction - a store-day that took cash the bank
      * never saw a deposit for is the shortage that used to surface
      * weeks late
               move ws-flag-nodep-cnst to ws-dl-flag
               add 1 to ws-no-deposit-count
               write report-line from ws-detail-line
               move ws-se-store-tbl(ws-settle-idx) to ws-trace-store
               move ws-se-date-tbl(ws-settle-idx) to ws-trace-date
               move 0 to ws-trace-deposited
               perform 120-trace-till
           end-if.
      ******************************************************************
      * Run totals
           write report-line from ws-total-5.
           move ws-no-deposit-count to ws-t6-count.
           write report-line from ws-total-6.
           move ws-adjustment-count to ws-t7-count.
           move ws-adjustment-total to ws-t7-amount.
           write report-line from ws-total-7.
           move ws-till-count to ws-t8-count.
           write report-line from ws-total-8.
           move ws-traced-count to ws-t9-count.
           write report-line from ws-total-9.
      ******************************************************************
      * End of Group 4 - Program #20
      ******************************************************************
