      * and the month's chain sales total from the trend file. Once
      * a month is marked closed, Program1 rejects transaction dates
      * inside it and Program7 refuses to post nettings into it.
      * The transaction's user must be an active operator on
      * operatorMaster.dat holding function PERD, and both close and
      * reopen are under dual control: the first is held on
      * periodPending.dat and only goes through when a second,
      * different operator keys the same period and action on a
      * later transaction. Rejections, holds and approvals are all
      * logged. Once finance's fiscal calendar (fiscalCalendar.dat,
      * built by Program44) is on file the periods closed here are
      * fiscal periods - YYPP, fiscal year and period - rather than
      * calendar months: a period must be on the calendar to be
      * closed, and the close snapshot sums the tax and sales figures
      * dated inside that fiscal period.
      ******************************************************************
       identification division.
       program-id. Program28.
           select report-file
               assign to ws-report-path
               organization is line sequential.

           select operator-master-file
               assign to ws-operator-path
               organization is line sequential
               file status is ws-operator-status.

           select pending-file
               assign to ws-pending-path
               organization is line sequential
               file status is ws-pending-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.
      ******************************************************************
      *
      ******************************************************************
      *
       fd change-log-file
           data record is change-log-line
           record contains 76 characters.
      *
       01 change-log-line                   pic x(76).
      *
       fd mtd-file
           data record is mtd-line
      *
       fd store-master-file
           data record is store-master-line
           record contains 37 characters.
      *
       01 store-master-line.
           05 sm-store-number                   pic 99.
           05 sm-store-name                     pic x(20).
           05 sm-store-status                   pic x.
           05 sm-open-time                      pic 9(4).
           05 sm-close-time                     pic 9(4).
           05 sm-district-code                  pic x(3).
           05 sm-region-code                    pic x(3).
      *
       fd trend-file
           data record is trend-line
           record contains 95 characters.
      *
       01 report-line                       pic x(95).
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
      * Closes and reopens held for a second operator's approval -
      * the period, the action, who asked for it and when
       fd pending-file
           data record is pending-line
           record contains 19 characters.
      *
       01 pending-line.
           05 pp-period                         pic 9(4).
           05 pp-action                         pic x.
           05 pp-user-id                        pic x(8).
           05 pp-held-date                      pic 9(6).
      *
      * Program44's fiscal calendar - one line per day with its
      * fiscal year, period, quarter, week of the year and day of the
      * fiscal week
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
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
       01 ws-store-master-path          pic x(80).
       01 ws-trend-path                 pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       01 ws-pending-path               pic x(80).
       01 ws-fiscal-calendar-path       pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-period-status              pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-mtd-status                 pic xx.
       77 ws-trend-status               pic xx.
       77 ws-operator-status            pic xx.
       77 ws-pending-status             pic xx.
       77 ws-fiscal-calendar-status     pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
               value "n".
           05 ws-period-found            pic x
               value "N".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-pending-eof-flag        pic x
               value "n".
           05 ws-user-authorized         pic x
               value "N".
           05 ws-dual-release            pic x
               value "N".
           05 ws-fiscal-eof-flag         pic x
               value "n".
           05 ws-fiscal-on-file          pic x
               value "N".
           05 ws-date-in-period          pic x
               value "N".
      ******************************************************************
      * The whole period-control file, held while the transactions
      * are applied, then written back out compact
       77 ws-match-idx                  pic 999
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
           value "PERD".
      ******************************************************************
      * Closes and reopens awaiting a second operator - loaded whole
      * at startup and written back out with the approved ones
      * dropped
      ******************************************************************
       01 ws-pending-tbl.
           05 ws-pending-entry occurs 100 times.
               10 ws-pn-tbl-period           pic 9(4).
               10 ws-pn-tbl-action           pic x.
               10 ws-pn-tbl-user             pic x(8).
               10 ws-pn-tbl-date             pic 9(6).
               10 ws-pn-tbl-live             pic x.
       77 ws-pending-count              pic 999
           value 0.
       77 ws-pending-idx                pic 999
           value 0.
       77 ws-pending-match              pic 999
           value 0.
      ******************************************************************
      * Per-store closing figures for the close report, keyed off
      * the store master
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       01 ws-store-name-tbl-area.
           05 ws-store-name-tbl occurs 99 times pic x(20).
       77 ws-store-coll-tbl occurs 99 times     pic 9(9)v99.
       77 ws-store-ref-tbl occurs 99 times      pic 9(9)v99.
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-month-sales-total          pic 9(10)v99
           value 0.
      ******************************************************************
      * The days of the fiscal period on the transaction, off the
      * fiscal calendar - a 4-5-4 period runs at most six weeks
      ******************************************************************
       77 ws-fp-date-tbl occurs 42 times    pic 9(6).
       77 ws-fp-date-count              pic 99
           value 0.
       77 ws-fp-date-idx                pic 99
           value 0.
       77 ws-check-date                 pic 9(6)
           value 0.
       77 ws-net-work                   pic s9(9)v99
           value 0.
      ******************************************************************
      * Change-log record - date, time, user, action, period, and
      * the disposition: A applied, P held for a second operator, V
      * applied on a second operator's approval (requested-by is the
      * first), R rejected - the message is the report line's reason
      ******************************************************************
       01 ws-change-log-line.
           05 ws-cl-date                    pic 9(6).
           05 ws-cl-user                    pic x(8).
           05 ws-cl-action                  pic x.
           05 ws-cl-period                  pic 9(4).
           05 ws-cl-disposition             pic x.
           05 ws-cl-requested-by            pic x(8).
           05 ws-cl-message                 pic x(40).
      ******************************************************************
      *
      ******************************************************************
           value 0.
       77 ws-trans-rejected-count       pic 999
           value 0.
       77 ws-trans-held-count           pic 999
           value 0.
       77 ws-reject-text-1-cnst         pic x(40)
           value "*Rejected - Period Not Valid YYMM*      ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Period Not Closed*          ".
       77 ws-reject-text-5-cnst         pic x(40)
           value "*Rejected - Period Table Full*          ".
       77 ws-reject-text-6-cnst         pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-reject-text-7-cnst         pic x(40)
           value "*Rejected - Approver Same As Requester* ".
       77 ws-reject-text-8-cnst         pic x(40)
           value "*Rejected - Pending Table Full*         ".
       77 ws-reject-text-9-cnst         pic x(40)
           value "*Rejected - Not On Fiscal Calendar*     ".
       77 ws-held-text-cnst             pic x(40)
           value "Held - Awaiting Second Approval         ".
       77 ws-approved-text-cnst         pic x(24)
           value "Approved - Requested By ".
       77 ws-applied-text-cnst          pic x(40)
           value "Applied                                 ".
      ******************************************************************
           05 ws-ct-date                 pic 9(6).
           05 filler                     pic x(45)
               value spaces.
       01 ws-close-range-line.
           05 filler                     pic x(26)
               value "Fiscal Period Runs        ".
           05 ws-cr-first                pic 9(6).
           05 filler                     pic x(10)
               value " Through  ".
           05 ws-cr-last                 pic 9(6).
           05 filler                     pic x(47)
               value spaces.
       01 ws-close-store-line.
           05 ws-cs-store                pic z9.
           05 filler                     pic x
               value spaces.
       01 ws-close-sales-line.
           05 filler                     pic x(30)
               value "Chain Sales Total For Period: ".
           05 ws-csl-amount              pic $$,$$$,$$$,$$9.99.
           05 filler                     pic x(48)
               value spaces.
               value spaces.
           05 ws-tot-trans-rejected      pic zz9
               value 0.
       01 ws-total-4.
           05 filler                     pic x(26)
               value "Transactions Held Pending:".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-held          pic zz9
               value 0.
      ******************************************************************
      *
      ******************************************************************
           perform 002-set-business-date.
           perform 040-load-store-master.
           perform 050-load-period-file.
           perform 060-load-operator-master.
           perform 070-load-pending-file.
           perform 080-check-fiscal-calendar.
           open output report-file.
           open extend change-log-file.
           if ws-change-log-status not equal "00"
               close trans-file
           end-if.
           perform 600-rewrite-period-file.
           perform 650-rewrite-pending-file.
           perform 500-print-totals.
           close report-file,
                 change-log-file.
           string ws-program28-dir delimited by space
               "/periodClose.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
           string ws-program28-dir delimited by space
               "/periodPending.dat" delimited by size
               into ws-pending-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD)
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       041-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-name to ws-store-name-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           read period-file
               at end move "y" to ws-period-eof-flag.
      ******************************************************************
      * Loads the operator master - with no file on hand nobody is
      * authorized, and every transaction is rejected and logged
      ******************************************************************
       060-load-operator-master.
           open input operator-master-file.
           if ws-operator-status equal "00"
               read operator-master-file
                   at end move "y" to ws-operator-eof-flag
               end-read
               perform 061-operator-master-loop
                   until ws-operator-eof-flag = 'y'
               close operator-master-file
           end-if.
       061-operator-master-loop.
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
      * Loads the closes and reopens held for a second operator -
      * none on file is an empty table, not an error
      ******************************************************************
       070-load-pending-file.
           open input pending-file.
           if ws-pending-status equal "00"
               read pending-file
                   at end move "y" to ws-pending-eof-flag
               end-read
               perform 071-pending-load-loop
                   until ws-pending-eof-flag = 'y'
               close pending-file
           end-if.
       071-pending-load-loop.
           if ws-pending-count < 100
               add 1 to ws-pending-count
               move pp-period to ws-pn-tbl-period(ws-pending-count)
               move pp-action to ws-pn-tbl-action(ws-pending-count)
               move pp-user-id to ws-pn-tbl-user(ws-pending-count)
               move pp-held-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
           end-if.
           read pending-file
               at end move "y" to ws-pending-eof-flag.
      ******************************************************************
      * Whether the fiscal calendar is on file - with it, every
      * period handled here is a fiscal period
      ******************************************************************
       080-check-fiscal-calendar.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               move "Y" to ws-fiscal-on-file
               close fiscal-calendar-file
           end-if.
      ******************************************************************
      * One close/reopen transaction - validated, applied to the
      * table, logged; a close also writes the period-end snapshot.
      * The user must hold PERD, and either action is held for a
      * second operator before it is applied
      ******************************************************************
       300-apply-transaction.
           add 1 to ws-trans-read-count.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move pd-period to ws-det-period.
           move pd-action to ws-det-action.
           move pd-user-id to ws-det-user.
           perform 305-check-authority.
           perform 315-load-fiscal-period.
           if ws-user-authorized equal "N"
               move ws-reject-text-6-cnst to ws-det-message
               perform 390-write-reject
           else
               if pd-period is not numeric
               or pd-period(3:2) < "01"
               or pd-period(3:2) > "12"
                   move ws-reject-text-1-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if not pd-valid-action
                       move ws-reject-text-2-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       if ws-fiscal-on-file equal "Y"
                       and ws-fp-date-count equal 0
                           move ws-reject-text-9-cnst to ws-det-message
                           perform 390-write-reject
                       else
                           perform 310-find-period
                           if pd-action-close
                               perform 320-apply-close
                           else
                               perform 330-apply-reopen
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * period-close function code, PERD
      ******************************************************************
       305-check-authority.
           move "N" to ws-user-authorized.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if pd-user-id equal ws-op-tbl-user(ws-operator-idx)
               and pd-user-id not equal spaces
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
       310-find-period.
           move "N" to ws-period-found.
           move 0 to ws-match-idx.
               end-if
           end-perform.
      ******************************************************************
      * The days of the transaction's fiscal period, off the fiscal
      * calendar - none found means the period is not on it
      ******************************************************************
       315-load-fiscal-period.
           move 0 to ws-fp-date-count.
           if ws-fiscal-on-file equal "Y"
           and pd-period is numeric
               move "n" to ws-fiscal-eof-flag
               open input fiscal-calendar-file
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 316-fiscal-period-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
       316-fiscal-period-loop.
           if fc-fiscal-period equal pd-period
           and ws-fp-date-count < 42
               add 1 to ws-fp-date-count
               move fc-date to ws-fp-date-tbl(ws-fp-date-count)
           end-if.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * Close - the period must not already be closed; the close is
      * stamped with date and user and the snapshot report written
      * at closing time, once a second operator has approved it
      ******************************************************************
       320-apply-close.
           if ws-period-found equal "Y"
               perform 390-write-reject
           else
               if ws-period-found equal "N"
               and ws-period-count >= 200
                   move ws-reject-text-5-cnst to ws-det-message
                   perform 390-write-reject
               else
                   perform 370-check-dual-control
                   if ws-dual-release equal "Y"
                       if ws-period-found equal "N"
                           add 1 to ws-period-count
                           move ws-period-count to ws-match-idx
                           move pd-period
                               to ws-pc-period-tbl(ws-match-idx)
                       end-if
                       perform 325-stamp-close
                   end-if
               end-if
           end-if.
       325-stamp-close.
           perform 400-write-close-report.
      ******************************************************************
      * Reopen - the period must be on file and closed; finance
      * backing a close out is itself a logged decision, and takes a
      * second operator's approval like the close did
      ******************************************************************
       330-apply-reopen.
           if ws-period-found equal "N"
               move ws-reject-text-4-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 370-check-dual-control
               if ws-dual-release equal "Y"
                   move "O" to ws-pc-status-tbl(ws-match-idx)
                   move ws-nl-date to ws-pc-date-tbl(ws-match-idx)
                   move pd-user-id to ws-pc-user-tbl(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * Dual control - the first authorized close or reopen of a
      * period is held on the pending table; the same period and
      * action from a second, different operator releases it
      * (ws-dual-release) and the held entry is dropped; the
      * requester keying it again is rejected
      ******************************************************************
       370-check-dual-control.
           move "N" to ws-dual-release.
           move 0 to ws-pending-match.
           perform varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count
               if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               and ws-pn-tbl-period(ws-pending-idx) equal pd-period
               and ws-pn-tbl-action(ws-pending-idx) equal pd-action
                   move ws-pending-idx to ws-pending-match
               end-if
           end-perform.
           if ws-pending-match equal 0
               perform 375-hold-pending
           else
               if ws-pn-tbl-user(ws-pending-match) equal pd-user-id
                   move ws-reject-text-7-cnst to ws-det-message
                   perform 390-write-reject
               else
                   move "V" to ws-cl-disposition
                   move ws-pn-tbl-user(ws-pending-match)
                       to ws-cl-requested-by
                   move "N" to ws-pn-tbl-live(ws-pending-match)
                   move "Y" to ws-dual-release
               end-if
           end-if.
       375-hold-pending.
           if ws-pending-count >= 100
               move ws-reject-text-8-cnst to ws-det-message
               perform 390-write-reject
           else
               add 1 to ws-pending-count
               move pd-period to ws-pn-tbl-period(ws-pending-count)
               move pd-action to ws-pn-tbl-action(ws-pending-count)
               move pd-user-id to ws-pn-tbl-user(ws-pending-count)
               move ws-nl-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
               add 1 to ws-trans-held-count
               move "P" to ws-cl-disposition
               move ws-held-text-cnst to ws-det-message
               perform 385-write-log-line
           end-if.
       380-write-applied.
           add 1 to ws-trans-applied-count.
           if ws-cl-disposition equal "V"
               move spaces to ws-det-message
               string ws-approved-text-cnst delimited by size
                   ws-cl-requested-by delimited by space
                   into ws-det-message
           else
               move ws-applied-text-cnst to ws-det-message
           end-if.
           perform 385-write-log-line.
      ******************************************************************
      * Report line and change-log record for whatever the caller has
      * set in ws-det-message and ws-cl-disposition
      ******************************************************************
       385-write-log-line.
           move ws-detail-line to report-line.
           write report-line.
           move ws-nl-date to ws-cl-date.
           move pd-user-id to ws-cl-user.
           move pd-action to ws-cl-action.
           move pd-period to ws-cl-period.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * A rejected transaction gets a report line and a change-log
      * record with the reason - the period file is never touched
      ******************************************************************
       390-write-reject.
           add 1 to ws-trans-rejected-count.
           move "R" to ws-cl-disposition.
           perform 385-write-log-line.
      ******************************************************************
      * The period-end snapshot at closing time - the month's final
      * per-store tax figures off the month-to-date netting file and
           move ws-nl-date to ws-ct-date.
           write report-line from ws-star-line.
           write report-line from ws-close-title.
           if ws-fiscal-on-file equal "Y"
               move ws-fp-date-tbl(1) to ws-cr-first
               move ws-fp-date-tbl(ws-fp-date-count) to ws-cr-last
               write report-line from ws-close-range-line
           end-if.
           write report-line from ws-star-line.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               close mtd-file
           end-if.
       420-mtd-sum-loop.
           move md-date to ws-check-date.
           perform 450-check-date-in-period.
           if ws-date-in-period equal "Y"
               perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
                   if md-store-number equal
               close trend-file
           end-if.
       440-trend-sum-loop.
           move tr-date to ws-check-date.
           perform 450-check-date-in-period.
           if ws-date-in-period equal "Y"
               add tr-grand-total to ws-month-sales-total
           end-if.
           read trend-file
               at end move "y" to ws-trend-eof-flag.
      ******************************************************************
      * Whether ws-check-date falls in the period being closed - its
      * month on calendar months, its days on the fiscal calendar
      ******************************************************************
       450-check-date-in-period.
           move "N" to ws-date-in-period.
           if ws-fiscal-on-file equal "Y"
               perform varying ws-fp-date-idx from 1 by 1
                   until ws-fp-date-idx > ws-fp-date-count
                   if ws-check-date equal
                       ws-fp-date-tbl(ws-fp-date-idx)
                       move "Y" to ws-date-in-period
                   end-if
               end-perform
           else
               if ws-check-date(1:4) equal pd-period
                   move "Y" to ws-date-in-period
               end-if
           end-if.
      ******************************************************************
      * Writes the period-control file back compact
      ******************************************************************
       600-rewrite-period-file.
           move ws-pc-user-tbl(ws-period-idx) to pc-user-id.
           write period-line.
      ******************************************************************
      * Writes the closes and reopens still awaiting a second operator
      * back over periodPending.dat - approved entries are dropped
      ******************************************************************
       650-rewrite-pending-file.
           open output pending-file.
           perform 660-write-pending-record
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count.
           close pending-file.
       660-write-pending-record.
           if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               move ws-pn-tbl-period(ws-pending-idx) to pp-period
               move ws-pn-tbl-action(ws-pending-idx) to pp-action
               move ws-pn-tbl-user(ws-pending-idx) to pp-user-id
               move ws-pn-tbl-date(ws-pending-idx) to pp-held-date
               write pending-line
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           move ws-trans-rejected-count to ws-tot-trans-rejected.
           move ws-total-3 to report-line.
           write report-line.
           move ws-trans-held-count to ws-tot-trans-held.
           move ws-total-4 to report-line.
           write report-line.
      ******************************************************************
      * End of Group 4 - Program #28
      ******************************************************************
