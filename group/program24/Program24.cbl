      * transactions on file it simply prints the in-force page.
      * Environment variables remain a fallback for parameters the
      * file does not carry.
      * The transaction's user must be an active operator on
      * operatorMaster.dat holding function PARM. A change to a
      * threshold (every parameter flagged for dual control on the
      * known list) is held on paramPending.dat until a second,
      * different operator keys the same name, value and effective
      * date on a later transaction. Rejections, holds and
      * approvals are all logged.
      ******************************************************************
       identification division.
       program-id. Program24.
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
      ******************************************************************
      *
      ******************************************************************
      *
       fd change-log-file
           data record is change-log-line
           record contains 119 characters.
      *
       01 change-log-line                   pic x(119).
      *
       fd report-file
           data record is report-line
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
      * Threshold changes held for a second operator's approval - the
      * transaction as keyed, who asked for it and when
       fd pending-file
           data record is pending-line
           record contains 56 characters.
      *
       01 pending-line.
           05 pp-param-name                     pic x(24).
           05 pp-param-value                    pic x(12).
           05 pp-effective-date                 pic 9(6).
           05 pp-user-id                        pic x(8).
           05 pp-held-date                      pic 9(6).
       working-storage section.
      ******************************************************************
      * Configurable data directory - default matches the existing
       01 ws-param-path                 pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       01 ws-pending-path               pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-param-status               pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-operator-status            pic xx.
       77 ws-pending-status             pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
               value "n".
           05 ws-name-known              pic x
               value "N".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-pending-eof-flag        pic x
               value "n".
           05 ws-user-authorized         pic x
               value "N".
           05 ws-dual-release            pic x
               value "N".
      ******************************************************************
      * The known parameters - name, which program reads it, and Y
      * where a change is a threshold under dual control; a
      * transaction naming anything else is rejected, which is the
      * wall between a typo and half a day in review
      ******************************************************************
       01 ws-known-values.
           05 filler pic x(30) value
               "LARGE_AMOUNT_THRESHOLD  PGM1 Y".
           05 filler pic x(30) value
               "ALERT_RATIO_THRESHOLD   PGM1 Y".
           05 filler pic x(30) value
               "PRICE_VARIANCE_FACTOR   PGM1 Y".
           05 filler pic x(30) value
               "RETURN_AUTH_THRESHOLD   PGM4 Y".
           05 filler pic x(30) value
               "REMIT_MONTH             PGM7 N".
           05 filler pic x(30) value
               "CASH_TXN_THRESHOLD      PGM2 Y".
           05 filler pic x(30) value
               "CASH_SHARE_DEVIATION    PGM2 Y".
           05 filler pic x(30) value
               "RETURN_RATE_THRESHOLD   PGM8 Y".
           05 filler pic x(30) value
               "PLAN_BEHIND_PCT         PGM39Y".
           05 filler pic x(30) value
               "EXEMPT_EXPIRY_DAYS      PGM43N".
           05 filler pic x(30) value
               "TILL_SHORT_LIMIT        PGM45Y".
       01 ws-known-table redefines ws-known-values.
           05 ws-known-entry occurs 11 times.
               10 ws-kn-name             pic x(24).
               10 ws-kn-program          pic x(5).
               10 ws-kn-dual             pic x.
       77 ws-known-idx                  pic 99
           value 0.
       77 ws-known-match                pic 99
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
           value "PARM".
      ******************************************************************
      * Threshold changes awaiting a second operator - loaded whole at
      * startup and written back out with the approved ones dropped
      ******************************************************************
       01 ws-pending-tbl.
           05 ws-pending-entry occurs 100 times.
               10 ws-pn-tbl-name             pic x(24).
               10 ws-pn-tbl-value            pic x(12).
               10 ws-pn-tbl-effective        pic 9(6).
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
      * The whole parameter file, loaded to find the value in force
           05 ws-cl-param-name              pic x(24).
           05 ws-cl-old-value               pic x(12).
           05 ws-cl-new-value               pic x(12).
      * A applied, P held for a second operator, V applied on a
      * second operator's approval (requested-by is the first), R
      * rejected - the message is the report line's reason
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
           value "*Rejected - Unknown Parameter Name*     ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Value Not Numeric*          ".
       77 ws-reject-text-3-cnst         pic x(40)
           value "*Rejected - Effective Date Not Valid*   ".
       77 ws-reject-text-4-cnst         pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-reject-text-5-cnst         pic x(40)
           value "*Rejected - Approver Same As Requester* ".
       77 ws-reject-text-6-cnst         pic x(40)
           value "*Rejected - Pending Table Full*         ".
       77 ws-held-text-cnst             pic x(40)
           value "Held - Awaiting Second Approval         ".
       77 ws-approved-text-cnst         pic x(24)
           value "Approved - Requested By ".
       77 ws-applied-text-cnst          pic x(40)
           value "Applied                                 ".
       77 ws-value-digits               pic 9(4)
           05 ws-if-name                 pic x(24).
           05 filler                     pic x(2)
               value spaces.
           05 ws-if-program              pic x(5).
           05 filler                     pic x(1)
               value spaces.
           05 ws-if-value                pic x(12).
           05 filler                     pic x(13)
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
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 050-load-param-file.
           perform 060-load-operator-master.
           perform 070-load-pending-file.
           open output report-file.
      * Parameter file and change log are permanent running history,
      * so they extend run over run - only a first-ever run creates
           end-if.
           close param-file,
                 change-log-file.
           perform 650-rewrite-pending-file.
           perform 450-print-inforce-page.
           perform 500-print-totals.
           close report-file.
           string ws-group-dir delimited by space
               "/runParams.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
           string ws-group-dir delimited by space
               "/paramPending.dat" delimited by size
               into ws-pending-path.
      ******************************************************************
      * The business date - the run date unless the operator names a
      * different day with RUN_DATE (YYMMDD), so the in-force page
           read param-file
               at end move "y" to ws-param-eof-flag.
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
      * Loads the threshold changes held for a second operator - none
      * on file is an empty table, not an error
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
               move pp-param-name to ws-pn-tbl-name(ws-pending-count)
               move pp-param-value to ws-pn-tbl-value(ws-pending-count)
               move pp-effective-date
                   to ws-pn-tbl-effective(ws-pending-count)
               move pp-user-id to ws-pn-tbl-user(ws-pending-count)
               move pp-held-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
           end-if.
           read pending-file
               at end move "y" to ws-pending-eof-flag.
      ******************************************************************
      * One parameter transaction - the name must be on the known
      * list, the value numeric (digits with at most one decimal
      * point), and the effective date a real date; what passes is
      * appended to the parameter file and logged with its before
      * image. The user must hold PARM, and a threshold goes through
      * dual control before it is appended
      ******************************************************************
       300-apply-transaction.
           add 1 to ws-trans-read-count.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move pt-param-name to ws-det-name.
           move pt-param-value to ws-det-value.
           move pt-effective-date to ws-det-effective.
           perform 305-check-authority.
           perform 310-check-name.
           if ws-user-authorized equal "N"
               move ws-reject-text-4-cnst to ws-det-message
               perform 390-write-reject
           else
               if ws-name-known equal "N"
                   move ws-reject-text-1-cnst to ws-det-message
                   perform 390-write-reject
               else
                   perform 320-check-value
                   if ws-value-bad equal "Y"
                       move ws-reject-text-2-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       if pt-effective-date is not numeric
                       or pt-effective-date(3:2) < "01"
                       or pt-effective-date(3:2) > "12"
                       or pt-effective-date(5:2) < "01"
                       or pt-effective-date(5:2) > "31"
                           move ws-reject-text-3-cnst to ws-det-message
                           perform 390-write-reject
                       else
                           if ws-kn-dual(ws-known-match) equal "Y"
                               perform 370-check-dual-control
                               if ws-dual-release equal "Y"
                                   perform 380-write-applied
                               end-if
                           else
                               perform 380-write-applied
                           end-if
                       end-if
                   end-if
                   end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * parameter-maintenance function code, PARM
      ******************************************************************
       305-check-authority.
           move "N" to ws-user-authorized.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if pt-user-id equal ws-op-tbl-user(ws-operator-idx)
               and pt-user-id not equal spaces
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
       310-check-name.
           move "N" to ws-name-known.
           move 0 to ws-known-match.
           perform varying ws-known-idx from 1 by 1
               until ws-known-idx > 11
               if pt-param-name equal ws-kn-name(ws-known-idx)
                   move "Y" to ws-name-known
                   move ws-known-idx to ws-known-match
               end-if
           end-perform.
      ******************************************************************
               if pt-param-value(ws-value-ix:1) is numeric
                   add 1 to ws-value-digits
               else
                   if pt-param-value(ws-value-ix:1) equal "."
                       add 100 to ws-value-digits
                   else
                       if pt-param-value(ws-value-ix:1) not equal space
                           move "Y" to ws-value-bad
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-value-digits equal 0
               move "Y" to ws-value-bad
           end-if.
      ******************************************************************
      * Dual control - the first authorized change to a threshold is
      * held on the pending table; the same name, value and effective
      * date from a second, different operator releases it
      * (ws-dual-release) and the held entry is dropped; the
      * requester keying it again is rejected
      ******************************************************************
       370-check-dual-control.
           move "N" to ws-dual-release.
           move 0 to ws-pending-match.
           perform varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count
               if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               and ws-pn-tbl-name(ws-pending-idx) equal pt-param-name
               and ws-pn-tbl-value(ws-pending-idx)
                   equal pt-param-value
               and ws-pn-tbl-effective(ws-pending-idx)
                   equal pt-effective-date
                   move ws-pending-idx to ws-pending-match
               end-if
           end-perform.
           if ws-pending-match equal 0
               perform 375-hold-pending
           else
               if ws-pn-tbl-user(ws-pending-match) equal pt-user-id
                   move ws-reject-text-5-cnst to ws-det-message
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
               move ws-reject-text-6-cnst to ws-det-message
               perform 390-write-reject
           else
               add 1 to ws-pending-count
               move pt-param-name to ws-pn-tbl-name(ws-pending-count)
               move pt-param-value to ws-pn-tbl-value(ws-pending-count)
               move pt-effective-date
                   to ws-pn-tbl-effective(ws-pending-count)
               move pt-user-id to ws-pn-tbl-user(ws-pending-count)
               move ws-nl-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
               perform 385-write-held
           end-if.
      ******************************************************************
      * An applied transaction - the before image is the value in
      * force today, the record goes on the parameter file under its
      * effective date, and the change log gets who/when/what
               move pt-effective-date
                   to ws-pf-eff-tbl(ws-param-count)
           end-if.
           if ws-cl-disposition equal "V"
               move spaces to ws-det-message
               string ws-approved-text-cnst delimited by size
                   ws-cl-requested-by delimited by space
                   into ws-det-message
           else
               move ws-applied-text-cnst to ws-det-message
           end-if.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move pt-user-id to ws-cl-user.
           move pt-param-name to ws-cl-param-name.
           move ws-inforce-value to ws-cl-old-value.
           move pt-param-value to ws-cl-new-value.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
           move ws-detail-line to report-line.
           write report-line.
      ******************************************************************
      * A threshold change held for a second operator - nothing goes
      * on the parameter file yet; the log shows the value in force
      * and the value waiting
      ******************************************************************
       385-write-held.
           add 1 to ws-trans-held-count.
           move pt-param-name to ws-if-name.
           perform 460-find-inforce-value.
           move "P" to ws-cl-disposition.
           move ws-held-text-cnst to ws-det-message.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move pt-user-id to ws-cl-user.
           move pt-param-name to ws-cl-param-name.
           move ws-inforce-value to ws-cl-old-value.
           move pt-param-value to ws-cl-new-value.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
           move ws-detail-line to report-line.
           write report-line.
      ******************************************************************
      * A rejected transaction gets a report line and a change-log
      * record with the reason and the value as keyed - nothing goes
      * on the parameter file
      ******************************************************************
       390-write-reject.
           add 1 to ws-trans-rejected-count.
           move ws-detail-line to report-line.
           write report-line.
           move "R" to ws-cl-disposition.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move pt-user-id to ws-cl-user.
           move pt-param-name to ws-cl-param-name.
           move spaces to ws-cl-old-value.
           move pt-param-value to ws-cl-new-value.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * The value in force for the name in ws-if-name as of the
      * business date - the latest record effective on or before it;
           write report-line from ws-star-line.
           perform 455-print-inforce-line
               varying ws-known-idx from 1 by 1
               until ws-known-idx > 11.
       455-print-inforce-line.
           move ws-kn-name(ws-known-idx) to ws-if-name.
           move ws-kn-program(ws-known-idx) to ws-if-program.
           end-if.
           write report-line from ws-inforce-line.
      ******************************************************************
      * Writes the threshold changes still awaiting a second operator
      * back over paramPending.dat - approved entries are dropped
      ******************************************************************
       650-rewrite-pending-file.
           open output pending-file.
           perform 660-write-pending-record
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count.
           close pending-file.
       660-write-pending-record.
           if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               move ws-pn-tbl-name(ws-pending-idx) to pp-param-name
               move ws-pn-tbl-value(ws-pending-idx) to pp-param-value
               move ws-pn-tbl-effective(ws-pending-idx)
                   to pp-effective-date
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
      * End of Group 4 - Program #24
      ******************************************************************
