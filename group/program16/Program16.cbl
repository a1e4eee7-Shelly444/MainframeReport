      * master, the status byte only ever set to A or I in here),
      * rewrites employeeMaster.dat, and appends a change-log record
      * to employeeMasterLog.dat showing who changed what and when.
      * The transaction's user must be an active operator on
      * operatorMaster.dat holding function EMPL; rejections are
      * logged as well as the changes applied.
      ******************************************************************
       identification division.
       program-id. Program16.
           select report-file
               assign to ws-report-path
               organization is line sequential.

           select operator-master-file
               assign to ws-operator-path
               organization is line sequential
               file status is ws-operator-status.
      ******************************************************************
      *
      ******************************************************************
      *
       fd store-master-file
           data record is store-master-line
           record contains 37 characters.
      *
       01 store-master-line.
           05 sm-store-number                   pic 99.
           05 sm-store-status                   pic x.
               88 sm-store-open value "O".
               88 sm-store-closed value "C".
           05 sm-open-time                      pic 9(4).
           05 sm-close-time                     pic 9(4).
           05 sm-district-code                  pic x(3).
           05 sm-region-code                    pic x(3).
      *
       fd change-log-file
           data record is change-log-line
           record contains 122 characters.
      *
       01 change-log-line                   pic x(122).
      *
       fd report-file
           data record is report-line
           record contains 83 characters.
      *
       01 report-line                       pic x(83).
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
       working-storage section.
      ******************************************************************
      * Configurable data directory - default matches the existing
       01 ws-store-master-path          pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-operator-status            pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
               value "N".
           05 ws-store-open-flag         pic x
               value "N".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-user-authorized         pic x
               value "N".
      ******************************************************************
      * The whole employee master is held in this table while the
      * transactions are applied, then written back out compact - the
      * Store-master lookup table, loaded once at startup - a hire or
      * transfer must name a store that exists and is open
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times     pic 99.
       77 ws-store-status-tbl occurs 99 times  pic x.
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
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
           value "EMPL".
      ******************************************************************
      * Change-log record - date, time and user alongside the before
      * and after image of the employee entry touched, so HR's "who
      * terminated this cashier and when" is a grep of the log
           05 ws-cl-new-name                pic x(20).
           05 ws-cl-new-store               pic 99.
           05 ws-cl-new-status              pic x.
      * A applied, R rejected - the message is the report line's
      * reason; requested-by is kept blank, employee maintenance has
      * no dual control
           05 ws-cl-disposition             pic x.
           05 ws-cl-requested-by            pic x(8).
           05 ws-cl-message                 pic x(40).
      ******************************************************************
      *
      ******************************************************************
           value "*Rejected - Store Not On Master*        ".
       77 ws-reject-text-8-cnst         pic x(40)
           value "*Rejected - Store Not Open*             ".
       77 ws-reject-text-9-cnst         pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-warn-text-1-cnst           pic x(40)
           value "*Warning - Bad Status Byte On Master*   ".
       77 ws-applied-text-cnst          pic x(40)
      * here before anything has been truncated or appended to
           perform 040-load-store-master.
           perform 050-load-employee-master.
           perform 060-load-operator-master.
           open output report-file.
      * Change log is a permanent running history, so it extends run
      * over run - only a first-ever run, with no log on file yet,
           string ws-group-dir delimited by space
               "/empMaintReport.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
      ******************************************************************
      * Loads the store-master file into a table once at startup - a
      * hire or transfer is validated against it
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       041-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-status
                   to ws-store-status-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           read employee-master-file
               at end move "y" to ws-employee-eof-flag.
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
      * One maintenance transaction - finds the employee on the
      * table, hands off to the right apply paragraph, or rejects
      * with a reason line on the report. The status byte is only
               if not et-valid-action
                   move ws-reject-text-4-cnst to ws-det-message
                   perform 390-write-reject
               else
               perform 305-check-authority
               if ws-user-authorized equal ws-false-cnst
                   move ws-reject-text-9-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if et-action-hire
                       perform 320-apply-hire
                       perform 350-apply-rename
                   end-if
               end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * employee-maintenance function code, EMPL
      ******************************************************************
       305-check-authority.
           move ws-false-cnst to ws-user-authorized.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if et-user-id equal ws-op-tbl-user(ws-operator-idx)
               and et-user-id not equal spaces
               and ws-op-tbl-status(ws-operator-idx) equal "A"
                   perform varying ws-function-idx from 1 by 1
                       until ws-function-idx > 10
                       if ws-op-tbl-function
                           (ws-operator-idx, ws-function-idx)
                           equal ws-auth-function
                           move ws-true-cnst to ws-user-authorized
                       end-if
                   end-perform
               end-if
           end-perform.
      ******************************************************************
      * Scans the maintenance table for the transaction's employee id
      * - ws-match-idx holds where it was found
      ******************************************************************
               move ws-reject-text-1-cnst to ws-det-message
               perform 390-write-reject
           else
               if et-employee-name equal spaces
                   move ws-reject-text-3-cnst to ws-det-message
                   perform 390-write-reject
               else
                   perform 315-check-store
                   if ws-store-found equal ws-false-cnst
                       move ws-reject-text-7-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       if ws-store-open-flag equal ws-false-cnst
                           move ws-reject-text-8-cnst to ws-det-message
                           perform 390-write-reject
                       else
                           if ws-emp-count >= 500
                               move ws-reject-text-5-cnst
                                   to ws-det-message
                               perform 390-write-reject
                           else
                               move spaces to ws-cl-old-name
                               move 0 to ws-cl-old-store
                               move spaces to ws-cl-old-status
                               add 1 to ws-emp-count
                               move et-employee-id
                                   to ws-em-tbl-id(ws-emp-count)
                               move et-employee-name
                                   to ws-em-tbl-name(ws-emp-count)
                               move et-store-number
                                   to ws-em-tbl-store(ws-emp-count)
                               move "A"
                                   to ws-em-tbl-status(ws-emp-count)
                               move ws-emp-count to ws-match-idx
                               perform 380-write-applied
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Terminate - must be on file; status goes to I, name and
                   move ws-reject-text-7-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-store-open-flag equal ws-false-cnst
                       move ws-reject-text-8-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       perform 370-save-old-image
                       move et-store-number
                           to ws-em-tbl-store(ws-match-idx)
                       perform 380-write-applied
                   end-if
               end-if
           end-if.
      ******************************************************************
           move ws-applied-text-cnst to ws-det-message.
           move ws-detail-line to report-line.
           write report-line.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move ws-det-message to ws-cl-message.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move et-user-id to ws-cl-user.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * A rejected transaction gets a report line and a change-log
      * record with the reason - the master is never touched by a bad
      * transaction, but who tried what is kept. The log carries the
      * transaction as keyed, with no before image
      ******************************************************************
       390-write-reject.
           add 1 to ws-trans-rejected-count.
           move ws-detail-line to report-line.
           write report-line.
           move "R" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move ws-det-message to ws-cl-message.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move et-user-id to ws-cl-user.
           move et-action to ws-cl-action.
           move et-employee-id to ws-cl-employee-id.
           move spaces to ws-cl-old-name.
           move 0 to ws-cl-old-store.
           move spaces to ws-cl-old-status.
           move et-employee-name to ws-cl-new-name.
           move et-store-number to ws-cl-new-store.
           move spaces to ws-cl-new-status.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * Writes the maintenance table back over employeeMaster.dat -
      * every record goes out through the fixed record layout, so a
