      * Store-master maintenance. storeMaster.dat used to be kept up
      * by hand-editing the file, and one mistyped column shifted
      * every field after it and poisoned store validation in three
      * programs at once. This program takes add/close/reopen/rename,
      * trading-hours and district/region transactions from
      * storeTrans.dat, validates them (no duplicate store numbers,
      * status only ever O or C, name not blank, opening and closing
      * times real clock times, a district never split across two
      * regions), rewrites storeMaster.dat, and appends a change-log
      * record to storeMasterLog.dat showing who changed what and
      * when.
      * Every transaction's user must be an active operator on
      * operatorMaster.dat holding the function it needs - STCL for
      * a close, STOR for everything else. A close is under dual
      * control: the first authorized close is held on
      * storePending.dat and only goes through when a second,
      * different operator keys the same close on a later
      * transaction. Rejections, holds and approvals are all logged.
      ******************************************************************
       identification division.
       program-id. Program5.
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
       data division.
       file section.
      *
      * The trading hours ride on the end of the record - an add may
      * carry them or leave them blank, action H changes them alone;
      * the district and region follow them the same way, action D
      * changing them alone
       fd trans-file
           data record is trans-line
           record contains 45 characters.
      *
       01 trans-line.
           05 st-action                          pic x.
               88 st-action-close value "C".
               88 st-action-reopen value "R".
               88 st-action-rename value "N".
               88 st-action-hours value "H".
               88 st-action-district value "D".
               88 st-valid-action value "A","C","R","N","H","D".
           05 st-store-number                    pic 99.
           05 st-store-name                      pic x(20).
           05 st-user-id                         pic x(8).
           05 st-hours.
               10 st-open-time                   pic 9(4).
               10 st-close-time                  pic 9(4).
           05 st-hierarchy.
               10 st-district-code               pic x(3).
               10 st-region-code                 pic x(3).
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
      * Posted trading hours, 24-hour HHMM - both zero when the store
      * has no hours on file; a closing time earlier than the
      * opening time runs past midnight
           05 sm-open-time                      pic 9(4).
           05 sm-close-time                     pic 9(4).
      * The district the store reports under and the region the
      * district rolls up to - both blank until the store is placed;
      * every store in a district carries the same region
           05 sm-district-code                  pic x(3).
           05 sm-region-code                    pic x(3).

       fd change-log-file
           data record is change-log-line
           record contains 144 characters.
      *
       01 change-log-line                   pic x(144).

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
      *
      * Store closes held for a second operator's approval - the
      * store, the action, who asked for it and when
       fd pending-file
           data record is pending-line
           record contains 17 characters.
      *
       01 pending-line.
           05 pn-store-number                   pic 99.
           05 pn-action                         pic x.
           05 pn-user-id                        pic x(8).
           05 pn-held-date                      pic 9(6).
       working-storage section.
      ******************************************************************
      * Configurable data directory - default matches the existing
       01 ws-store-master-path          pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       01 ws-pending-path               pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-operator-status            pic xx.
       77 ws-pending-status             pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
               value "n".
           05 ws-store-found             pic x
               value "N".
           05 ws-hours-valid             pic x
               value "N".
           05 ws-hierarchy-valid         pic x
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
      * Trading-hours check work fields - a time is HHMM on the
      * 24-hour clock, 2400 allowed as a closing time
      ******************************************************************
       01 ws-check-time.
           05 ws-ct-hour                 pic 99.
           05 ws-ct-minute               pic 99.
       77 ws-new-open                   pic 9(4)
           value 0.
       77 ws-new-close                  pic 9(4)
           value 0.
      ******************************************************************
      * The whole store master is held in this table while the
      * transactions are applied, then written back out compact - the
      * of storeMaster.dat
      ******************************************************************
       01 ws-store-tbl.
           05 ws-store-entry occurs 99 times.
               10 ws-st-tbl-number           pic 99.
               10 ws-st-tbl-name             pic x(20).
               10 ws-st-tbl-status           pic x.
               10 ws-st-tbl-open             pic 9(4).
               10 ws-st-tbl-close            pic 9(4).
               10 ws-st-tbl-district         pic x(3).
               10 ws-st-tbl-region           pic x(3).
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
           value 0.
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
           value spaces.
      ******************************************************************
      * Store closes awaiting a second operator - loaded whole at
      * startup and written back out with the approved ones dropped
      ******************************************************************
       01 ws-pending-tbl.
           05 ws-pending-entry occurs 100 times.
               10 ws-pn-tbl-store            pic 99.
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
      * Change-log record - date, time and user alongside the before
           05 ws-cl-old-status              pic x.
           05 ws-cl-new-name                pic x(20).
           05 ws-cl-new-status              pic x.
           05 ws-cl-old-open                pic 9(4).
           05 ws-cl-old-close               pic 9(4).
           05 ws-cl-new-open                pic 9(4).
           05 ws-cl-new-close               pic 9(4).
      * A applied, P held for a second operator, V applied on a
      * second operator's approval (requested-by is the first), R
      * rejected - the message is the report line's reason
           05 ws-cl-disposition             pic x.
           05 ws-cl-requested-by            pic x(8).
           05 ws-cl-message                 pic x(40).
      * The district and region before and after - carried at the
      * end so the columns ahead of them stay where they were
           05 ws-cl-old-district            pic x(3).
           05 ws-cl-old-region              pic x(3).
           05 ws-cl-new-district            pic x(3).
           05 ws-cl-new-region              pic x(3).
      ******************************************************************
      *
      ******************************************************************
               value spaces.
           05 ws-tot-store-count         pic zz9
               value 0.

       01 ws-total-5.
           05 filler                     pic x(26)
               value "Transactions Held Pending:".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-held          pic zz9
               value 0.
      ******************************************************************
      *
      ******************************************************************
           value 0.
       77 ws-trans-rejected-count       pic 999
           value 0.
       77 ws-trans-held-count           pic 999
           value 0.
       77 ws-reject-text-1-cnst         pic x(40)
           value "*Rejected - Duplicate Store Number*     ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Store Table Full*           ".
       77 ws-reject-text-6-cnst         pic x(40)
           value "*Rejected - Store Number Not Numeric*   ".
       77 ws-reject-text-7-cnst         pic x(40)
           value "*Rejected - Trading Hours Invalid*      ".
       77 ws-reject-text-8-cnst         pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-reject-text-9-cnst         pic x(40)
           value "*Rejected - Approver Same As Requester* ".
       77 ws-reject-text-10-cnst        pic x(40)
           value "*Rejected - Pending Table Full*         ".
       77 ws-reject-text-11-cnst        pic x(40)
           value "*Rejected - District/Region Blank*      ".
       77 ws-reject-text-12-cnst        pic x(40)
           value "*Rejected - District In Another Region* ".
       77 ws-held-text-cnst             pic x(40)
           value "Held - Awaiting Second Approval         ".
       77 ws-approved-text-cnst         pic x(24)
           value "Approved - Requested By ".
       77 ws-warn-text-1-cnst           pic x(40)
           value "*Warning - Bad Status Byte On Master*   ".
       77 ws-applied-text-cnst          pic x(40)
      * so a missing or misnamed master file aborts the run right here
      * before anything has been truncated or appended to
           perform 050-load-store-master.
           perform 060-load-operator-master.
           perform 070-load-pending-file.
           open output report-file.
      * Change log is a permanent running history, so it extends run
      * over run - only a first-ever run, with no log on file yet,
               close trans-file
           end-if.
           perform 600-rewrite-master.
           perform 650-rewrite-pending-file.
           perform 500-print-totals.
           close report-file,
                 change-log-file.
           string ws-group-dir delimited by space
               "/storeMaintReport.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
           string ws-group-dir delimited by space
               "/storePending.dat" delimited by size
               into ws-pending-path.
      ******************************************************************
      * Loads the store-master file into the maintenance table - the
      * whole file is held here while the transactions are applied,
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-st-tbl-number(ws-store-count)
               move sm-store-name to ws-st-tbl-name(ws-store-count)
               move sm-store-status to ws-st-tbl-status(ws-store-count)
               if sm-open-time is numeric
               and sm-close-time is numeric
                   move sm-open-time to ws-st-tbl-open(ws-store-count)
                   move sm-close-time
                       to ws-st-tbl-close(ws-store-count)
               else
                   move 0 to ws-st-tbl-open(ws-store-count)
                   move 0 to ws-st-tbl-close(ws-store-count)
               end-if
               move sm-district-code
                   to ws-st-tbl-district(ws-store-count)
               move sm-region-code to ws-st-tbl-region(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
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
      * Loads the closes held for a second operator - none on file
      * is an empty table, not an error
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
               move pn-store-number to ws-pn-tbl-store(ws-pending-count)
               move pn-action to ws-pn-tbl-action(ws-pending-count)
               move pn-user-id to ws-pn-tbl-user(ws-pending-count)
               move pn-held-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
           end-if.
           read pending-file
               at end move "y" to ws-pending-eof-flag.
      ******************************************************************
      * One maintenance transaction - finds the store on the table,
      * hands off to the right apply paragraph, or rejects with a
      * reason line on the report. The status byte is only ever set
      ******************************************************************
       300-apply-transaction.
           add 1 to ws-trans-read-count.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move st-action to ws-det-action.
           move st-store-number to ws-det-store-number.
           move st-store-name to ws-det-store-name.
               perform 390-write-reject
           else
               perform 310-find-store
               move spaces to ws-cl-old-district
               move spaces to ws-cl-old-region
               if ws-store-found equal ws-true-cnst
                   move ws-st-tbl-district(ws-match-idx)
                       to ws-cl-old-district
                   move ws-st-tbl-region(ws-match-idx)
                       to ws-cl-old-region
               end-if
               if not st-valid-action
                   move ws-reject-text-4-cnst to ws-det-message
                   perform 390-write-reject
               else
               perform 305-check-authority
               if ws-user-authorized equal ws-false-cnst
                   move ws-reject-text-8-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if st-action-add
                       perform 320-apply-add
                   if st-action-rename
                       perform 350-apply-rename
                   end-if
                   if st-action-hours
                       perform 360-apply-hours
                   end-if
                   if st-action-district
                       perform 365-apply-district
                   end-if
               end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * function code the action needs - STCL to close a store, STOR
      * for the rest of store maintenance
      ******************************************************************
       305-check-authority.
           move ws-false-cnst to ws-user-authorized.
           if st-action-close
               move "STCL" to ws-auth-function
           else
               move "STOR" to ws-auth-function
           end-if.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if st-user-id equal ws-op-tbl-user(ws-operator-idx)
               and st-user-id not equal spaces
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
      * Scans the maintenance table for the transaction's store number
      * - ws-match-idx holds where it was found
      ******************************************************************
               end-if
           end-perform.
      ******************************************************************
      * Checks the transaction's trading hours into ws-new-open and
      * ws-new-close - each must be a clock time (HHMM, 2400 allowed
      * for a midnight close), and the two may only be equal when
      * both are zero, which means no posted hours
      ******************************************************************
       315-check-hours.
           move ws-true-cnst to ws-hours-valid.
           move 0 to ws-new-open.
           move 0 to ws-new-close.
           if st-open-time is not numeric
           or st-close-time is not numeric
               move ws-false-cnst to ws-hours-valid
           else
               move st-open-time to ws-check-time
               perform 316-check-clock-time
               move st-close-time to ws-check-time
               perform 316-check-clock-time
               if st-open-time equal st-close-time
               and st-open-time not equal 0
                   move ws-false-cnst to ws-hours-valid
               end-if
               if st-open-time equal 2400
                   move ws-false-cnst to ws-hours-valid
               end-if
           end-if.
           if ws-hours-valid equal ws-true-cnst
               move st-open-time to ws-new-open
               move st-close-time to ws-new-close
           end-if.
       316-check-clock-time.
           if ws-ct-hour > 24
           or ws-ct-minute > 59
               move ws-false-cnst to ws-hours-valid
           end-if.
           if ws-ct-hour equal 24
           and ws-ct-minute not equal 0
               move ws-false-cnst to ws-hours-valid
           end-if.
      ******************************************************************
      * Checks the transaction's district against the master - a
      * district already on file under another store must carry the
      * same region, so a district never rolls up to two regions.
      * The store being changed is not counted against itself
      ******************************************************************
       317-check-hierarchy.
           move ws-true-cnst to ws-hierarchy-valid.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               if ws-store-idx not equal ws-match-idx
               and st-district-code equal
                   ws-st-tbl-district(ws-store-idx)
               and st-region-code not equal
                   ws-st-tbl-region(ws-store-idx)
                   move ws-false-cnst to ws-hierarchy-valid
               end-if
           end-perform.
      ******************************************************************
      * Add - store must not already be on file, name must not be
      * blank, and the table must have room; new stores open as O
      ******************************************************************
       320-apply-add.
           if st-hours equal spaces
               move ws-true-cnst to ws-hours-valid
               move 0 to ws-new-open
               move 0 to ws-new-close
           else
               perform 315-check-hours
           end-if.
           move ws-true-cnst to ws-hierarchy-valid.
           if st-district-code not equal spaces
               perform 317-check-hierarchy
           end-if.
           if ws-store-found equal ws-true-cnst
               move ws-reject-text-1-cnst to ws-det-message
               perform 390-write-reject
                   move ws-reject-text-3-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-hours-valid equal ws-false-cnst
                       move ws-reject-text-7-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       if st-hierarchy not equal spaces
                       and (st-district-code equal spaces
                       or st-region-code equal spaces)
                           move ws-reject-text-11-cnst to ws-det-message
                           perform 390-write-reject
                       else
                           if ws-hierarchy-valid equal ws-false-cnst
                               move ws-reject-text-12-cnst
                                   to ws-det-message
                               perform 390-write-reject
                           else
                               perform 325-add-store-entry
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
       325-add-store-entry.
           if ws-store-count >= 99
               move ws-reject-text-5-cnst to ws-det-message
               perform 390-write-reject
           else
               move spaces to ws-cl-old-name
               move spaces to ws-cl-old-status
               move 0 to ws-cl-old-open
               move 0 to ws-cl-old-close
               move spaces to ws-cl-old-district
               move spaces to ws-cl-old-region
               add 1 to ws-store-count
               move st-store-number
                   to ws-st-tbl-number(ws-store-count)
               move st-store-name
                   to ws-st-tbl-name(ws-store-count)
               move "O" to ws-st-tbl-status(ws-store-count)
               move ws-new-open to ws-st-tbl-open(ws-store-count)
               move ws-new-close to ws-st-tbl-close(ws-store-count)
               move st-district-code
                   to ws-st-tbl-district(ws-store-count)
               move st-region-code to ws-st-tbl-region(ws-store-count)
               move ws-store-count to ws-match-idx
               perform 380-write-applied
           end-if.
      ******************************************************************
      * Close - store must be on file; status goes to C, name is kept.
      * A close is under dual control, so it only goes through on the
      * second operator's transaction
      ******************************************************************
       330-apply-close.
           if ws-store-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 370-check-dual-control
               if ws-dual-release equal ws-true-cnst
                   move ws-st-tbl-name(ws-match-idx) to ws-cl-old-name
                   move ws-st-tbl-status(ws-match-idx)
                       to ws-cl-old-status
                   move ws-st-tbl-open(ws-match-idx) to ws-cl-old-open
                   move ws-st-tbl-close(ws-match-idx)
                       to ws-cl-old-close
                   move "C" to ws-st-tbl-status(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * Reopen - store must be on file; status goes back to O
           else
               move ws-st-tbl-name(ws-match-idx) to ws-cl-old-name
               move ws-st-tbl-status(ws-match-idx) to ws-cl-old-status
               move ws-st-tbl-open(ws-match-idx) to ws-cl-old-open
               move ws-st-tbl-close(ws-match-idx) to ws-cl-old-close
               move "O" to ws-st-tbl-status(ws-match-idx)
               perform 380-write-applied
           end-if.
                   move ws-st-tbl-name(ws-match-idx) to ws-cl-old-name
                   move ws-st-tbl-status(ws-match-idx)
                       to ws-cl-old-status
                   move ws-st-tbl-open(ws-match-idx) to ws-cl-old-open
                   move ws-st-tbl-close(ws-match-idx)
                       to ws-cl-old-close
                   move st-store-name to ws-st-tbl-name(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * Hours - store must be on file and both times must check; a
      * pair of zeros takes the posted hours off the store. Name and
      * status are kept as they were
      ******************************************************************
       360-apply-hours.
           if ws-store-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 315-check-hours
               if ws-hours-valid equal ws-false-cnst
                   move ws-reject-text-7-cnst to ws-det-message
                   perform 390-write-reject
               else
                   move ws-st-tbl-name(ws-match-idx)
                       to ws-det-store-name
                   move ws-st-tbl-name(ws-match-idx) to ws-cl-old-name
                   move ws-st-tbl-status(ws-match-idx)
                       to ws-cl-old-status
                   move ws-st-tbl-open(ws-match-idx) to ws-cl-old-open
                   move ws-st-tbl-close(ws-match-idx)
                       to ws-cl-old-close
                   move ws-new-open to ws-st-tbl-open(ws-match-idx)
                   move ws-new-close to ws-st-tbl-close(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * District - store must be on file, both codes must be keyed,
      * and the district must not already roll up to another region;
      * name, status and hours are kept as they were
      ******************************************************************
       365-apply-district.
           if ws-store-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 317-check-hierarchy
               if st-district-code equal spaces
               or st-region-code equal spaces
                   move ws-reject-text-11-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-hierarchy-valid equal ws-false-cnst
                       move ws-reject-text-12-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       move ws-st-tbl-name(ws-match-idx)
                           to ws-det-store-name
                       move ws-st-tbl-name(ws-match-idx)
                           to ws-cl-old-name
                       move ws-st-tbl-status(ws-match-idx)
                           to ws-cl-old-status
                       move ws-st-tbl-open(ws-match-idx)
                           to ws-cl-old-open
                       move ws-st-tbl-close(ws-match-idx)
                           to ws-cl-old-close
                       move st-district-code
                           to ws-st-tbl-district(ws-match-idx)
                       move st-region-code
                           to ws-st-tbl-region(ws-match-idx)
                       perform 380-write-applied
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Dual control - the first authorized request is held on the
      * pending table; the same request from a second, different
      * operator releases it (ws-dual-release) and the held entry is
      * dropped; the requester keying it again is rejected
      ******************************************************************
       370-check-dual-control.
           move ws-false-cnst to ws-dual-release.
           move 0 to ws-pending-match.
           perform varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count
               if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               and ws-pn-tbl-store(ws-pending-idx)
                   equal st-store-number
               and ws-pn-tbl-action(ws-pending-idx) equal st-action
                   move ws-pending-idx to ws-pending-match
               end-if
           end-perform.
           if ws-pending-match equal 0
               perform 375-hold-pending
           else
               if ws-pn-tbl-user(ws-pending-match) equal st-user-id
                   move ws-reject-text-9-cnst to ws-det-message
                   perform 390-write-reject
               else
                   move "V" to ws-cl-disposition
                   move ws-pn-tbl-user(ws-pending-match)
                       to ws-cl-requested-by
                   move "N" to ws-pn-tbl-live(ws-pending-match)
                   move ws-true-cnst to ws-dual-release
               end-if
           end-if.
       375-hold-pending.
           if ws-pending-count >= 100
               move ws-reject-text-10-cnst to ws-det-message
               perform 390-write-reject
           else
               add 1 to ws-pending-count
               move st-store-number to ws-pn-tbl-store(ws-pending-count)
               move st-action to ws-pn-tbl-action(ws-pending-count)
               move st-user-id to ws-pn-tbl-user(ws-pending-count)
               move ws-nl-date to ws-pn-tbl-date(ws-pending-count)
               move "Y" to ws-pn-tbl-live(ws-pending-count)
               perform 385-write-held
           end-if.
      ******************************************************************
      * An applied transaction gets a report line and a change-log
      * record carrying who, when, and the before/after image -
      * 320/330/340/350/360 set the ws-cl-old- fields before the
      * table entry is touched
      ******************************************************************
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
           move ws-detail-line to report-line.
           write report-line.
           move ws-nl-date to ws-cl-date.
           move st-store-number to ws-cl-store-number.
           move ws-st-tbl-name(ws-match-idx) to ws-cl-new-name.
           move ws-st-tbl-status(ws-match-idx) to ws-cl-new-status.
           move ws-st-tbl-open(ws-match-idx) to ws-cl-new-open.
           move ws-st-tbl-close(ws-match-idx) to ws-cl-new-close.
           move ws-st-tbl-district(ws-match-idx) to ws-cl-new-district.
           move ws-st-tbl-region(ws-match-idx) to ws-cl-new-region.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * A close held for a second operator - the master is not
      * touched; the log's after image shows the status the close
      * will set once it is approved
      ******************************************************************
       385-write-held.
           add 1 to ws-trans-held-count.
           move ws-held-text-cnst to ws-det-message.
           move ws-detail-line to report-line.
           write report-line.
           move "P" to ws-cl-disposition.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move st-user-id to ws-cl-user.
           move st-action to ws-cl-action.
           move st-store-number to ws-cl-store-number.
           move ws-st-tbl-name(ws-match-idx) to ws-cl-old-name.
           move ws-st-tbl-status(ws-match-idx) to ws-cl-old-status.
           move ws-st-tbl-open(ws-match-idx) to ws-cl-old-open.
           move ws-st-tbl-close(ws-match-idx) to ws-cl-old-close.
           move ws-st-tbl-name(ws-match-idx) to ws-cl-new-name.
           move "C" to ws-cl-new-status.
           move ws-st-tbl-open(ws-match-idx) to ws-cl-new-open.
           move ws-st-tbl-close(ws-match-idx) to ws-cl-new-close.
           move ws-st-tbl-district(ws-match-idx) to ws-cl-new-district.
           move ws-st-tbl-region(ws-match-idx) to ws-cl-new-region.
           move ws-det-message to ws-cl-message.
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
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move st-user-id to ws-cl-user.
           move st-action to ws-cl-action.
           move st-store-number to ws-cl-store-number.
           move spaces to ws-cl-old-name.
           move spaces to ws-cl-old-status.
           move 0 to ws-cl-old-open.
           move 0 to ws-cl-old-close.
           move st-store-name to ws-cl-new-name.
           move spaces to ws-cl-new-status.
           move 0 to ws-cl-new-open.
           move 0 to ws-cl-new-close.
           move spaces to ws-cl-old-district.
           move spaces to ws-cl-old-region.
           move st-district-code to ws-cl-new-district.
           move st-region-code to ws-cl-new-region.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * Writes the maintenance table back over storeMaster.dat - every
      * record goes out through the fixed record layout, so a column
           move ws-st-tbl-number(ws-store-idx) to sm-store-number.
           move ws-st-tbl-name(ws-store-idx) to sm-store-name.
           move ws-st-tbl-status(ws-store-idx) to sm-store-status.
           move ws-st-tbl-open(ws-store-idx) to sm-open-time.
           move ws-st-tbl-close(ws-store-idx) to sm-close-time.
           move ws-st-tbl-district(ws-store-idx) to sm-district-code.
           move ws-st-tbl-region(ws-store-idx) to sm-region-code.
           if ws-st-tbl-status(ws-store-idx) not equal "O"
           and ws-st-tbl-status(ws-store-idx) not equal "C"
               move spaces to ws-detail-line
           end-if.
           write store-master-line.
      ******************************************************************
      * Writes the closes still awaiting a second operator back over
      * storePending.dat - approved entries are dropped
      ******************************************************************
       650-rewrite-pending-file.
           open output pending-file.
           perform 660-write-pending-record
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count.
           close pending-file.
       660-write-pending-record.
           if ws-pn-tbl-live(ws-pending-idx) equal "Y"
               move ws-pn-tbl-store(ws-pending-idx) to pn-store-number
               move ws-pn-tbl-action(ws-pending-idx) to pn-action
               move ws-pn-tbl-user(ws-pending-idx) to pn-user-id
               move ws-pn-tbl-date(ws-pending-idx) to pn-held-date
               write pending-line
           end-if.
      ******************************************************************
      * Run totals - read/applied/rejected/held must account for each
      * other
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
           move ws-trans-rejected-count to ws-tot-trans-rejected.
           move ws-total-3 to report-line.
           write report-line.
           move ws-trans-held-count to ws-tot-trans-held.
           move ws-total-5 to report-line.
           write report-line.
           move ws-store-count to ws-tot-store-count.
           move ws-total-4 to report-line.
           write report-line.
