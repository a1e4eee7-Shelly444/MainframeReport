      ******************************************************************
      * Group 4 - Program #38
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Sales-plan maintenance. Finance sends each store's monthly
      * sales plan in a spreadsheet and the district managers held
      * it up against totalReport.out by eye. This program takes
      * plan transactions from planTrans.dat (set or delete a store's
      * plan for a month, with the user making the change),
      * validates them (store on the store master, a real month, an
      * amount that is numeric and not zero), keeps salesPlan.dat -
      * one record per store and month, with who last changed it and
      * when - logs every change with its before and after amounts
      * to planLog.dat, and prints the maintenance report with the
      * plan for the business month by store. Program39 reads
      * salesPlan.dat for the daily pacing report.
      ******************************************************************
       identification division.
       program-id. Program38.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the GROUP_DATA_DIR environment
      * variable (falling back to the current relative layout when it
      * is not set) instead of literal paths, so this program can be
      * pointed at a different data drop without relinking
            select trans-file
               assign to ws-trans-path
               organization is line sequential
               file status is ws-trans-status.

           select plan-file
               assign to ws-plan-path
               organization is line sequential
               file status is ws-plan-status.

           select store-master-file
               assign to ws-store-master-path
               organization is line sequential.

           select change-log-file
               assign to ws-change-log-path
               organization is line sequential
               file status is ws-change-log-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
       fd trans-file
           data record is trans-line
           record contains 26 characters.
      *
       01 trans-line.
           05 pt-action                          pic x.
               88 pt-action-set value "S".
               88 pt-action-delete value "D".
               88 pt-valid-action value "S","D".
           05 pt-store-number                    pic 99.
           05 pt-period                          pic 9(4).
           05 pt-plan-amount                     pic 9(9)v99.
           05 pt-user-id                         pic x(8).
      *
      * The plan file the pacing report reads - one record per store
      * and month (YYMM), the amount finance planned for the whole
      * month, with who put it there and when
       fd plan-file
           data record is plan-line
           record contains 31 characters.
      *
       01 plan-line.
           05 pl-store-number                    pic 99.
           05 pl-period                          pic 9(4).
           05 pl-plan-amount                     pic 9(9)v99.
           05 pl-changed-date                    pic 9(6).
           05 pl-user-id                         pic x(8).
      *
       fd store-master-file
           data record is store-master-line
           record contains 37 characters.
      *
       01 store-master-line.
           05 sm-store-number                   pic 99.
           05 sm-store-name                     pic x(20).
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
           record contains 51 characters.
      *
       01 change-log-line                   pic x(51).
      *
       fd report-file
           data record is report-line
           record contains 95 characters.
      *
       01 report-line                       pic x(95).
       working-storage section.
      ******************************************************************
      * Configurable data directory - default matches the existing
      * relative layout; set GROUP_DATA_DIR in the environment to
      * point this run at a different data drop without relinking
      ******************************************************************
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-trans-path                 pic x(80).
       01 ws-plan-path                  pic x(80).
       01 ws-store-master-path          pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-plan-status                pic xx.
       77 ws-change-log-status          pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
           05 ws-plan-eof-flag           pic x
               value "n".
           05 ws-store-eof-flag          pic x
               value "n".
      ******************************************************************
      * Store names off the store master, indexed straight by store
      * number
      ******************************************************************
       01 ws-store-tbl-area.
           05 ws-sn-entry occurs 99 times.
               10 ws-sn-on-file              pic x.
               10 ws-sn-name                 pic x(20).
       77 ws-store-idx                  pic 999
           value 0.
      ******************************************************************
      * The whole plan file held while the transactions are applied,
      * then written back out
      ******************************************************************
       01 ws-plan-tbl-area.
           05 ws-pl-entry occurs 3000 times.
               10 ws-pl-key.
                   15 ws-pl-period           pic 9(4).
                   15 ws-pl-store            pic 99.
               10 ws-pl-amount               pic 9(9)v99.
               10 ws-pl-changed              pic 9(6).
               10 ws-pl-user                 pic x(8).
               10 ws-pl-deleted              pic x.
       01 ws-pl-temp.
           05 ws-plt-key                    pic x(6).
           05 filler                        pic x(26).
       77 ws-plan-count                 pic 9(4)
           value 0.
       77 ws-plan-idx                   pic 9(4)
           value 0.
       77 ws-match-idx                  pic 9(4)
           value 0.
       77 ws-plan-dropped               pic 9(4)
           value 0.
       77 ws-sort-i                     pic 9(4)
           value 0.
       77 ws-sort-j                     pic 9(4)
           value 0.
       77 ws-sort-done                  pic x
           value "N".
       77 ws-month-total                pic 9(11)v99
           value 0.
       77 ws-month-stores               pic 999
           value 0.
      ******************************************************************
      * Change-log record - date, time and user alongside the plan
      * amount before and after the change
      ******************************************************************
       01 ws-change-log-line.
           05 ws-cl-date                    pic 9(6).
           05 ws-cl-time                    pic 9(8).
           05 ws-cl-user                    pic x(8).
           05 ws-cl-action                  pic x.
           05 ws-cl-store-number            pic 99.
           05 ws-cl-period                  pic 9(4).
           05 ws-cl-old-amount              pic 9(9)v99.
           05 ws-cl-new-amount              pic 9(9)v99.
      ******************************************************************
      *
      ******************************************************************
       77 ws-trans-read-count           pic 999
           value 0.
       77 ws-trans-applied-count        pic 999
           value 0.
       77 ws-trans-rejected-count       pic 999
           value 0.
       77 ws-reject-text-1-cnst         pic x(40)
           value "*Rejected - Store Not On File*          ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Month Not Valid*            ".
       77 ws-reject-text-3-cnst         pic x(40)
           value "*Rejected - Amount Not Numeric Or Zero* ".
       77 ws-reject-text-4-cnst         pic x(40)
           value "*Rejected - Invalid Action Code*        ".
       77 ws-reject-text-5-cnst         pic x(40)
           value "*Rejected - No Plan On File To Delete*  ".
       77 ws-reject-text-6-cnst         pic x(40)
           value "*Rejected - Plan Table Full*            ".
       77 ws-applied-text-cnst          pic x(40)
           value "Applied                                 ".
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
               value "  Sales Plan Maintenance".
           05 filler                     pic x(18)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(35)
               value
       "***********************************".
       01 ws-section-title-1.
           05 filler                     pic x(40)
               value "PLAN CHANGES".
           05 filler                     pic x(55)
               value spaces.
       01 ws-section-title-2.
           05 filler                     pic x(30)
               value "PLAN FOR THE BUSINESS MONTH  ".
           05 ws-st2-period              pic 9(4).
           05 filler                     pic x(61)
               value spaces.
      *
       01 ws-detail-line.
           05 ws-det-action              pic x.
           05 filler                     pic x(2)
               value spaces.
           05 ws-det-store               pic 99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-det-period              pic 9(4).
           05 filler                     pic x(2)
               value spaces.
           05 ws-det-amount              pic $$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-det-user                pic x(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-det-message             pic x(40).
           05 filler                     pic x(16)
               value spaces.
       01 ws-plan-detail-line.
           05 ws-pd-store                pic z9.
           05 filler                     pic x(2)
               value spaces.
           05 ws-pd-name                 pic x(20).
           05 filler                     pic x(2)
               value spaces.
           05 ws-pd-amount               pic $$$,$$$,$$9.99.
           05 filler                     pic x(4)
               value spaces.
           05 ws-pd-changed              pic 9(6).
           05 filler                     pic x(2)
               value spaces.
           05 ws-pd-user                 pic x(8).
           05 filler                     pic x(35)
               value spaces.
       01 ws-plan-total-line.
           05 filler                     pic x(22)
               value "Month Total".
           05 ws-ptl-amount              pic $$$,$$$,$$$,$$9.99.
           05 filler                     pic x(2)
               value spaces.
           05 ws-ptl-stores              pic zz9.
           05 filler                     pic x(50)
               value " stores".
       01 ws-total-1.
           05 filler                     pic x(26)
               value "Transactions Read:        ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-read          pic zz9
               value 0.
       01 ws-total-2.
           05 filler                     pic x(26)
               value "Transactions Applied:     ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-applied       pic zz9
               value 0.
       01 ws-total-3.
           05 filler                     pic x(26)
               value "Transactions Rejected:    ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-rejected      pic zz9
               value 0.
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
           perform 002-set-business-date.
           perform 040-load-store-master.
           perform 050-load-plan-file.
           open output report-file.
      * The change log is a permanent running history, so it extends
      * run over run - only a first-ever run creates it fresh
           open extend change-log-file.
           if ws-change-log-status not equal "00"
               open output change-log-file
           end-if.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-section-title-1.
           write report-line from ws-star-line.
           open input trans-file.
           if ws-trans-status equal "00"
               read trans-file
                   at end move "y" to ws-trans-eof-flag
               end-read
               perform 300-apply-transaction
                   until ws-trans-eof-flag = 'y'
               close trans-file
           end-if.
           close change-log-file.
           perform 330-sort-plan.
           perform 600-rewrite-plan.
           perform 450-print-month-plan.
           perform 500-print-totals.
           close report-file.
      *
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when GROUP_DATA_DIR is
      * not set
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
           end-if.
           string ws-group-dir delimited by space
               "/planTrans.dat" delimited by size
               into ws-trans-path.
           string ws-group-dir delimited by space
               "/salesPlan.dat" delimited by size
               into ws-plan-path.
           string ws-group-dir delimited by space
               "/storeMaster.dat" delimited by size
               into ws-store-master-path.
           string ws-group-dir delimited by space
               "/planLog.dat" delimited by size
               into ws-change-log-path.
           string ws-group-dir delimited by space
               "/planMaint.out" delimited by size
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
      * Store names - a plan can only be set for a store on file
      ******************************************************************
       040-load-store-master.
           initialize ws-store-tbl-area.
           open input store-master-file.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
           perform 041-store-master-loop
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       041-store-master-loop.
           if sm-store-number is numeric
           and sm-store-number > 0
               move sm-store-number to ws-store-idx
               move "Y" to ws-sn-on-file(ws-store-idx)
               move sm-store-name to ws-sn-name(ws-store-idx)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
      * Loads the plan file whole - a first-ever run has none, which
      * is an empty table, not an error
      ******************************************************************
       050-load-plan-file.
           open input plan-file.
           if ws-plan-status equal "00"
               read plan-file
                   at end move "y" to ws-plan-eof-flag
               end-read
               perform 051-plan-load-loop
                   until ws-plan-eof-flag = 'y'
               close plan-file
           end-if.
       051-plan-load-loop.
           if ws-plan-count < 3000
               add 1 to ws-plan-count
               move pl-store-number to ws-pl-store(ws-plan-count)
               move pl-period to ws-pl-period(ws-plan-count)
               move pl-plan-amount to ws-pl-amount(ws-plan-count)
               move pl-changed-date to ws-pl-changed(ws-plan-count)
               move pl-user-id to ws-pl-user(ws-plan-count)
               move "N" to ws-pl-deleted(ws-plan-count)
           else
               add 1 to ws-plan-dropped
           end-if.
           read plan-file
               at end move "y" to ws-plan-eof-flag.
      ******************************************************************
      * One plan transaction - the store must be on file, the month
      * a real YYMM, and a set must carry a non-zero amount; a set
      * for a store and month already planned replaces the amount,
      * a delete takes the plan off
      ******************************************************************
       300-apply-transaction.
           add 1 to ws-trans-read-count.
           move pt-action to ws-det-action.
           move pt-store-number to ws-det-store.
           move pt-period to ws-det-period.
           move 0 to ws-det-amount.
           if pt-plan-amount is numeric
               move pt-plan-amount to ws-det-amount
           end-if.
           move pt-user-id to ws-det-user.
           if not pt-valid-action
               move ws-reject-text-4-cnst to ws-det-message
               perform 390-write-reject
           else
               if pt-store-number is not numeric
               or pt-store-number equal 0
                   move ws-reject-text-1-cnst to ws-det-message
                   perform 390-write-reject
               else
                   move pt-store-number to ws-store-idx
                   if ws-sn-on-file(ws-store-idx) not equal "Y"
                       move ws-reject-text-1-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       perform 305-check-period
                   end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
       305-check-period.
           if pt-period is not numeric
           or pt-period(3:2) < "01"
           or pt-period(3:2) > "12"
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 310-find-plan
               if pt-action-set
                   perform 320-apply-set
               else
                   perform 340-apply-delete
               end-if
           end-if.
      ******************************************************************
      * Scans the plan table for the transaction's store and month -
      * ws-match-idx is zero when there is no live plan for it
      ******************************************************************
       310-find-plan.
           move 0 to ws-match-idx.
           perform varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count
               if ws-pl-store(ws-plan-idx) equal pt-store-number
               and ws-pl-period(ws-plan-idx) equal pt-period
               and ws-pl-deleted(ws-plan-idx) equal "N"
                   move ws-plan-idx to ws-match-idx
               end-if
           end-perform.
      ******************************************************************
      * Set - replaces the amount on a plan already on file, or adds
      * the store and month when there is none
      ******************************************************************
       320-apply-set.
           if pt-plan-amount is not numeric
           or pt-plan-amount equal 0
               move ws-reject-text-3-cnst to ws-det-message
               perform 390-write-reject
           else
               if ws-match-idx equal 0
                   if ws-plan-count >= 3000
                       move ws-reject-text-6-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       move 0 to ws-cl-old-amount
                       add 1 to ws-plan-count
                       move ws-plan-count to ws-match-idx
                       move pt-store-number
                           to ws-pl-store(ws-match-idx)
                       move pt-period to ws-pl-period(ws-match-idx)
                       move "N" to ws-pl-deleted(ws-match-idx)
                       perform 325-post-set
                   end-if
               else
                   move ws-pl-amount(ws-match-idx) to ws-cl-old-amount
                   perform 325-post-set
               end-if
           end-if.
       325-post-set.
           move pt-plan-amount to ws-pl-amount(ws-match-idx).
           move ws-nl-date to ws-pl-changed(ws-match-idx).
           move pt-user-id to ws-pl-user(ws-match-idx).
           move pt-plan-amount to ws-cl-new-amount.
           perform 380-write-applied.
      ******************************************************************
      * Delete - there must be a plan on file; the entry is marked
      * and left out of the rewrite
      ******************************************************************
       340-apply-delete.
           if ws-match-idx equal 0
               move ws-reject-text-5-cnst to ws-det-message
               perform 390-write-reject
           else
               move ws-pl-amount(ws-match-idx) to ws-cl-old-amount
               move ws-pl-amount(ws-match-idx) to ws-det-amount
               move 0 to ws-cl-new-amount
               move "Y" to ws-pl-deleted(ws-match-idx)
               perform 380-write-applied
           end-if.
      ******************************************************************
      * An applied transaction gets a report line and a change-log
      * record carrying who, when, and the before/after amount
      ******************************************************************
       380-write-applied.
           add 1 to ws-trans-applied-count.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move pt-user-id to ws-cl-user.
           move pt-action to ws-cl-action.
           move pt-store-number to ws-cl-store-number.
           move pt-period to ws-cl-period.
           move ws-change-log-line to change-log-line.
           write change-log-line.
           move ws-applied-text-cnst to ws-det-message.
           move ws-detail-line to report-line.
           write report-line.
       390-write-reject.
           add 1 to ws-trans-rejected-count.
           move ws-detail-line to report-line.
           write report-line.
      ******************************************************************
      * Insertion sort on month and store, so the file reads in the
      * order finance sends it
      ******************************************************************
       330-sort-plan.
           perform 331-sort-pass
               varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-plan-count.
       331-sort-pass.
           move ws-pl-entry(ws-sort-i) to ws-pl-temp.
           move ws-sort-i to ws-sort-j.
           move "N" to ws-sort-done.
           perform 332-shift-entry
               until ws-sort-done equal "Y".
           move ws-pl-temp to ws-pl-entry(ws-sort-j).
       332-shift-entry.
           if ws-sort-j equal 1
               move "Y" to ws-sort-done
           else
               if ws-pl-key(ws-sort-j - 1) > ws-plt-key
                   move ws-pl-entry(ws-sort-j - 1)
                       to ws-pl-entry(ws-sort-j)
                   subtract 1 from ws-sort-j
               else
                   move "Y" to ws-sort-done
               end-if
           end-if.
      ******************************************************************
      * Writes the plan table back over salesPlan.dat, leaving out
      * the deleted entries
      ******************************************************************
       600-rewrite-plan.
           if ws-plan-dropped > 0
               display "Program38: plan table full - "
                   ws-plan-dropped " record(s) not carried"
           end-if.
           open output plan-file.
           perform 610-write-plan-record
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.
           close plan-file.
       610-write-plan-record.
           if ws-pl-deleted(ws-plan-idx) equal "N"
               move ws-pl-store(ws-plan-idx) to pl-store-number
               move ws-pl-period(ws-plan-idx) to pl-period
               move ws-pl-amount(ws-plan-idx) to pl-plan-amount
               move ws-pl-changed(ws-plan-idx) to pl-changed-date
               move ws-pl-user(ws-plan-idx) to pl-user-id
               write plan-line
           end-if.
      ******************************************************************
      * The plan for the business month by store, with who last set
      * each figure
      ******************************************************************
       450-print-month-plan.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-nl-date(1:4) to ws-st2-period.
           write report-line from ws-section-title-2.
           write report-line from ws-star-line.
           perform 455-print-plan-line
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.
           move ws-month-total to ws-ptl-amount.
           move ws-month-stores to ws-ptl-stores.
           write report-line from ws-plan-total-line.
       455-print-plan-line.
           if ws-pl-deleted(ws-plan-idx) equal "N"
           and ws-pl-period(ws-plan-idx) equal ws-nl-date(1:4)
               move ws-pl-store(ws-plan-idx) to ws-pd-store
               move ws-pl-store(ws-plan-idx) to ws-store-idx
               move ws-sn-name(ws-store-idx) to ws-pd-name
               move ws-pl-amount(ws-plan-idx) to ws-pd-amount
               move ws-pl-changed(ws-plan-idx) to ws-pd-changed
               move ws-pl-user(ws-plan-idx) to ws-pd-user
               write report-line from ws-plan-detail-line
               add ws-pl-amount(ws-plan-idx) to ws-month-total
               add 1 to ws-month-stores
           end-if.
      ******************************************************************
      * Run totals
      ******************************************************************
       500-print-totals.
           write report-line from ws-star-line
               after advancing 1 line.
           move ws-trans-read-count to ws-tot-trans-read.
           move ws-total-1 to report-line.
           write report-line.
           move ws-trans-applied-count to ws-tot-trans-applied.
           move ws-total-2 to report-line.
           write report-line.
           move ws-trans-rejected-count to ws-tot-trans-rejected.
           move ws-total-3 to report-line.
           write report-line.
      ******************************************************************
      * End of Group 4 - Program #38
      ******************************************************************
       end program Program38.
