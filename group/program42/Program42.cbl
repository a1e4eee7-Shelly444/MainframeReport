      ******************************************************************
      * Group 4 - Program #42
      * Tyler, Michelle & Dylon
      * 2019-04-13
      *-------------------------
      * Customer-master maintenance. Stores, employees, SKUs and run
      * parameters each have a maintenance program, but
      * customerMaster.dat - the loyalty numbers Program1 validates
      * and Program25 and Program34 report on - was still kept up by
      * hand. This program takes add/rename/deactivate/merge/erase
      * transactions from custTrans.dat, validates them, rewrites
      * customerMaster.dat and appends a change-log record to
      * customerMasterLog.dat for every transaction, applied or not.
      * A merge folds a customer issued a second loyalty number into
      * the surviving number: the merged number is made inactive and
      * its return history on custReturns.dat is re-pointed under the
      * survivor, so Program25's serial-returner report sees one
      * person. An erase answers a privacy request: the name is
      * blanked and the number kept, inactive, as an anonymous
      * placeholder so the ledgers that carry it still balance, and
      * the report lists every file where the number still appears.
      * The transaction's user must be an active operator on
      * operatorMaster.dat holding function CUST.
      ******************************************************************
       identification division.
       program-id. Program42.

       environment division.
       configuration section.
       file-control.
      ******************************************************************
      *
      ******************************************************************

      * Assign targets are working-storage fields built up at runtime
      * by 001-init-file-paths from the GROUP_DATA_DIR /
      * PROJECT2_DATA_DIR / PROJECT3_DATA_DIR / PROGRAM4_DATA_DIR /
      * PROGRAM14_DATA_DIR / PROGRAM25_DATA_DIR / PROGRAM34_DATA_DIR
      * environment variables (falling back to the current relative
      * layout when they are not set); the scan file is pointed at
      * each file an erased number may still sit in, in turn
            select trans-file
               assign to ws-trans-path
               organization is line sequential
               file status is ws-trans-status.

           select customer-master-file
               assign to ws-customer-master-path
               organization is line sequential
               file status is ws-customer-status.

           select history-file
               assign to ws-history-path
               organization is line sequential
               file status is ws-history-status.

           select change-log-file
               assign to ws-change-log-path
               organization is line sequential
               file status is ws-change-log-status.

           select report-file
               assign to ws-report-path
               organization is line sequential.

           select operator-master-file
               assign to ws-operator-path
               organization is line sequential
               file status is ws-operator-status.

           select scan-file
               assign to ws-scan-path
               organization is line sequential
               file status is ws-scan-status.
      ******************************************************************
      *
      ******************************************************************
       data division.
       file section.
      *
      * One maintenance transaction - the surviving number is only
      * keyed on a merge, the name only on an add or rename
       fd trans-file
           data record is trans-line
           record contains 45 characters.
      *
       01 trans-line.
           05 ct-action                          pic x.
               88 ct-action-add value "A".
               88 ct-action-rename value "N".
               88 ct-action-deactivate value "D".
               88 ct-action-merge value "M".
               88 ct-action-erase value "E".
               88 ct-valid-action value "A","N","D","M","E".
           05 ct-customer-number                 pic x(8).
           05 ct-customer-name                   pic x(20).
           05 ct-survivor-number                 pic x(8).
           05 ct-user-id                         pic x(8).
      *
       fd customer-master-file
           data record is customer-master-line
           record contains 29 characters.
      *
       01 customer-master-line.
           05 cu-customer-number                pic x(8).
           05 cu-customer-name                  pic x(20).
           05 cu-status                         pic x.
               88 cu-active value "A".
               88 cu-inactive value "I".
      *
      * Program25's per-customer return-history ledger - one record
      * per customer, store and posting date
       fd history-file
           data record is history-line
           record contains 34 characters.
      *
       01 history-line.
           05 ch-customer-number                pic x(8).
           05 ch-post-date                      pic 9(6).
           05 ch-store-number                   pic 99.
           05 ch-ret-count                      pic 9(4).
           05 ch-ret-amount                     pic 9(8)v99.
           05 ch-noreceipt-count                pic 9(4).
      *
       fd change-log-file
           data record is change-log-line
           record contains 130 characters.
      *
       01 change-log-line                   pic x(130).
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
      *
      * Any file an erased number may still sit in - read as plain
      * lines, the number picked out at its column per file
       fd scan-file
           data record is scan-line
           record contains 100 characters.
      *
       01 scan-line                         pic x(100).
       working-storage section.
      ******************************************************************
      * Configurable data directories - defaults match the existing
      * relative layout; set the *_DATA_DIR variables in the
      * environment to point this run at a different data drop
      ******************************************************************
       77 ws-group-dir                  pic x(60)
           value "../../../../group/data".
       77 ws-project2-dir               pic x(60)
           value "../../../../project2/data".
       77 ws-project3-dir               pic x(60)
           value "../../../../project3/data".
       77 ws-program4-dir               pic x(60)
           value "../../../../program4/data".
       77 ws-program14-dir              pic x(60)
           value "../../../../program14/data".
       77 ws-program25-dir              pic x(60)
           value "../../../../program25/data".
       77 ws-program34-dir              pic x(60)
           value "../../../../program34/data".
      * Staging area for ACCEPT ... FROM ENVIRONMENT - GnuCOBOL clears
      * the receiving item to spaces/zero rather than leaving it alone
      * when the variable is not set, so every override is accepted
      * here first and only moved over the default when it is present
       77 ws-env-buffer                 pic x(60)
           value spaces.
       01 ws-trans-path                 pic x(80).
       01 ws-customer-master-path       pic x(80).
       01 ws-history-path               pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       01 ws-scan-path                  pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-customer-status            pic xx.
       77 ws-history-status             pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-operator-status            pic xx.
       77 ws-scan-status                pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
           05 ws-customer-eof-flag       pic x
               value "n".
           05 ws-history-eof-flag        pic x
               value "n".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-scan-eof-flag           pic x
               value "n".
           05 ws-customer-found          pic x
               value "N".
           05 ws-survivor-found          pic x
               value "N".
           05 ws-user-authorized         pic x
               value "N".
           05 ws-history-on-file         pic x
               value "N".
           05 ws-history-changed         pic x
               value "N".
           05 ws-erased-listed           pic x
               value "N".
      ******************************************************************
      * The whole customer master is held in this table while the
      * transactions are applied, then written back out compact
      ******************************************************************
       01 ws-cust-tbl.
           05 ws-cust-entry occurs 5000 times.
               10 ws-cu-tbl-number           pic x(8).
               10 ws-cu-tbl-name             pic x(20).
               10 ws-cu-tbl-status           pic x.
       77 ws-cust-count                 pic 9(4)
           value 0.
       77 ws-cust-idx                   pic 9(4)
           value 0.
       77 ws-match-idx                  pic 9(4)
           value 0.
       77 ws-survivor-idx               pic 9(4)
           value 0.
      ******************************************************************
      * Program25's return history, held while merges re-point it -
      * a merged record landing on a customer, store and date the
      * survivor already has is added into that record and dropped
      ******************************************************************
       77 ws-ch-cust-tbl occurs 9000 times  pic x(8).
       77 ws-ch-date-tbl occurs 9000 times  pic 9(6).
       77 ws-ch-store-tbl occurs 9000 times pic 99.
       77 ws-ch-cnt-tbl occurs 9000 times   pic 9(4).
       77 ws-ch-amt-tbl occurs 9000 times   pic 9(8)v99.
       77 ws-ch-nor-tbl occurs 9000 times   pic 9(4).
       77 ws-ch-live-tbl occurs 9000 times  pic x.
       77 ws-hist-count                 pic 9(4)
           value 0.
       77 ws-hist-idx                   pic 9(4)
           value 0.
       77 ws-hist-match                 pic 9(4)
           value 0.
       77 ws-hist-scan                  pic 9(4)
           value 0.
       77 ws-hist-dropped               pic 9(4)
           value 0.
       77 ws-hist-moved                 pic 9(4)
           value 0.
       77 ws-hist-moved-total           pic 9(5)
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
           value "CUST".
      ******************************************************************
      * Numbers erased this run, and how many lines each of the
      * scanned files still holds for each of them
      ******************************************************************
       01 ws-erased-tbl.
           05 ws-erased-entry occurs 100 times.
               10 ws-er-tbl-number           pic x(8).
               10 ws-er-tbl-hits occurs 19 times pic 9(6).
       77 ws-erased-count               pic 999
           value 0.
       77 ws-erased-idx                 pic 999
           value 0.
      ******************************************************************
      * The files a customer number is carried on, with the column it
      * starts in - the change log, Program25's return history,
      * Program34's points ledger and statement file, the day's
      * transaction streams, which carry it in the last eight bytes,
      * and the exemption certificates with the exempt sales and
      * returns extracts and month-to-date file kept off them, then
      * Program1's review and invalid suspense (the invalid record
      * leads with a three-digit record number) and Program4's held
      * and released returns
      ******************************************************************
       01 ws-scan-names-values.
           05 filler pic x(26) value "customerMasterLog.dat   24".
           05 filler pic x(26) value "custReturns.dat         01".
           05 filler pic x(26) value "pointsLedger.dat        01".
           05 filler pic x(26) value "loyaltyStatement.dat    02".
           05 filler pic x(26) value "valid.dat               68".
           05 filler pic x(26) value "sandl.dat               68".
           05 filler pic x(26) value "returns.dat             68".
           05 filler pic x(26) value "exchanges.dat           68".
           05 filler pic x(26) value "layaway.dat             68".
           05 filler pic x(26) value "voids.dat               68".
           05 filler pic x(26) value "transfers.dat           68".
           05 filler pic x(26) value "taxExemptCert.dat       01".
           05 filler pic x(26) value "exemptSales.dat         47".
           05 filler pic x(26) value "exemptReturns.dat       47".
           05 filler pic x(26) value "taxExemptMtd.dat        27".
           05 filler pic x(26) value "review.dat              68".
           05 filler pic x(26) value "invalid.dat             71".
           05 filler pic x(26) value "returnsHold.dat         68".
           05 filler pic x(26) value "releasedReturns.dat     68".
       01 ws-scan-names-table redefines ws-scan-names-values.
           05 ws-scan-entry occurs 19 times.
               10 ws-scan-name               pic x(24).
               10 ws-scan-pos                pic 99.
       77 ws-scan-count                 pic 99
           value 19.
       77 ws-scan-idx                   pic 99
           value 0.
       77 ws-scan-pos-now               pic 99
           value 0.
       01 ws-scan-dir-tbl.
           05 ws-scan-dir occurs 19 times pic x(60).
      ******************************************************************
      * Change-log record - date, time and user alongside the before
      * and after image of the customer entry touched, and the
      * surviving number on a merge. An erase logs no before name -
      * the log must not keep what the erase took off the master
      ******************************************************************
       01 ws-change-log-line.
           05 ws-cl-date                    pic 9(6).
           05 ws-cl-time                    pic 9(8).
           05 ws-cl-user                    pic x(8).
           05 ws-cl-action                  pic x.
           05 ws-cl-customer-number         pic x(8).
           05 ws-cl-old-name                pic x(20).
           05 ws-cl-old-status              pic x.
           05 ws-cl-new-name                pic x(20).
           05 ws-cl-new-status              pic x.
           05 ws-cl-survivor-number         pic x(8).
      * A applied, R rejected - the message is the report line's
      * reason; requested-by is kept blank, customer maintenance has
      * no dual control
           05 ws-cl-disposition             pic x.
           05 ws-cl-requested-by            pic x(8).
           05 ws-cl-message                 pic x(40).
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
           05 filler                     pic x(40)
               value "  Customer Master Maintenance".
           05 filler                     pic x(2)
               value spaces.
      *
       01 ws-star-line.
           05 filler                     pic x(60)
               value
       "************************************************************".
           05 filler                     pic x(23)
               value
       "***********************".
       01 ws-heading-title.
           05 filler                     pic x(14)
               value spaces.
           05 filler                     pic x(32)
               value "CUSTOMER MASTER MAINTENANCE LOG".
           05 filler                     pic x(37)
               value spaces.
       01 ws-erased-title.
           05 filler                     pic x(14)
               value spaces.
           05 filler                     pic x(40)
               value "ERASED NUMBERS STILL HELD ON FILE".
           05 filler                     pic x(29)
               value spaces.
      *
       01 ws-detail-line.
           05 ws-det-action              pic x.
           05 filler                     pic x
               value space.
           05 ws-det-customer            pic x(8).
           05 filler                     pic x
               value space.
           05 ws-det-name                pic x(20).
           05 filler                     pic x
               value space.
           05 ws-det-survivor            pic x(8).
           05 filler                     pic x
               value space.
           05 ws-det-message             pic x(40).
           05 filler                     pic x(2)
               value spaces.
       01 ws-moved-line.
           05 filler                     pic x(11)
               value spaces.
           05 filler                     pic x(40)
               value "Return history records re-pointed:".
           05 ws-ml-moved                pic zzz9.
           05 filler                     pic x(28)
               value spaces.
       01 ws-erased-line.
           05 filler                     pic x(2)
               value spaces.
           05 ws-el-customer             pic x(8).
           05 filler                     pic x(2)
               value spaces.
           05 ws-el-file                 pic x(24).
           05 ws-el-hits                 pic zzz,zz9.
           05 filler                     pic x(8)
               value " line(s)".
           05 filler                     pic x(32)
               value spaces.
       77 ws-erased-none-cnst           pic x(24)
           value "(no other file holds it)".

       01 ws-total-1.
           05 filler                     pic x(26)
               value "Transactions Read:        ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-read          pic zzz9
               value 0.

       01 ws-total-2.
           05 filler                     pic x(26)
               value "Transactions Applied:     ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-applied       pic zzz9
               value 0.

       01 ws-total-3.
           05 filler                     pic x(26)
               value "Transactions Rejected:    ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-trans-rejected      pic zzz9
               value 0.

       01 ws-total-4.
           05 filler                     pic x(26)
               value "Customers On File At End: ".
           05 filler                     pic x(6)
               value spaces.
           05 ws-tot-cust-count          pic zzz9
               value 0.

       01 ws-total-5.
           05 filler                     pic x(26)
               value "History Records Moved:    ".
           05 filler                     pic x(5)
               value spaces.
           05 ws-tot-hist-moved          pic zzzz9
               value 0.
      ******************************************************************
      *
      ******************************************************************
       77 ws-trans-read-count           pic 9(4)
           value 0.
       77 ws-trans-applied-count        pic 9(4)
           value 0.
       77 ws-trans-rejected-count       pic 9(4)
           value 0.
       77 ws-reject-text-1-cnst         pic x(40)
           value "*Rejected - Duplicate Customer Number*  ".
       77 ws-reject-text-2-cnst         pic x(40)
           value "*Rejected - Customer Not On File*       ".
       77 ws-reject-text-3-cnst         pic x(40)
           value "*Rejected - Customer Name Blank*        ".
       77 ws-reject-text-4-cnst         pic x(40)
           value "*Rejected - Invalid Action Code*        ".
       77 ws-reject-text-5-cnst         pic x(40)
           value "*Rejected - Customer Table Full*        ".
       77 ws-reject-text-6-cnst         pic x(40)
           value "*Rejected - Customer Number Blank*      ".
       77 ws-reject-text-7-cnst         pic x(40)
           value "*Rejected - Surviving Number Not On File".
       77 ws-reject-text-8-cnst         pic x(40)
           value "*Rejected - Survivor Same As Merged*    ".
       77 ws-reject-text-9-cnst         pic x(40)
           value "*Rejected - Surviving Customer Inactive*".
       77 ws-reject-text-10-cnst        pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-reject-text-11-cnst        pic x(40)
           value "*Rejected - Erased Table Full*          ".
       77 ws-warn-text-1-cnst           pic x(40)
           value "*Warning - Bad Status Byte On Master*   ".
       77 ws-applied-text-cnst          pic x(40)
           value "Applied                                 ".
       01 ws-boolean-cnst.
           05 ws-true-cnst                  pic x
               value "Y".
           05 ws-false-cnst                 pic x
               value "N".
      ******************************************************************
      *
      ******************************************************************
       procedure division.
       000-main.
           perform 001-init-file-paths.
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      * The master is loaded before the report/log files are opened,
      * so a missing or misnamed master aborts the run right here
      * before anything has been truncated or appended to
           perform 050-load-customer-master.
           perform 060-load-operator-master.
           perform 070-load-return-history.
           open output report-file.
      * Change log is a permanent running history, so it extends run
      * over run - only a first-ever run, with no log on file yet,
      * creates it fresh
           open extend change-log-file.
           if ws-change-log-status not equal "00"
               open output change-log-file
           end-if.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-heading-title
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           open input trans-file.
           if ws-trans-status equal "00"
               read trans-file
                   at end move "y" to ws-trans-eof-flag
               end-read
               perform 300-apply-transaction
                   until ws-trans-eof-flag = 'y'
               close trans-file
           end-if.
           perform 600-rewrite-master.
           if ws-history-changed equal ws-true-cnst
               perform 650-rewrite-return-history
           end-if.
           close change-log-file.
      * The scan for erased numbers runs after the log is closed, so
      * this run's own log records are counted too
           if ws-erased-count > 0
               perform 700-scan-erased-files
               perform 750-print-erased-section
           end-if.
           perform 500-print-totals.
           close report-file.
      *
           stop run.
      ******************************************************************
      * Builds the runtime file paths from the environment - falls
      * back to the current relative layout when a variable is not
      * set, so an unconfigured run behaves exactly as before
      ******************************************************************
       001-init-file-paths.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "GROUP_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-group-dir
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
           accept ws-env-buffer from environment "PROGRAM25_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program25-dir
           end-if.
           move spaces to ws-env-buffer.
           accept ws-env-buffer from environment "PROGRAM34_DATA_DIR"
               on exception continue
           end-accept.
           if ws-env-buffer not = spaces
               move ws-env-buffer to ws-program34-dir
           end-if.
           string ws-group-dir delimited by space
               "/custTrans.dat" delimited by size
               into ws-trans-path.
           string ws-group-dir delimited by space
               "/customerMaster.dat" delimited by size
               into ws-customer-master-path.
           string ws-program25-dir delimited by space
               "/custReturns.dat" delimited by size
               into ws-history-path.
           string ws-group-dir delimited by space
               "/customerMasterLog.dat" delimited by size
               into ws-change-log-path.
           string ws-group-dir delimited by space
               "/custMaintReport.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
      * The directory each scanned file lives in, in the order of the
      * scan table - the streams sit where Program2 writes them
           move ws-group-dir to ws-scan-dir(1).
           move ws-program25-dir to ws-scan-dir(2).
           move ws-program34-dir to ws-scan-dir(3).
           move ws-program34-dir to ws-scan-dir(4).
           move ws-project2-dir to ws-scan-dir(5).
           move ws-project3-dir to ws-scan-dir(6).
           move ws-program4-dir to ws-scan-dir(7).
           move ws-project2-dir to ws-scan-dir(8).
           move ws-program14-dir to ws-scan-dir(9).
           move ws-project2-dir to ws-scan-dir(10).
           move ws-project2-dir to ws-scan-dir(11).
           move ws-group-dir to ws-scan-dir(12).
           move ws-project3-dir to ws-scan-dir(13).
           move ws-program4-dir to ws-scan-dir(14).
           move ws-group-dir to ws-scan-dir(15).
           move ws-group-dir to ws-scan-dir(16).
           move ws-group-dir to ws-scan-dir(17).
           move ws-program4-dir to ws-scan-dir(18).
           move ws-program4-dir to ws-scan-dir(19).
      ******************************************************************
      * Loads the customer-master file into the maintenance table -
      * the whole file is held here while the transactions are
      * applied, then written back out by 600-rewrite-master; a shop
      * with no customers yet starts from an empty table
      ******************************************************************
       050-load-customer-master.
           open input customer-master-file.
           if ws-customer-status equal "00"
               read customer-master-file
                   at end move "y" to ws-customer-eof-flag
               end-read
               perform 051-customer-master-loop
                   until ws-customer-eof-flag = 'y'
               close customer-master-file
           end-if.
       051-customer-master-loop.
           if ws-cust-count < 5000
               add 1 to ws-cust-count
               move cu-customer-number
                   to ws-cu-tbl-number(ws-cust-count)
               move cu-customer-name to ws-cu-tbl-name(ws-cust-count)
               move cu-status to ws-cu-tbl-status(ws-cust-count)
           else
               display "Program42: customer table full - "
                   cu-customer-number " not loaded"
           end-if.
           read customer-master-file
               at end move "y" to ws-customer-eof-flag.
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
      * Loads Program25's return history so a merge can re-point it -
      * a history too big for the table is left alone altogether
      * rather than written back short
      ******************************************************************
       070-load-return-history.
           open input history-file.
           if ws-history-status equal "00"
               move ws-true-cnst to ws-history-on-file
               read history-file
                   at end move "y" to ws-history-eof-flag
               end-read
               perform 071-return-history-loop
                   until ws-history-eof-flag = 'y'
               close history-file
           end-if.
           if ws-hist-dropped > 0
               move ws-false-cnst to ws-history-on-file
               display "Program42: return history table full - "
                   ws-hist-dropped " record(s) over; merges will "
                   "not re-point custReturns.dat this run"
           end-if.
       071-return-history-loop.
           if ws-hist-count < 9000
               add 1 to ws-hist-count
               move ch-customer-number to ws-ch-cust-tbl(ws-hist-count)
               move ch-post-date to ws-ch-date-tbl(ws-hist-count)
               move ch-store-number to ws-ch-store-tbl(ws-hist-count)
               move ch-ret-count to ws-ch-cnt-tbl(ws-hist-count)
               move ch-ret-amount to ws-ch-amt-tbl(ws-hist-count)
               move ch-noreceipt-count
                   to ws-ch-nor-tbl(ws-hist-count)
               move ws-true-cnst to ws-ch-live-tbl(ws-hist-count)
           else
               add 1 to ws-hist-dropped
           end-if.
           read history-file
               at end move "y" to ws-history-eof-flag.
      ******************************************************************
      * One maintenance transaction - finds the customer on the
      * table, hands off to the right apply paragraph, or rejects
      * with a reason line on the report. The status byte is only
      * ever set to A or I in here
      ******************************************************************
       300-apply-transaction.
           add 1 to ws-trans-read-count.
           move ct-action to ws-det-action.
           move ct-customer-number to ws-det-customer.
           move ct-customer-name to ws-det-name.
           move ct-survivor-number to ws-det-survivor.
           if ct-customer-number equal spaces
               move ws-reject-text-6-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 310-find-customer
               if not ct-valid-action
                   move ws-reject-text-4-cnst to ws-det-message
                   perform 390-write-reject
               else
               perform 305-check-authority
               if ws-user-authorized equal ws-false-cnst
                   move ws-reject-text-10-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ct-action-add
                       perform 320-apply-add
                   end-if
                   if ct-action-rename
                       perform 330-apply-rename
                   end-if
                   if ct-action-deactivate
                       perform 340-apply-deactivate
                   end-if
                   if ct-action-merge
                       perform 350-apply-merge
                   end-if
                   if ct-action-erase
                       perform 360-apply-erase
                   end-if
               end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * customer-maintenance function code, CUST
      ******************************************************************
       305-check-authority.
           move ws-false-cnst to ws-user-authorized.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if ct-user-id equal ws-op-tbl-user(ws-operator-idx)
               and ct-user-id not equal spaces
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
      * Scans the maintenance table for the transaction's customer
      * number - ws-match-idx holds where it was found
      ******************************************************************
       310-find-customer.
           move ws-false-cnst to ws-customer-found.
           move 0 to ws-match-idx.
           perform varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count
               if ct-customer-number equal ws-cu-tbl-number(ws-cust-idx)
                   move ws-true-cnst to ws-customer-found
                   move ws-cust-idx to ws-match-idx
               end-if
           end-perform.
      ******************************************************************
      * Scans the table for a merge's surviving number - ws-survivor-
      * idx holds where it was found
      ******************************************************************
       315-find-survivor.
           move ws-false-cnst to ws-survivor-found.
           move 0 to ws-survivor-idx.
           perform varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count
               if ct-survivor-number equal ws-cu-tbl-number(ws-cust-idx)
               and ct-survivor-number not equal spaces
                   move ws-true-cnst to ws-survivor-found
                   move ws-cust-idx to ws-survivor-idx
               end-if
           end-perform.
      ******************************************************************
      * Add - the number must be new and the name present; new
      * customers start active
      ******************************************************************
       320-apply-add.
           if ws-customer-found equal ws-true-cnst
               move ws-reject-text-1-cnst to ws-det-message
               perform 390-write-reject
           else
               if ct-customer-name equal spaces
                   move ws-reject-text-3-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-cust-count >= 5000
                       move ws-reject-text-5-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       move spaces to ws-cl-old-name
                       move spaces to ws-cl-old-status
                       add 1 to ws-cust-count
                       move ct-customer-number
                           to ws-cu-tbl-number(ws-cust-count)
                       move ct-customer-name
                           to ws-cu-tbl-name(ws-cust-count)
                       move "A" to ws-cu-tbl-status(ws-cust-count)
                       move ws-cust-count to ws-match-idx
                       perform 380-write-applied
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Rename - must be on file and the new name must not be blank;
      * status is kept as it was
      ******************************************************************
       330-apply-rename.
           if ws-customer-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               if ct-customer-name equal spaces
                   move ws-reject-text-3-cnst to ws-det-message
                   perform 390-write-reject
               else
                   perform 370-save-old-image
                   move ct-customer-name
                       to ws-cu-tbl-name(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * Deactivate - must be on file; status goes to I, the name is
      * kept for the record
      ******************************************************************
       340-apply-deactivate.
           if ws-customer-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 370-save-old-image
               move "I" to ws-cu-tbl-status(ws-match-idx)
               perform 380-write-applied
           end-if.
      ******************************************************************
      * Merge - the merged number and the survivor must both be on
      * file, must differ, and the survivor must be active. The
      * merged number goes inactive and its return history moves to
      * the survivor
      ******************************************************************
       350-apply-merge.
           perform 315-find-survivor.
           if ws-customer-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               if ws-survivor-found equal ws-false-cnst
                   move ws-reject-text-7-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-survivor-idx equal ws-match-idx
                       move ws-reject-text-8-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       if ws-cu-tbl-status(ws-survivor-idx)
                           not equal "A"
                           move ws-reject-text-9-cnst to ws-det-message
                           perform 390-write-reject
                       else
                           perform 370-save-old-image
                           move "I" to ws-cu-tbl-status(ws-match-idx)
                           move 0 to ws-hist-moved
                           if ws-history-on-file equal ws-true-cnst
                               perform 355-repoint-history
                                   varying ws-hist-idx from 1 by 1
                                   until ws-hist-idx > ws-hist-count
                           end-if
                           perform 380-write-applied
                           move ws-hist-moved to ws-ml-moved
                           write report-line from ws-moved-line
                           add ws-hist-moved to ws-hist-moved-total
                       end-if
                   end-if
               end-if
           end-if.
      ******************************************************************
      * One history record - a record of the merged number moves to
      * the survivor, folded into the survivor's own record for the
      * same date and store when there is one
      ******************************************************************
       355-repoint-history.
           if ws-ch-live-tbl(ws-hist-idx) equal ws-true-cnst
           and ws-ch-cust-tbl(ws-hist-idx) equal ct-customer-number
               move 0 to ws-hist-match
               perform varying ws-hist-scan from 1 by 1
                   until ws-hist-scan > ws-hist-count
                   or ws-hist-match > 0
                   if ws-ch-live-tbl(ws-hist-scan) equal ws-true-cnst
                   and ws-ch-cust-tbl(ws-hist-scan) equal
                       ct-survivor-number
                   and ws-ch-date-tbl(ws-hist-scan) equal
                       ws-ch-date-tbl(ws-hist-idx)
                   and ws-ch-store-tbl(ws-hist-scan) equal
                       ws-ch-store-tbl(ws-hist-idx)
                       move ws-hist-scan to ws-hist-match
                   end-if
               end-perform
               if ws-hist-match > 0
                   add ws-ch-cnt-tbl(ws-hist-idx)
                       to ws-ch-cnt-tbl(ws-hist-match)
                   add ws-ch-amt-tbl(ws-hist-idx)
                       to ws-ch-amt-tbl(ws-hist-match)
                   add ws-ch-nor-tbl(ws-hist-idx)
                       to ws-ch-nor-tbl(ws-hist-match)
                   move ws-false-cnst to ws-ch-live-tbl(ws-hist-idx)
               else
                   move ct-survivor-number
                       to ws-ch-cust-tbl(ws-hist-idx)
               end-if
               add 1 to ws-hist-moved
               move ws-true-cnst to ws-history-changed
           end-if.
      ******************************************************************
      * Erase - must be on file; the name is blanked and the status
      * goes to I, the number stays as a placeholder. The number is
      * kept for the scan of the files that still carry it
      ******************************************************************
       360-apply-erase.
           if ws-customer-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               if ws-erased-count >= 100
                   move ws-reject-text-11-cnst to ws-det-message
                   perform 390-write-reject
               else
                   move spaces to ws-cl-old-name
                   move ws-cu-tbl-status(ws-match-idx)
                       to ws-cl-old-status
                   move spaces to ws-cu-tbl-name(ws-match-idx)
                   move "I" to ws-cu-tbl-status(ws-match-idx)
                   move spaces to ws-det-name
                   add 1 to ws-erased-count
                   initialize ws-erased-entry(ws-erased-count)
                   move ct-customer-number
                       to ws-er-tbl-number(ws-erased-count)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * The before image for the change log, taken before the table
      * entry is touched
      ******************************************************************
       370-save-old-image.
           move ws-cu-tbl-name(ws-match-idx) to ws-cl-old-name.
           move ws-cu-tbl-status(ws-match-idx) to ws-cl-old-status.
      ******************************************************************
      * An applied transaction gets a report line and a change-log
      * record carrying who, when, and the before/after image
      ******************************************************************
       380-write-applied.
           add 1 to ws-trans-applied-count.
           move ws-applied-text-cnst to ws-det-message.
           move ws-detail-line to report-line.
           write report-line.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move ws-det-message to ws-cl-message.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move ct-user-id to ws-cl-user.
           move ct-action to ws-cl-action.
           move ct-customer-number to ws-cl-customer-number.
           move ws-cu-tbl-name(ws-match-idx) to ws-cl-new-name.
           move ws-cu-tbl-status(ws-match-idx) to ws-cl-new-status.
           if ct-action-merge
               move ct-survivor-number to ws-cl-survivor-number
           else
               move spaces to ws-cl-survivor-number
           end-if.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * A rejected transaction gets a report line and a change-log
      * record with the reason - the master is never touched by a bad
      * transaction, but who tried what is kept. The log carries the
      * transaction as keyed, with no before image; an erase that was
      * turned down logs no name either
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
           move ct-user-id to ws-cl-user.
           move ct-action to ws-cl-action.
           move ct-customer-number to ws-cl-customer-number.
           move spaces to ws-cl-old-name.
           move spaces to ws-cl-old-status.
           if ct-action-erase
               move spaces to ws-cl-new-name
           else
               move ct-customer-name to ws-cl-new-name
           end-if.
           move spaces to ws-cl-new-status.
           move ct-survivor-number to ws-cl-survivor-number.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * Writes the maintenance table back over customerMaster.dat -
      * any status byte that is still not A or I is flagged on the
      * report and written back unchanged rather than silently altered
      ******************************************************************
       600-rewrite-master.
           open output customer-master-file.
           perform 610-write-master-record
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count.
           close customer-master-file.
       610-write-master-record.
           move ws-cu-tbl-number(ws-cust-idx) to cu-customer-number.
           move ws-cu-tbl-name(ws-cust-idx) to cu-customer-name.
           move ws-cu-tbl-status(ws-cust-idx) to cu-status.
           if ws-cu-tbl-status(ws-cust-idx) not equal "A"
           and ws-cu-tbl-status(ws-cust-idx) not equal "I"
               move spaces to ws-detail-line
               move ws-cu-tbl-number(ws-cust-idx) to ws-det-customer
               move ws-cu-tbl-name(ws-cust-idx) to ws-det-name
               move ws-warn-text-1-cnst to ws-det-message
               move ws-detail-line to report-line
               write report-line
           end-if.
           write customer-master-line.
      ******************************************************************
      * Writes the re-pointed return history back over custReturns.dat
      * - records folded into a survivor's record are left out
      ******************************************************************
       650-rewrite-return-history.
           open output history-file.
           perform 660-write-history-record
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.
           close history-file.
       660-write-history-record.
           if ws-ch-live-tbl(ws-hist-idx) equal ws-true-cnst
               move ws-ch-cust-tbl(ws-hist-idx) to ch-customer-number
               move ws-ch-date-tbl(ws-hist-idx) to ch-post-date
               move ws-ch-store-tbl(ws-hist-idx) to ch-store-number
               move ws-ch-cnt-tbl(ws-hist-idx) to ch-ret-count
               move ws-ch-amt-tbl(ws-hist-idx) to ch-ret-amount
               move ws-ch-nor-tbl(ws-hist-idx) to ch-noreceipt-count
               write history-line
           end-if.
      ******************************************************************
      * Reads each file that carries customer numbers once, counting
      * the lines that still hold each number erased this run - a
      * file not on hand is simply skipped
      ******************************************************************
       700-scan-erased-files.
           perform 710-scan-one-file
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-scan-count.
       710-scan-one-file.
           move spaces to ws-scan-path.
           string ws-scan-dir(ws-scan-idx) delimited by space
               "/" delimited by size
               ws-scan-name(ws-scan-idx) delimited by space
               into ws-scan-path.
           move ws-scan-pos(ws-scan-idx) to ws-scan-pos-now.
           move "n" to ws-scan-eof-flag.
           open input scan-file.
           if ws-scan-status equal "00"
               read scan-file
                   at end move "y" to ws-scan-eof-flag
               end-read
               perform 720-scan-line
                   until ws-scan-eof-flag = 'y'
               close scan-file
           end-if.
       720-scan-line.
           perform varying ws-erased-idx from 1 by 1
               until ws-erased-idx > ws-erased-count
               if scan-line(ws-scan-pos-now:8) equal
                   ws-er-tbl-number(ws-erased-idx)
                   add 1 to ws-er-tbl-hits(ws-erased-idx, ws-scan-idx)
               end-if
           end-perform.
           read scan-file
               at end move "y" to ws-scan-eof-flag.
      ******************************************************************
      * One block per erased number - every file still holding it,
      * with the line count, for whoever answers the privacy request
      ******************************************************************
       750-print-erased-section.
           write report-line from ws-star-line
               after advancing 1 line.
           write report-line from ws-erased-title
               after advancing 1 line.
           write report-line from ws-star-line
               after advancing 1 line.
           perform 760-print-erased-number
               varying ws-erased-idx from 1 by 1
               until ws-erased-idx > ws-erased-count.
       760-print-erased-number.
           move ws-false-cnst to ws-erased-listed.
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-scan-count
               if ws-er-tbl-hits(ws-erased-idx, ws-scan-idx) > 0
                   move ws-er-tbl-number(ws-erased-idx)
                       to ws-el-customer
                   move ws-scan-name(ws-scan-idx) to ws-el-file
                   move ws-er-tbl-hits(ws-erased-idx, ws-scan-idx)
                       to ws-el-hits
                   write report-line from ws-erased-line
                   move ws-true-cnst to ws-erased-listed
               end-if
           end-perform.
           if ws-erased-listed equal ws-false-cnst
               move spaces to report-line
               move ws-er-tbl-number(ws-erased-idx)
                   to report-line(3:8)
               move ws-erased-none-cnst to report-line(13:24)
               write report-line
           end-if.
      ******************************************************************
      * Run totals - read/applied/rejected must account for each other
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
           move ws-cust-count to ws-tot-cust-count.
           move ws-total-4 to report-line.
           write report-line.
           move ws-hist-moved-total to ws-tot-hist-moved.
           move ws-total-5 to report-line.
           write report-line.
      ******************************************************************
      * End of Group 4 - Program #42
      ******************************************************************
       end program Program42.
