      * effective date - so validation can price a transaction
      * against the price in force on its own date, and "what did
      * this SKU cost in March" is a read of the history file.
      * Unit cost is kept the same way: an add may carry the opening
      * cost, a recost transaction puts a new cost in force from its
      * effective date, the master carries the newest cost, and
      * skuCostHist.dat keeps the dated trail the margin reporting
      * costs each sale against.
      * Each SKU also carries the number of the vendor it is bought
      * from - an add may carry it and an assign-vendor transaction
      * (action V) sets or changes it - so defective stock held for
      * return-to-vendor can be batched into claims vendor by vendor.
      * The transaction's user must be an active operator on
      * operatorMaster.dat holding the function it needs - SKUP for
      * a reprice or recost, SKUM for add, discontinue, reactivate
      * and assign vendor; rejections are logged as well as the changes.
      ******************************************************************
       identification division.
       program-id. Program17.
               organization is line sequential
               file status is ws-price-hist-status.

           select cost-hist-file
               assign to ws-cost-hist-path
               organization is line sequential
               file status is ws-cost-hist-status.

           select change-log-file
               assign to ws-change-log-path
               organization is line sequential
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
       fd trans-file
           data record is trans-line
           record contains 72 characters.
      *
       01 trans-line.
           05 sk-action                          pic x.
               88 sk-action-discontinue value "D".
               88 sk-action-reactivate value "R".
               88 sk-action-reprice value "P".
               88 sk-action-recost value "C".
               88 sk-action-vendor value "V".
               88 sk-valid-action value "A","D","R","P","C","V".
           05 sk-sku-code                        pic x(15).
           05 sk-description                     pic x(20).
           05 sk-dept-code                       pic 99.
           05 sk-unit-price                      pic 9(5)v99.
           05 sk-effective-date                  pic 9(6).
           05 sk-user-id                         pic x(8).
           05 sk-unit-cost                       pic 9(5)v99.
           05 sk-vendor-number                   pic x(6).
      *
       fd sku-master-file
           data record is sku-master-line
           record contains 58 characters.
      *
       01 sku-master-line.
           05 skm-sku-code                      pic x(15).
           05 skm-status                        pic x.
               88 skm-active value "A".
               88 skm-discontinued value "D".
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
      *
      * One record per price ever put in force - sku, the date the
      * price took effect, and the price; appended on every add and
           05 ph-sku-code                       pic x(15).
           05 ph-effective-date                 pic 9(6).
           05 ph-unit-price                     pic 9(5)v99.
      *
      * One record per unit cost ever put in force - the same shape
      * and the same append-only rule as the price history
       fd cost-hist-file
           data record is cost-hist-line
           record contains 28 characters.
      *
       01 cost-hist-line.
           05 ch-sku-code                       pic x(15).
           05 ch-effective-date                 pic 9(6).
           05 ch-unit-cost                      pic 9(5)v99.
      *
       fd change-log-file
           data record is change-log-line
           record contains 109 characters.
      *
       01 change-log-line                   pic x(109).
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
       working-storage section.
      ******************************************************************
      * Configurable data directory - default matches the existing
       01 ws-trans-path                 pic x(80).
       01 ws-sku-master-path            pic x(80).
       01 ws-price-hist-path            pic x(80).
       01 ws-cost-hist-path             pic x(80).
       01 ws-change-log-path            pic x(80).
       01 ws-report-path                pic x(80).
       01 ws-operator-path              pic x(80).
       77 ws-trans-status               pic xx.
       77 ws-price-hist-status          pic xx.
       77 ws-cost-hist-status           pic xx.
       77 ws-change-log-status          pic xx.
       77 ws-operator-status            pic xx.
       01 ws-flags.
           05 ws-trans-eof-flag          pic x
               value "n".
               value "n".
           05 ws-sku-found               pic x
               value "N".
           05 ws-operator-eof-flag       pic x
               value "n".
           05 ws-user-authorized         pic x
               value "N".
      ******************************************************************
      * The whole SKU master is held in this table while the
      * transactions are applied, then written back out compact
               10 ws-sk-tbl-dept             pic 99.
               10 ws-sk-tbl-price            pic 9(5)v99.
               10 ws-sk-tbl-status           pic x.
               10 ws-sk-tbl-cost             pic 9(5)v99.
               10 ws-sk-tbl-vendor           pic x(6).
       77 ws-sku-count                  pic 999
           value 0.
       77 ws-sku-idx                    pic 999
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
       77 ws-old-vendor                 pic x(6)
           value spaces.
      ******************************************************************
      * Change-log record - date, time and user alongside the before
      * and after price and status of the SKU touched, plus the
      * effective date the change carries. A recost (action C)
      * carries the before and after cost in the price fields; an
      * assign-vendor (action V) carries the before and after vendor
      * number in the message
      ******************************************************************
       01 ws-change-log-line.
           05 ws-cl-date                    pic 9(6).
           05 ws-cl-new-price               pic 9(5)v99.
           05 ws-cl-new-status              pic x.
           05 ws-cl-effective               pic 9(6).
      * A applied, R rejected - the message is the report line's
      * reason; requested-by is kept blank, SKU maintenance has no
      * dual control
           05 ws-cl-disposition             pic x.
           05 ws-cl-requested-by            pic x(8).
           05 ws-cl-message                 pic x(40).
      ******************************************************************
      *
      ******************************************************************
           value "*Rejected - Price Not Numeric Or Zero*  ".
       77 ws-reject-text-8-cnst         pic x(40)
           value "*Rejected - Effective Date Not Valid*   ".
       77 ws-reject-text-9-cnst         pic x(40)
           value "*Rejected - Cost Not Numeric Or Zero*   ".
       77 ws-reject-text-10-cnst        pic x(40)
           value "*Rejected - User Not Authorized*        ".
       77 ws-reject-text-11-cnst        pic x(40)
           value "*Rejected - Vendor Number Blank*        ".
       77 ws-applied-text-cnst          pic x(40)
           value "Applied                                 ".
       01 ws-boolean-cnst.
      * so a missing or misnamed master aborts the run right here
      * before anything has been truncated or appended to
           perform 050-load-sku-master.
           perform 060-load-operator-master.
           open output report-file.
      * Change log and price history are permanent running history,
      * so they extend run over run - only a first-ever run, with no
           if ws-price-hist-status not equal "00"
               open output price-hist-file
           end-if.
           open extend cost-hist-file.
           if ws-cost-hist-status not equal "00"
               open output cost-hist-file
           end-if.
           write report-line from ws-heading1-name-line
               after advancing 1 line.
           write report-line from ws-star-line
           perform 500-print-totals.
           close report-file,
                 change-log-file,
                 price-hist-file,
                 cost-hist-file.
      *
           stop run.
      ******************************************************************
           string ws-group-dir delimited by space
               "/skuPriceHist.dat" delimited by size
               into ws-price-hist-path.
           string ws-group-dir delimited by space
               "/skuCostHist.dat" delimited by size
               into ws-cost-hist-path.
           string ws-group-dir delimited by space
               "/skuMasterLog.dat" delimited by size
               into ws-change-log-path.
           string ws-group-dir delimited by space
               "/skuMaintReport.out" delimited by size
               into ws-report-path.
           string ws-group-dir delimited by space
               "/operatorMaster.dat" delimited by size
               into ws-operator-path.
      ******************************************************************
      * Loads the SKU master into the maintenance table - the whole
      * file is held here while the transactions are applied, then
           move skm-dept-code to ws-sk-tbl-dept(ws-sku-count).
           move skm-unit-price to ws-sk-tbl-price(ws-sku-count).
           move skm-status to ws-sk-tbl-status(ws-sku-count).
      * A master written before costs were carried has the cost
      * columns blank - it comes in as no cost yet, and goes back
      * out with the field filled on the rewrite
           if skm-unit-cost is numeric
               move skm-unit-cost to ws-sk-tbl-cost(ws-sku-count)
           else
               move 0 to ws-sk-tbl-cost(ws-sku-count)
           end-if.
      * Likewise a master written before vendors were carried comes
      * in with the vendor blank - not yet assigned
           move skm-vendor-number to ws-sk-tbl-vendor(ws-sku-count).
           read sku-master-file
               at end move "y" to ws-sku-eof-flag.
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
      * One maintenance transaction - finds the SKU on the table,
      * hands off to the right apply paragraph, or rejects with a
      * reason line on the report. The status byte is only ever set
           else
               move 0 to ws-det-price
           end-if.
           if sk-action-recost
               if sk-unit-cost is numeric
                   move sk-unit-cost to ws-det-price
               else
                   move 0 to ws-det-price
               end-if
           end-if.
           move sk-effective-date to ws-det-effective.
           if sk-sku-code equal spaces
               move ws-reject-text-6-cnst to ws-det-message
               if not sk-valid-action
                   move ws-reject-text-4-cnst to ws-det-message
                   perform 390-write-reject
               else
               perform 305-check-authority
               if ws-user-authorized equal ws-false-cnst
                   move ws-reject-text-10-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if sk-action-add
                       perform 320-apply-add
                   if sk-action-reprice
                       perform 350-apply-reprice
                   end-if
                   if sk-action-recost
                       perform 355-apply-recost
                   end-if
                   if sk-action-vendor
                       perform 357-apply-vendor
                   end-if
               end-if
               end-if
           end-if.
           read trans-file
               at end move "y" to ws-trans-eof-flag.
      ******************************************************************
      * The transaction's user must be an active operator holding the
      * function code the action needs - SKUP to put a new price or
      * cost in force, SKUM for the rest of SKU maintenance
      ******************************************************************
       305-check-authority.
           move ws-false-cnst to ws-user-authorized.
           if sk-action-reprice
           or sk-action-recost
               move "SKUP" to ws-auth-function
           else
               move "SKUM" to ws-auth-function
           end-if.
           perform varying ws-operator-idx from 1 by 1
               until ws-operator-idx > ws-operator-count
               if sk-user-id equal ws-op-tbl-user(ws-operator-idx)
               and sk-user-id not equal spaces
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
      * Scans the maintenance table for the transaction's SKU code -
      * ws-match-idx holds where it was found
      ******************************************************************
               move ws-false-cnst to ws-sku-found
               move 999 to ws-match-idx
           else
               if sk-effective-date is not numeric
               or sk-effective-date(3:2) < "01"
               or sk-effective-date(3:2) > "12"
               or sk-effective-date(5:2) < "01"
               or sk-effective-date(5:2) > "31"
                   move ws-reject-text-8-cnst to ws-det-message
                   perform 390-write-reject
                   move ws-false-cnst to ws-sku-found
                   move 999 to ws-match-idx
               end-if
           end-if.
      ******************************************************************
      * Cost and effective-date shape checks for a recost - a cost
      * of zero would report every sale of the item as pure margin
      ******************************************************************
       316-check-cost-fields.
           if sk-unit-cost is not numeric
           or sk-unit-cost equal 0
               move ws-reject-text-9-cnst to ws-det-message
               perform 390-write-reject
               move ws-false-cnst to ws-sku-found
               move 999 to ws-match-idx
           else
               if sk-effective-date is not numeric
               or sk-effective-date(3:2) < "01"
               or sk-effective-date(3:2) > "12"
               or sk-effective-date(5:2) < "01"
               or sk-effective-date(5:2) > "31"
                   move ws-reject-text-8-cnst to ws-det-message
                   perform 390-write-reject
                   move ws-false-cnst to ws-sku-found
                   move 999 to ws-match-idx
               end-if
           end-if.
      ******************************************************************
      * Add - the code must be new, the description present and the
               move ws-reject-text-1-cnst to ws-det-message
               perform 390-write-reject
           else
               if sk-description equal spaces
                   move ws-reject-text-3-cnst to ws-det-message
                   perform 390-write-reject
               else
                   if ws-sku-count >= 500
                       move ws-reject-text-5-cnst to ws-det-message
                       perform 390-write-reject
                   else
                       move 999 to ws-match-idx
                       move ws-true-cnst to ws-sku-found
                       perform 315-check-price-fields
                       if ws-sku-found equal ws-true-cnst
                           move 0 to ws-cl-old-price
                           move spaces to ws-cl-old-status
                           add 1 to ws-sku-count
                           move sk-sku-code
                               to ws-sk-tbl-code(ws-sku-count)
                           move sk-description
                               to ws-sk-tbl-desc(ws-sku-count)
                           move sk-dept-code
                               to ws-sk-tbl-dept(ws-sku-count)
                           move sk-unit-price
                               to ws-sk-tbl-price(ws-sku-count)
                           move "A" to ws-sk-tbl-status(ws-sku-count)
                           move 0 to ws-sk-tbl-cost(ws-sku-count)
                           move sk-vendor-number
                               to ws-sk-tbl-vendor(ws-sku-count)
                           move ws-sku-count to ws-match-idx
                           perform 370-write-price-history
                           if sk-unit-cost is numeric
                           and sk-unit-cost > 0
                               move sk-unit-cost
                                   to ws-sk-tbl-cost(ws-sku-count)
                               perform 375-write-cost-history
                           end-if
                           perform 380-write-applied
                       end-if
                   end-if
               end-if
           end-if.
      ******************************************************************
      * Discontinue - must be on file; status goes to D, the price
               end-if
           end-if.
      ******************************************************************
      * Recost - must be on file with a well-formed cost and
      * effective date; the master carries the newest cost and the
      * cost history the dated trail
      ******************************************************************
       355-apply-recost.
           if ws-sku-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               perform 316-check-cost-fields
               if ws-sku-found equal ws-true-cnst
                   perform 360-save-old-image
                   move sk-unit-cost
                       to ws-sk-tbl-cost(ws-match-idx)
                   perform 375-write-cost-history
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * Assign vendor - must be on file with a vendor number keyed;
      * the master carries the one vendor the item is bought from,
      * and the log message keeps the before and after vendor
      ******************************************************************
       357-apply-vendor.
           if ws-sku-found equal ws-false-cnst
               move ws-reject-text-2-cnst to ws-det-message
               perform 390-write-reject
           else
               if sk-vendor-number equal spaces
                   move ws-reject-text-11-cnst to ws-det-message
                   perform 390-write-reject
               else
                   perform 360-save-old-image
                   move sk-vendor-number
                       to ws-sk-tbl-vendor(ws-match-idx)
                   perform 380-write-applied
               end-if
           end-if.
      ******************************************************************
      * The before image for the change log, taken before the table
      * entry is touched
      ******************************************************************
       360-save-old-image.
           move ws-sk-tbl-price(ws-match-idx) to ws-cl-old-price.
           if sk-action-recost
               move ws-sk-tbl-cost(ws-match-idx) to ws-cl-old-price
           end-if.
           move ws-sk-tbl-status(ws-match-idx) to ws-cl-old-status.
           move ws-sk-tbl-vendor(ws-match-idx) to ws-old-vendor.
           if ws-old-vendor equal spaces
               move "NONE" to ws-old-vendor
           end-if.
      ******************************************************************
      * One history record per price put in force - append-only, the
      * file is the dated answer to what an item cost and when
           move sk-unit-price to ph-unit-price.
           write price-hist-line.
      ******************************************************************
      * One history record per cost put in force - append-only, like
      * the price history
      ******************************************************************
       375-write-cost-history.
           move sk-sku-code to ch-sku-code.
           move sk-effective-date to ch-effective-date.
           move sk-unit-cost to ch-unit-cost.
           write cost-hist-line.
      ******************************************************************
      * An applied transaction gets a report line and a change-log
      * record carrying who, when, and the before/after image
      ******************************************************************
       380-write-applied.
           add 1 to ws-trans-applied-count.
           move ws-applied-text-cnst to ws-det-message.
           if sk-action-vendor
               move spaces to ws-det-message
               string "Applied - Vendor " delimited by size
                   ws-old-vendor delimited by size
                   " To " delimited by size
                   sk-vendor-number delimited by size
                   into ws-det-message
           end-if.
           move ws-detail-line to report-line.
           write report-line.
           move ws-nl-date to ws-cl-date.
           move sk-action to ws-cl-action.
           move sk-sku-code to ws-cl-sku-code.
           move ws-sk-tbl-price(ws-match-idx) to ws-cl-new-price.
           if sk-action-recost
               move ws-sk-tbl-cost(ws-match-idx) to ws-cl-new-price
           end-if.
           move ws-sk-tbl-status(ws-match-idx) to ws-cl-new-status.
           move sk-effective-date to ws-cl-effective.
           move "A" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * A rejected transaction gets a report line and a change-log
      * record with the reason - the master and the history are never
      * touched by one, but who tried what is kept. The log carries
      * the price (or cost) as keyed, with no before image
      ******************************************************************
       390-write-reject.
           add 1 to ws-trans-rejected-count.
           move ws-detail-line to report-line.
           write report-line.
           move ws-nl-date to ws-cl-date.
           accept ws-cl-time from time.
           move sk-user-id to ws-cl-user.
           move sk-action to ws-cl-action.
           move sk-sku-code to ws-cl-sku-code.
           move 0 to ws-cl-old-price.
           move spaces to ws-cl-old-status.
           move 0 to ws-cl-new-price.
           if sk-action-recost
               if sk-unit-cost is numeric
                   move sk-unit-cost to ws-cl-new-price
               end-if
           else
               if sk-unit-price is numeric
                   move sk-unit-price to ws-cl-new-price
               end-if
           end-if.
           move spaces to ws-cl-new-status.
           move sk-effective-date to ws-cl-effective.
           move "R" to ws-cl-disposition.
           move spaces to ws-cl-requested-by.
           move ws-det-message to ws-cl-message.
           move ws-change-log-line to change-log-line.
           write change-log-line.
      ******************************************************************
      * Writes the maintenance table back over skuMaster.dat - every
      * record goes out through the fixed record layout, so a column
           move ws-sk-tbl-dept(ws-sku-idx) to skm-dept-code.
           move ws-sk-tbl-price(ws-sku-idx) to skm-unit-price.
           move ws-sk-tbl-status(ws-sku-idx) to skm-status.
           move ws-sk-tbl-cost(ws-sku-idx) to skm-unit-cost.
           move ws-sk-tbl-vendor(ws-sku-idx) to skm-vendor-number.
           write sku-master-line.
      ******************************************************************
      * Run totals - read/applied/rejected must account for each other
