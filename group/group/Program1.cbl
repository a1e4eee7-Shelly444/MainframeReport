               organization is line sequential
               file status is ws-period-status.

           select fiscal-calendar-file
               assign to ws-fiscal-calendar-path
               organization is line sequential
               file status is ws-fiscal-calendar-status.

      * Per-store feedback file - the path is rebuilt per store
      * before each open, the same way the transmissions are read
           select feedback-file
      *
       01 input-line.
           05 input-transaction-code             pic x.
               88 input-valid-tcode value "S","L","R","E","V","X".
           05 input-transaction-ammount          pic 9(5)v99.
           05 input-payment-type                 pic xx.
               88 input-valid-type value "CA","CR","DB","GC".
           05 input-sku-code                     pic x(15).
      * On a layaway (L) record this field carries the lifecycle
      * event - open, payment, final pickup, cancel - instead of a
      * return reason; on an inter-store transfer (X) it carries the
      * side of the move - shipped out (XS) or received in (XR);
      * S and E records carry it blank
           05 input-return-reason-code           pic xx.
               88 input-valid-reason-code value "DF","WI","CM","OT".
               88 input-valid-layaway-event value "LO","LP","LF","LC".
               88 input-layaway-payment value "LP".
               88 input-valid-transfer-event value "XS","XR".
               88 input-transfer-ship value "XS".
           05 input-transaction-date             pic 9(6).
           05 input-cashier-id                   pic 9(4).
      * Only an exchange (E) carries the replacement item - the
      * the net difference between the two. On any other record paid
      * with gift-card (GC) tender this field carries the card
      * number instead, which is why GC tender is refused on an
      * exchange - the two uses would collide. A transfer (X)
      * carries the other store of the move in its first two
      * positions - the receiving store on the ship side, the
      * shipping store on the receive side
           05 input-replacement-sku              pic x(15).
      * Register time of day, HHMM - loss prevention reads patterns
      * off it that the date alone can never show

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

      * Full product record - the SKU master used to be a bare
      * 15-character code per line, which could only say a code
      * posted against a $9.00 item, or a sale of a discontinued item
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

      * Effective-dated price history kept by the SKU maintenance
      * program - one record per price with the date it took force,
           05 pc-closed-date                     pic 9(6).
           05 pc-user-id                         pic x(8).

      * Program44's fiscal calendar - once it is on file the periods
      * closed on periodControl.dat are fiscal periods, and the days
      * inside them are taken off it
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

      * The feedback a store's POS polls for after each run - an A
      * line with the accepted count and amount, followed by one R
      * line per rejected record (the record itself with its first
           value 0.
       77 ws-closed-dropped             pic 9(4)
           value 0.
      * The days of the closed fiscal periods, when the fiscal
      * calendar is on file - a transaction date on this table is
      * rejected instead of being matched on its YYMM
       01 ws-fiscal-calendar-path       pic x(80).
       77 ws-fiscal-calendar-status     pic xx.
       77 ws-fiscal-eof-flag            pic x
           value "n".
       77 ws-fiscal-on-file             pic x
           value "N".
       77 ws-closed-date-tbl occurs 5000 times pic 9(6).
       77 ws-closed-date-count          pic 9(4)
           value 0.
       77 ws-closed-date-idx            pic 9(4)
           value 0.
       77 ws-closed-date-dropped        pic 9(4)
           value 0.
      ******************************************************************
      * Review suspense already on file, loaded at startup now that
      * review.dat persists run over run - a same-day rerun re-holds
      * store and first error reason until the per-store feedback
      * files are written at end of run
      ******************************************************************
       77 ws-acc-cnt-tbl occurs 99 times pic 9(4)
           value 0.
       77 ws-acc-amt-tbl occurs 99 times pic 9(9)v99
           value 0.
       77 ws-fb-type-tbl occurs 500 times pic x.
       77 ws-fb-store-tbl occurs 500 times pic 99.
           value "*Customer Not On File*        ".
       77 ws-error-text-32-cnst          pic x(30)
           value "*Posting Period Closed*       ".
       77 ws-error-text-33-cnst          pic x(30)
           value "*Transfer Event Code*         ".
       77 ws-error-text-34-cnst          pic x(30)
           value "*Transfer Store Not On File*  ".
       77 ws-error-text-35-cnst          pic x(30)
           value "*Transfer Store Closed*       ".
       77 ws-error-text-36-cnst          pic x(30)
           value "*Transfer To Same Store*      ".
      ******************************************************************
      * Store-master lookup table, loaded once at startup - sized for
      * every store number the two-digit field can carry
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times     pic 99.
       01 ws-store-name-tbl-area.
           05 ws-store-name-tbl occurs 99 times pic x(20).
       77 ws-store-status-tbl occurs 99 times  pic x.
       77 ws-store-count                pic 999
           value 0.
       77 ws-store-idx                  pic 999
           value 0.
       77 ws-store-found                pic x
           value "N".
           value "N".
       77 ws-dup-event                  pic x
           value space.
      * The other store named on an inter-store transfer
       77 ws-xfer-store                 pic 99
           value 0.
       77 ws-xfer-store-found           pic x
           value "N".
       77 ws-history-status             pic xx.
      * Void verification - a V record must cite a sale (an S, or a
      * layaway final pickup) that is on the history, at the same
           value "N".
       77 ws-trans-overflow             pic x
           value "N".
       77 ws-tr-store-idx               pic 999
           value 0.
       77 ws-this-store-num             pic 99
           value 0.
           value "N".
       77 ws-this-store-files           pic 99
           value 0.
       77 ws-store-files-tbl occurs 99 times pic 99.
       01 ws-files-line.
           05 ws-fl-store-num            pic z9.
           05 filler                     pic x
               value "N".
           05 ws-error-32                    pic x
               value "N".
           05 ws-error-33                    pic x
               value "N".
           05 ws-error-34                    pic x
               value "N".
           05 ws-error-35                    pic x
               value "N".
           05 ws-error-36                    pic x
               value "N".
      *
           77 ws-is-error                   pic x
               value "N".
               value 0.
           77 ws-err-cnt-32                 pic 999
               value 0.
           77 ws-err-cnt-33                 pic 999
               value 0.
           77 ws-err-cnt-34                 pic 999
               value 0.
           77 ws-err-cnt-35                 pic 999
               value 0.
           77 ws-err-cnt-36                 pic 999
               value 0.
      ******************************************************************
      * Snapshot of the frequency counters above, saved and restored
      * around 301-edit-checks' re-validation call from the correction
           77 ws-err-cnt-sv-30              pic 999.
           77 ws-err-cnt-sv-31              pic 999.
           77 ws-err-cnt-sv-32              pic 999.
           77 ws-err-cnt-sv-33              pic 999.
           77 ws-err-cnt-sv-34              pic 999.
           77 ws-err-cnt-sv-35              pic 999.
           77 ws-err-cnt-sv-36              pic 999.
           01 ws-boolean-cnst.
           05 ws-true-cnst                  pic x
               value "Y".
           perform 057-load-promo-master.
           perform 061-load-customer-master.
           perform 068-load-period-control.
           perform 070-load-fiscal-closed-dates.
           perform 062-load-employee-master.
      * History stays open I-O for the whole run - every accepted
      * invoice is written as it is accepted, so even an abended run
           string ws-group-dir delimited by space
               "/periodControl.dat" delimited by size
               into ws-period-path.
           string ws-group-dir delimited by space
               "/fiscalCalendar.dat" delimited by size
               into ws-fiscal-calendar-path.
           string ws-group-dir delimited by space
               "/checkpoint.dat" delimited by size
               into ws-checkpoint-path.
               until ws-store-eof-flag = 'y'.
           close store-master-file.
       051-store-master-loop.
           if ws-store-count < 99
               add 1 to ws-store-count
               move sm-store-number to ws-store-num-tbl(ws-store-count)
               move sm-store-name to ws-store-name-tbl(ws-store-count)
               move sm-store-status
                   to ws-store-status-tbl(ws-store-count)
           end-if.
           read store-master-file
               at end move "y" to ws-store-eof-flag.
      ******************************************************************
           read period-file
               at end move "y" to ws-period-eof-flag.
      ******************************************************************
      * With the fiscal calendar on file the closed periods are
      * fiscal periods - every day the calendar puts inside one of
      * them is kept, and the date check works off those days
      ******************************************************************
       070-load-fiscal-closed-dates.
           open input fiscal-calendar-file.
           if ws-fiscal-calendar-status equal "00"
               move "Y" to ws-fiscal-on-file
               read fiscal-calendar-file
                   at end move "y" to ws-fiscal-eof-flag
               end-read
               perform 071-fiscal-closed-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.
           if ws-closed-date-dropped > 0
               display "Program1: closed-date table full - "
                   ws-closed-date-dropped " day(s) not loaded; dates "
                   "in them will NOT be rejected - trim "
                   "periodControl.dat"
           end-if.
       071-fiscal-closed-loop.
           perform varying ws-closed-idx from 1 by 1
               until ws-closed-idx > ws-closed-count
               if fc-fiscal-period equal ws-closed-tbl(ws-closed-idx)
                   if ws-closed-date-count < 5000
                       add 1 to ws-closed-date-count
                       move fc-date
                           to ws-closed-date-tbl(ws-closed-date-count)
                   else
                       add 1 to ws-closed-date-dropped
                   end-if
               end-if
           end-perform.
           read fiscal-calendar-file
               at end move "y" to ws-fiscal-eof-flag.
      ******************************************************************
      * Loads the employee-master file into tables once at startup so
      * the cashier on every transaction can be cross-referenced, the
      * same way the store and SKU masters are
               move input-invoice-number to ih-invoice-number
               move input-transaction-code to ih-tcode
               if input-transaction-code equal "L"
               or input-transaction-code equal "X"
                   move input-return-reason-code(2:1) to ih-event
               else
                   move space to ih-event
          add 1                        to ws-err-cnt-2
       end-if.

      * A transfer moves stock between two of our own stores - no
      * money changes hands, so it carries no tender to check
       if not input-valid-type
       and input-transaction-code not equal "X" then
           move ws-true-cnst            to ws-error-3
           move ws-true-cnst            to ws-is-error
           add 1                        to ws-err-cnt-3
      * A layaway's event letter is part of the duplicate identity -
      * the open, pickup and cancel on one invoice are three
      * legitimate postings, while the same event arriving twice is
      * the duplicate; payments (LP) recur by design and are exempt.
      * A transfer's ship and receive sides share one invoice the
      * same way
       move space to ws-dup-event.
       if input-transaction-code equal "L"
       or input-transaction-code equal "X"
           move input-return-reason-code(2:1) to ws-dup-event
       end-if.
       move "N" to ws-invoice-dup.
           end-if
       end-if.
      ******************************************************************
      * Inter-store transfer checks - an X record must say which side
      * of the move it is, and the other store it names must be on
      * the store master, open, and not the record's own store.
      * Each side is edited on its own; a receipt arriving before
      * its shipment is left for the in-transit report to surface
      ******************************************************************
       if input-transaction-code equal "X"
           if not input-valid-transfer-event
               move ws-true-cnst        to ws-error-33
               move ws-true-cnst        to ws-is-error
               add 1                    to ws-err-cnt-33
           end-if
           move ws-false-cnst           to ws-xfer-store-found
           if input-replacement-sku(1:2) is numeric
               move input-replacement-sku(1:2) to ws-xfer-store
               perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
                   if ws-xfer-store equal
                       ws-store-num-tbl(ws-store-idx)
                       move ws-true-cnst to ws-xfer-store-found
                       if ws-store-status-tbl(ws-store-idx)
                           not equal "O"
                           move ws-true-cnst to ws-error-35
                           move ws-true-cnst to ws-is-error
                           add 1         to ws-err-cnt-35
                       end-if
                   end-if
               end-perform
               if input-store-number is numeric
               and ws-xfer-store equal input-store-number
                   move ws-true-cnst    to ws-error-36
                   move ws-true-cnst    to ws-is-error
                   add 1                to ws-err-cnt-36
               end-if
           end-if
           if ws-xfer-store-found equal ws-false-cnst
               move ws-true-cnst        to ws-error-34
               move ws-true-cnst        to ws-is-error
               add 1                    to ws-err-cnt-34
           end-if
       end-if.
      ******************************************************************
      * Void checks - a V record backs out a posted sale, so the
      * invoice it cites must be on the history as an S (or a
      * layaway final pickup), at this record's store, and not
      ******************************************************************
       if input-transaction-date is numeric
           move "N" to ws-period-closed
           if ws-fiscal-on-file equal "Y"
               perform varying ws-closed-date-idx from 1 by 1
                   until ws-closed-date-idx > ws-closed-date-count
                   if input-transaction-date equal
                       ws-closed-date-tbl(ws-closed-date-idx)
                       move "Y" to ws-period-closed
                   end-if
               end-perform
           else
               perform varying ws-closed-idx from 1 by 1
                   until ws-closed-idx > ws-closed-count
                   if input-transaction-date(1:4) equal
                       ws-closed-tbl(ws-closed-idx)
                       move "Y" to ws-period-closed
                   end-if
               end-perform
           end-if
           if ws-period-closed equal "Y"
               move ws-true-cnst        to ws-error-32
               move ws-true-cnst        to ws-is-error
               move ws-detail-line-2 to report-line
               write report-line
           end-if
       end-if.
       if ws-error-33 equal ws-true-cnst
           if ws-first-error equal ws-true-cnst
               move ws-false-cnst to ws-first-error
               move ws-error-text-33-cnst to ws-det-error-text
               move ws-detail-line to report-line
               write report-line
           else
               move ws-error-text-33-cnst to ws-det-error-text2
               move ws-detail-line-2 to report-line
               write report-line
           end-if
       end-if.
       if ws-error-34 equal ws-true-cnst
           if ws-first-error equal ws-true-cnst
               move ws-false-cnst to ws-first-error
               move ws-error-text-34-cnst to ws-det-error-text
               move ws-detail-line to report-line
               write report-line
           else
               move ws-error-text-34-cnst to ws-det-error-text2
               move ws-detail-line-2 to report-line
               write report-line
           end-if
       end-if.
       if ws-error-35 equal ws-true-cnst
           if ws-first-error equal ws-true-cnst
               move ws-false-cnst to ws-first-error
               move ws-error-text-35-cnst to ws-det-error-text
               move ws-detail-line to report-line
               write report-line
           else
               move ws-error-text-35-cnst to ws-det-error-text2
               move ws-detail-line-2 to report-line
               write report-line
           end-if
       end-if.
       if ws-error-36 equal ws-true-cnst
           if ws-first-error equal ws-true-cnst
               move ws-false-cnst to ws-first-error
               move ws-error-text-36-cnst to ws-det-error-text
               move ws-detail-line to report-line
               write report-line
           else
               move ws-error-text-36-cnst to ws-det-error-text2
               move ws-detail-line-2 to report-line
               write report-line
           end-if
       end-if.
           perform 410-buffer-reject-feedback.
           perform 306-reset-error-flags.
           move ws-false-cnst to ws-error-30.
           move ws-false-cnst to ws-error-31.
           move ws-false-cnst to ws-error-32.
           move ws-false-cnst to ws-error-33.
           move ws-false-cnst to ws-error-34.
           move ws-false-cnst to ws-error-35.
           move ws-false-cnst to ws-error-36.
      ******************************************************************
      * Large-transaction hold - routes an otherwise-good record to
      * review.dat instead of valid.dat, with its own report line
      * counted and reported again but not written again - the
      * supervisor gets one copy to dispose, not one per rerun
           if input-transaction-code equal "L"
           or input-transaction-code equal "X"
               move input-return-reason-code(2:1)
                   to ws-susp-event-work
           else
           move ws-err-cnt-32 to ws-erf-count.
           move ws-error-freq-line to report-line.
           write report-line.
           move ws-error-text-33-cnst to ws-erf-label.
           move ws-err-cnt-33 to ws-erf-count.
           move ws-error-freq-line to report-line.
           write report-line.
           move ws-error-text-34-cnst to ws-erf-label.
           move ws-err-cnt-34 to ws-erf-count.
           move ws-error-freq-line to report-line.
           write report-line.
           move ws-error-text-35-cnst to ws-erf-label.
           move ws-err-cnt-35 to ws-erf-count.
           move ws-error-freq-line to report-line.
           write report-line.
           move ws-error-text-36-cnst to ws-erf-label.
           move ws-err-cnt-36 to ws-erf-count.
           move ws-error-freq-line to report-line.
           write report-line.
      ******************************************************************
      * Correction/resubmission pass - reads corrections.dat (record
      * number + field id + new value) into a table keyed by rec-num
           move ws-err-cnt-30 to ws-err-cnt-sv-30.
           move ws-err-cnt-31 to ws-err-cnt-sv-31.
           move ws-err-cnt-32 to ws-err-cnt-sv-32.
           move ws-err-cnt-33 to ws-err-cnt-sv-33.
           move ws-err-cnt-34 to ws-err-cnt-sv-34.
           move ws-err-cnt-35 to ws-err-cnt-sv-35.
           move ws-err-cnt-36 to ws-err-cnt-sv-36.
       608-restore-error-counts.
           move ws-err-cnt-sv-1  to ws-err-cnt-1.
           move ws-err-cnt-sv-2  to ws-err-cnt-2.
           move ws-err-cnt-sv-30 to ws-err-cnt-30.
           move ws-err-cnt-sv-31 to ws-err-cnt-31.
           move ws-err-cnt-sv-32 to ws-err-cnt-32.
           move ws-err-cnt-sv-33 to ws-err-cnt-33.
           move ws-err-cnt-sv-34 to ws-err-cnt-34.
           move ws-err-cnt-sv-35 to ws-err-cnt-35.
           move ws-err-cnt-sv-36 to ws-err-cnt-36.
      ******************************************************************
      * Appends the trailer control record as the last record of
      * valid.dat - after the correction pass, so salvaged records are
