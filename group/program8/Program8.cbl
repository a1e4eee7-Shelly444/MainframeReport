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
      * The central run-parameter file - effective-dated values that
      * override the compiled defaults and the environment
      * per-store sales/returns accumulators keyed off it - adding a
      * store is a STORE-MASTER data change, not a code change
      ******************************************************************
       77 ws-store-num-tbl occurs 99 times      pic 99.
       01 ws-store-name-tbl-area.
           05 ws-store-name-tbl occurs 99 times pic x(20).
       77 ws-store-status-tbl occurs 99 times   pic x.
       77 ws-store-sales-tbl occurs 99 times    pic 9(9)v99
           value 0.
       77 ws-store-returns-tbl occurs 99 times  pic 9(9)v99
           value 0.
       77 ws-store-ret-cnt-tbl occurs 99 times  pic 9(4)
           value 0.
       77 ws-store-count                        pic 999
           value 0.
       77 ws-store-idx                          pic 999
           value 0.
       77 ws-store-found                        pic x
           value "N".
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
