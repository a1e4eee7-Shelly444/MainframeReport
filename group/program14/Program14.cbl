      * report, one entry per distinct store with an open layaway -
      * the same grow-as-found pattern Program2 uses for settlement
      ******************************************************************
       77 ws-dep-store-tbl occurs 99 times  pic 99.
       77 ws-dep-amt-tbl occurs 99 times    pic 9(9)v99.
       77 ws-dep-cnt-tbl occurs 99 times    pic 9(4).
       77 ws-dep-count                  pic 999
           value 0.
       77 ws-dep-idx                    pic 999
           value 0.
       77 ws-dep-found                  pic x
           value "N".
               end-if
           end-perform.
           if ws-dep-found equal "N"
           and ws-dep-count < 99
               add 1 to ws-dep-count
               move ws-lg-store-tbl(ws-ledger-idx)
                   to ws-dep-store-tbl(ws-dep-count)
