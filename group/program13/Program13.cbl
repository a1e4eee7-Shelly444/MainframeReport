           value 0.
       77 ws-buf-ix                     pic 9(4)
           value 0.
       77 ws-feed-store-tbl occurs 99 times pic 99.
       77 ws-feed-cnt-tbl occurs 99 times pic 9(4)
           value 0.
       77 ws-feed-count                 pic 999
           value 0.
       77 ws-feed-ix                    pic 999
           value 0.
       77 ws-feed-found                 pic x
           value "N".
               end-if
           end-perform.
           if ws-feed-found equal "N"
           and ws-feed-count < 99
               add 1 to ws-feed-count
               move wb-store-number to ws-feed-store-tbl(ws-feed-count)
               move 1 to ws-feed-cnt-tbl(ws-feed-count)
