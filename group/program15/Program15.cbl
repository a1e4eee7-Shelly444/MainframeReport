           end-if.
      ******************************************************************
      * Removes a denied record's own posting from the keyed
      * history - the key carries the event letter for L and X
      * records, spaces otherwise, the same identity Program1
      * records under. A posting not on file (a layaway payment,
      * say, which is never recorded) is simply nothing to remove
               move wr-invoice-number to ih-invoice-number
               move wr-transaction-code to ih-tcode
               if wr-transaction-code equal "L"
               or wr-transaction-code equal "X"
                   move wr-return-reason-code(2:1) to ih-event
               else
                   move space to ih-event
