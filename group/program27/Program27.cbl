      *
       fd invoice-xref-file
           data record is invoice-xref-record
           record contains 31 characters.
      *
       01 invoice-xref-record.
           05 xr-invoice-number                  pic x(9).
           05 xr-store-number                    pic 99.
           05 xr-amount                          pic 9(5)v99.
           05 xr-date                            pic 9(6).
           05 xr-cashier-id                      pic 9(4).
           05 xr-payment-type                    pic xx.
      *
      * Program2's per-record audit trail - which downstream file
      * every record was routed to
