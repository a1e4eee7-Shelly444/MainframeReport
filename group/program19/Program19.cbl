      *
       fd sku-master-file
           data record is sku-master-line
           record contains 58 characters.
      *
       01 sku-master-line.
           05 skm-sku-code                      pic x(15).
           05 skm-dept-code                     pic 99.
           05 skm-unit-price                    pic 9(5)v99.
           05 skm-status                        pic x.
           05 skm-unit-cost                     pic 9(5)v99.
           05 skm-vendor-number                 pic x(6).
      *
       fd report-file
           data record is report-line
