                   organization is indexed
                   access mode is dynamic
                   record key is or-invoice-no
                   alternate record key is or-store-date
                       with duplicates
                   file status is ws-old-status.

           select new-register
       01 old-register-rec.
           05 or-invoice-no            pic x(09).
           05 or-trans-code            pic x.
           05 or-trans-amount          pic 9(07)v99.
           05 or-pay-type              pic xx.
           05 or-store-no              pic xx.
           05 or-sku-code              pic x(15).
           05 or-trans-date            pic 9(08).
           05 or-disposition           pic x(10).
           05 or-error-desc            pic x(26).
           05 or-card-no               pic x(16).
           05 or-cashier-id            pic x(05).
           05 or-store-date.
               10 or-sd-store-no       pic xx.
               10 or-sd-trans-date     pic 9(08).

       fd new-register
           data record is new-register-rec.
           05 nr-store-date.
               10 nr-sd-store-no       pic xx.
               10 nr-sd-trans-date     pic 9(08).
           05 nr-trans-time            pic x(06).

       fd audit-log
           data record is audit-rec.
           move or-trans-date          to nr-trans-date.
           move or-disposition         to nr-disposition.
           move or-error-desc          to nr-error-desc.
           move or-card-no             to nr-card-no.
           move or-cashier-id          to nr-cashier-id.
           move or-sd-store-no         to nr-sd-store-no.
           move or-sd-trans-date       to nr-sd-trans-date.
           move spaces                 to nr-trans-time.

           write new-register-rec
               invalid key
