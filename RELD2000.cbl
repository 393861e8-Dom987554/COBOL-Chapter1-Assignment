      *master row verbatim, then one TRAILR control record.
       fd  backup-file.
       01  backup-record.
           05  bk-master-data              pic x(116).
           05  bk-master-split redefines bk-master-data.
               10  bk-account-id           pic x(6).
               10  filler                  pic x(110).
       01  backup-trailer-record.
           05  bk-record-id                pic x(6).
           05  bk-record-count             pic 9(7).
           05  mr-product-code             pic x(3).
           05  mr-opened-date              pic 9(8).
           05  mr-branch-code              pic x(3).
           05  mr-current-balance          pic 9(9)v99.
           05  mr-interest-to-date         pic 9(9)v99.
           05  mr-last-accrual-date        pic 9(8).
           05  mr-last-activity-date       pic 9(8).
           05  mr-dormancy-status          pic x.
           05  mr-fees-to-date             pic 9(9)v99.
           05  mr-last-fee-date            pic 9(8).

       working-storage section.

