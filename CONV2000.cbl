      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: One-time layout conversion for the account
      *  master. The master row has grown the money-on-deposit
      *  fields accr2000 keeps, the dormancy fields dorm2000 works
      *  from and the fee fields fees2000 keeps, and an indexed
      *  file built on the old 58-byte row cannot be opened by the
      *  programs that now declare the 116-byte one. This program
      *  reads the master in its old layout, defaults the new
      *  fields - the balance on deposit to the principal, interest
      *  and fees to date to zero, the last-accrual and last-fee
      *  dates to the conversion date so the first interest and
      *  fee runs work from cutover forward rather than from the
      *  day each account was opened, the last-activity date to
      *  the opened date or, where no opened date was recorded,
      *  the conversion date, and the dormancy status to active -
      *  and writes the book to CALC2000.BKUP in the current backup
      *  layout, trailer and all. Running reld2000 against that
      *  backup then rebuilds the master in the current layout and
      *  proves the record count and hash totals before the book

       file section.

      *The master row as it stood before the balance, dormancy
      *and fee fields were added - the layout the indexed file on
      *disk was built with.
       fd  master-file.
       01  master-record.
           05  mr-account-id               pic x(6).
           05  mr-compound-freq            pic x.
           05  mr-contribution             pic 9(5)v99.
           05  mr-currency-code            pic x(3).
           05  mr-product-code             pic x(3).
           05  mr-opened-date              pic 9(8).
           05  mr-branch-code              pic x(3).

      *The backup in the current unld2000 layout: every row in
      *the current 116-byte master image, then one TRAILR control
      *record reld2000 proves the rebuilt book against.
       fd  backup-file.
       01  backup-record.
           05  bk-master-data              pic x(116).
           05  bk-master-split redefines bk-master-data.
               10  bk-account-id           pic x(6).
               10  bk-investment-amount    pic 9(7)v99.
               10  bk-product-code         pic x(3).
               10  bk-opened-date          pic 9(8).
               10  bk-branch-code          pic x(3).
               10  bk-current-balance      pic 9(9)v99.
               10  bk-interest-to-date     pic 9(9)v99.
               10  bk-last-accrual-date    pic 9(8).
               10  bk-last-activity-date   pic 9(8).
               10  bk-dormancy-status      pic x.
               10  bk-fees-to-date         pic 9(9)v99.
               10  bk-last-fee-date        pic 9(8).
       01  backup-trailer-record.
           05  bk-record-id                pic x(6).
           05  bk-record-count             pic 9(7).

       01  work-fields.
           05  ws-abort-message            pic x(60).
           05  ws-conversion-date          pic 9(8).

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
      *defaulted, then seals it with the control trailer.
       000-convert-master.
           display "  Converting Account Master Layout  "
           accept ws-conversion-date from date yyyymmdd
           perform 005-open-files
           perform 030-position-master-at-start
           perform 045-read-next-master
           move mr-compound-freq to bk-compound-freq
           move mr-contribution to bk-contribution
           move mr-currency-code to bk-currency-code
           move mr-product-code to bk-product-code
           move mr-opened-date to bk-opened-date
           move mr-branch-code to bk-branch-code
           move mr-investment-amount to bk-current-balance
           move 0 to bk-interest-to-date
           move ws-conversion-date to bk-last-accrual-date
           if mr-opened-date is numeric and mr-opened-date > 0
               move mr-opened-date to bk-last-activity-date
           else
               move ws-conversion-date to bk-last-activity-date
           end-if
           move space to bk-dormancy-status
           move 0 to bk-fees-to-date
           move ws-conversion-date to bk-last-fee-date
           write backup-record
           add 1 to ws-records-converted
           add mr-investment-amount to ws-principal-hash
