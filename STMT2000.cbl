               organization is line sequential
               file status is ws-branch-status.

           select fee-file
               assign to "CALC2000.FEES"
               organization is line sequential
               file status is ws-fee-status.

       data division.

       file section.
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

      *Optional list of account ids to print, one per record. When
      *the file is absent or empty the whole book is printed.
           05  br-branch-code              pic x(3).
           05  br-branch-name              pic x(30).

      *The fee schedule calc2000 projects against and fees2000
      *charges from: any number of rows per product code, each one
      *fee the product carries. M is the monthly maintenance fee,
      *waived when the balance stands at or above the waiver
      *balance (a zero waiver never waives it); L is the
      *low-balance charge, made only below it. A fee is a flat
      *amount a month plus a yearly percent of the balance charged
      *a twelfth a month.
       fd  fee-file.
       01  fee-record.
           05  fs-product-code             pic x(3).
           05  fs-fee-type                 pic x.
           05  fs-fee-amount               pic 9(5)v99.
           05  fs-fee-percent              pic 99v999.
           05  fs-waiver-balance           pic 9(9)v99.

      *Client names and mailing addresses, keyed by account id,
      *one record per client, maintained by the branches. The
      *taxpayer id and the backup-withholding indicator ('Y' when
      *the client is subject to it) are read by the year-end tax
      *run.
       fd  name-file.
       01  name-record.
           05  na-account-id               pic x(6).
           05  na-city                     pic x(20).
           05  na-state                    pic x(2).
           05  na-postal-code              pic x(10).
           05  na-tax-id                   pic x(9).
           05  na-withholding-flag         pic x.

      *Mailing extract for the print shop's inserter: one record
      *per statement printed, carrying the address block and the
           05  edited-decimal-value        pic zzz,zzz,zz9.99.
           05  edited-small-value          pic zz,zz9.99.
           05  ws-abort-message            pic x(60).
           05  ws-accrual-date             pic 9(8).
           05  ws-accrual-date-split redefines ws-accrual-date.
               10  ws-accrual-yyyy         pic 9(4).
               10  ws-accrual-mm           pic 99.
               10  ws-accrual-dd           pic 99.
           05  ws-fee-date                 pic 9(8).
           05  ws-fee-date-split redefines ws-fee-date.
               10  ws-fee-yyyy             pic 9(4).
               10  ws-fee-mm               pic 99.
               10  ws-fee-dd               pic 99.

      *Drives statement page headings.
       01  statement-control.
               10  bre-branch-code         pic x(3).
               10  bre-branch-name         pic x(30).

      *The fee schedule, loaded once at the start of the run so
      *the growth schedule comes out net of fees exactly as
      *calc2000's projection does. A missing file leaves it empty
      *and the schedule gross of fees.
       01  fee-table-control.
           05  fee-entry-count             pic 99 value 0.
           05  fee-index                   pic 99.
           05  ws-fee-eof                  pic x value 'N'.
           05  ws-fee-due-flag             pic x value 'N'.
           05  ws-fee-months               pic 99.
           05  ws-fee-charge               pic 9(7)v99.
           05  ws-period-fees              pic 9(9)v99.
           05  fee-entry occurs 50 times.
               10  fse-product-code        pic x(3).
               10  fse-fee-type            pic x.
               10  fse-fee-amount          pic 9(5)v99.
               10  fse-fee-percent         pic 99v999.
               10  fse-waiver-balance      pic 9(9)v99.

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-request-status           pic xx value '00'.
           05  ws-name-status              pic xx value '00'.
           05  ws-mailing-status           pic xx value '00'.
           05  ws-branch-status            pic xx value '00'.
           05  ws-fee-status               pic xx value '00'.

       01  eof-switches.
           05  ws-master-eof               pic x value 'N'.
           perform 005-open-files
           perform 020-load-name-table
           perform 025-load-branch-table
           perform 028-load-fee-schedule
           if ws-request-mode-flag = 'Y'
               perform 040-read-request-record
               if ws-request-eof = 'Y'
                       to bre-branch-name (branch-entry-count)
           end-read.

      *Loads the fee schedule calc2000 also reads. A missing file
      *is announced and leaves the growth schedule gross of fees.
       028-load-fee-schedule.
           open input fee-file
           if ws-fee-status not = '00'
               display "No fee schedule - schedules not net of "
                       "fees."
           else
               perform 029-load-fee-entry
                   until ws-fee-eof = 'Y'
                       or fee-entry-count >= 50
               if ws-fee-eof not = 'Y'
                   display "Fee schedule longer than 50 "
                           "entries - remainder ignored."
               end-if
               close fee-file
           end-if.

       029-load-fee-entry.
           read fee-file
               at end
                   move 'Y' to ws-fee-eof
               not at end
                   add 1 to fee-entry-count
                   move fs-product-code
                       to fse-product-code (fee-entry-count)
                   move fs-fee-type
                       to fse-fee-type (fee-entry-count)
                   move fs-fee-amount
                       to fse-fee-amount (fee-entry-count)
                   move fs-fee-percent
                       to fse-fee-percent (fee-entry-count)
                   move fs-waiver-balance
                       to fse-waiver-balance (fee-entry-count)
           end-read.

      *Positions the master at its first row for a whole-book run.
       030-position-master-at-start.
           move low-values to mr-account-id
           end-string
           move wl-statement-line to statement-line
           write statement-line
           perform 103-write-actual-balance
           move mr-yearly-interest-rate to display-interest-rate
           move spaces to wl-statement-line
           string "Term: " delimited by size
           write statement-line
           perform 107-write-mailing-record.

      *Prints what has actually happened to the client's money
      *beside the projection: the balance on deposit today, the
      *interest accr2000 has credited and the fees fees2000 has
      *charged, each with the date it runs through. An account no
      *accrual or fee run has reached yet shows nothing credited
      *or charged.
       103-write-actual-balance.
           move mr-current-balance to edited-decimal-value
           move spaces to wl-statement-line
           string "Balance on Deposit: " delimited by size
                   edited-decimal-value delimited by size
                   into wl-statement-line
           end-string
           move wl-statement-line to statement-line
           write statement-line
           move mr-interest-to-date to edited-decimal-value
           move spaces to wl-statement-line
           if mr-last-accrual-date > 0
               move mr-last-accrual-date to ws-accrual-date
               string "Interest Credited:  " delimited by size
                       edited-decimal-value delimited by size
                       "  through " delimited by size
                       ws-accrual-yyyy delimited by size
                       "/" delimited by size
                       ws-accrual-mm delimited by size
                       "/" delimited by size
                       ws-accrual-dd delimited by size
                       into wl-statement-line
               end-string
           else
               string "Interest Credited:  " delimited by size
                       edited-decimal-value delimited by size
                       into wl-statement-line
               end-string
           end-if
           move wl-statement-line to statement-line
           write statement-line
           move mr-fees-to-date to edited-decimal-value
           move spaces to wl-statement-line
           if mr-last-fee-date > 0
               move mr-last-fee-date to ws-fee-date
               string "Fees Charged:       " delimited by size
                       edited-decimal-value delimited by size
                       "  through " delimited by size
                       ws-fee-yyyy delimited by size
                       "/" delimited by size
                       ws-fee-mm delimited by size
                       "/" delimited by size
                       ws-fee-dd delimited by size
                       into wl-statement-line
               end-string
           else
               string "Fees Charged:       " delimited by size
                       edited-decimal-value delimited by size
                       into wl-statement-line
               end-string
           end-if
           move wl-statement-line to statement-line
           write statement-line.

      *Prints the client's name and mailing address at the top of
      *the statement page, so the branches stop hand-matching pages
      *to clients. An account with no entry on the name file is
           end-evaluate
           compute period-rate rounded =
               mr-yearly-interest-rate / periods-per-year
           compute ws-fee-months = 12 / periods-per-year
           move 1 to year-counter
           perform 120-write-schedule-year
               until year-counter > mr-number-of-years.
           end-if
           add 1 to name-index.

      *Deposits the period's recurring contribution, compounds
      *one period at the period rate and takes out the period's
      *fees, exactly as calc2000's 120-calculate-next-fv does.
       130-calculate-next-fv.
           add mr-contribution to future-value.
           compute future-value rounded =
               future-value +
                   (future-value * period-rate / 100).
           if fee-entry-count > 0
               perform 132-deduct-period-fees
           end-if
           add 1 to period-counter.

      *Prices every fee on the product's schedule against the
      *value the period closes on, as calc2000's
      *122-deduct-period-fees does, never below zero.
       132-deduct-period-fees.
           move 0 to ws-period-fees
           move 1 to fee-index
           perform 134-price-fee-entry
               until fee-index > fee-entry-count
           if ws-period-fees > future-value
               move 0 to future-value
           else
               subtract ws-period-fees from future-value
           end-if.

       134-price-fee-entry.
           if fse-product-code (fee-index) = mr-product-code
               move 'N' to ws-fee-due-flag
               if fse-fee-type (fee-index) = 'L'
                   if fse-waiver-balance (fee-index) > 0
                           and future-value <
                               fse-waiver-balance (fee-index)
                       move 'Y' to ws-fee-due-flag
                   end-if
               else
                   if fse-waiver-balance (fee-index) = 0
                           or future-value <
                               fse-waiver-balance (fee-index)
                       move 'Y' to ws-fee-due-flag
                   end-if
               end-if
               if ws-fee-due-flag = 'Y'
                   compute ws-fee-charge rounded =
                       fse-fee-amount (fee-index) +
                           (future-value *
                               fse-fee-percent (fee-index) / 1200)
                   compute ws-period-fees =
                       ws-period-fees +
                           (ws-fee-charge * ws-fee-months)
               end-if
           end-if
           add 1 to fee-index.

       900-close-files.
           close master-file
           if ws-request-open-flag = 'Y'
