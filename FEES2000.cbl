       identification division.

       program-id. fees2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the monthly fee assessment
      *  run. It walks the CALC2000.MSTR account master and charges
      *  every account the fees its product carries on the
      *  CALC2000.FEES schedule - the monthly maintenance fee
      *  unless the balance reaches its waiver, and the low-balance
      *  charge when it falls short - for every month that has run
      *  its course since the account was last assessed. Each
      *  charge comes off the account's current balance and is
      *  added to its fees-to-date on the master, and is written to
      *  a fee ledger stamped with the run id, so accounting books
      *  fee income off the ledger through glif2000 instead of
      *  keeping it outside the system, and the statements show the
      *  fees the client was actually charged.

       environment division.

       input-output section.

       file-control.

           select master-file
               assign to "CALC2000.MSTR"
               organization is indexed
               access mode is dynamic
               record key is mr-account-id
               file status is ws-master-status.

           select control-file
               assign to "FEES2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select fee-file
               assign to "CALC2000.FEES"
               organization is line sequential
               file status is ws-fee-status.

           select ledger-file
               assign to dynamic ws-ledger-filename
               organization is line sequential
               file status is ws-ledger-status.

           select report-file
               assign to "FEES2000.RPT"
               organization is line sequential
               file status is ws-report-status.

           select runlog-file
               assign to "CALC2000.RLOG"
               organization is line sequential
               file status is ws-runlog-status.

       data division.

       file section.

      *One row per client account, as maintained by calc2000. The
      *fees to date and last-fee date are this program's to keep;
      *the current balance it shares with accr2000.
       fd  master-file.
       01  master-record.
           05  mr-account-id               pic x(6).
           05  mr-investment-amount        pic 9(7)v99.
           05  mr-number-of-years          pic 99.
           05  mr-yearly-interest-rate     pic 99v999.
           05  mr-future-value             pic 9(9)v99.
           05  mr-compound-freq            pic x.
           05  mr-contribution             pic 9(5)v99.
           05  mr-currency-code            pic x(3).
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

      *Control card: the date to assess through, normally the
      *month-end date. No card means assess through today.
       fd  control-file.
       01  control-record.
           05  ctl-as-of-date              pic 9(8).

      *The fee schedule calc2000 projects against: any number of
      *rows per product code, each one fee the product carries.
      *fs-fee-type M is the monthly maintenance fee, waived in any
      *month the balance stands at or above fs-waiver-balance (a
      *zero waiver never waives it); L is the low-balance charge,
      *made only in a month the balance stands below
      *fs-waiver-balance. A fee is a flat fs-fee-amount a month,
      *plus fs-fee-percent a year of the balance charged a twelfth
      *a month.
       fd  fee-file.
       01  fee-record.
           05  fs-product-code             pic x(3).
           05  fs-fee-type                 pic x.
           05  fs-fee-amount               pic 9(5)v99.
           05  fs-fee-percent              pic 99v999.
           05  fs-waiver-balance           pic 9(9)v99.

      *The fee ledger, one file per run named by its run id, in the
      *accr2000 ledger layout: one row for every fee charged to
      *every account for every month, with the balance before and
      *after. Entry type 'F' is a fee charged; lg-compound-freq
      *carries the fee type and lg-rate the fee's yearly percent.
       fd  ledger-file.
       01  ledger-record.
           05  lg-run-id                   pic x(18).
           05  lg-account-id               pic x(6).
           05  lg-entry-type               pic x.
           05  lg-period-start             pic 9(8).
           05  lg-period-end               pic 9(8).
           05  lg-rate                     pic 99v999.
           05  lg-compound-freq            pic x.
           05  lg-balance-before           pic 9(9)v99.
           05  lg-amount                   pic 9(9)v99.
           05  lg-balance-after            pic 9(9)v99.
           05  lg-currency-code            pic x(3).
           05  lg-product-code             pic x(3).
           05  lg-branch-code              pic x(3).

      *Printable fee assessment report for accounting.
       fd  report-file.
       01  report-line                     pic x(80).

      *The calc2000 run log, shared so every run that moves money
      *on the book takes its id from the one sequence and leaves
      *its record in the one place.
       fd  runlog-file.
       01  runlog-record.
           05  rl-run-id                   pic x(18).
           05  filler                      pic x.
           05  rl-run-mode                 pic x(8).
           05  filler                      pic x.
           05  rl-trial-label              pic x(5).
           05  filler                      pic x.
           05  rl-records-read             pic 9(7).
           05  filler                      pic x.
           05  rl-records-rejected         pic 9(7).
           05  filler                      pic x.
           05  rl-records-projected        pic 9(7).
           05  filler                      pic x.
           05  rl-start-time               pic 9(6).
           05  filler                      pic x.
           05  rl-end-time                 pic 9(6).
           05  filler                      pic x.
           05  rl-completion-status        pic x(8).

       working-storage section.

      *One account's assessment: where the next fee month starts
      *and the balance carried from month to month as fees come
      *out. ws-fee-months counts the months from the reference
      *date to the month boundary in hand, so every boundary is
      *measured from the opened date itself and a month-end
      *opening never drifts a day a month. An account with no
      *opened date is measured from the date it was last assessed.
       01  assessment-control.
           05  ws-as-of-date               pic 9(8).
           05  ws-anchor-date              pic 9(8).
           05  ws-anchor-split redefines ws-anchor-date.
               10  ws-anchor-yyyy          pic 9(4).
               10  ws-anchor-mm            pic 99.
               10  ws-anchor-dd            pic 99.
           05  ws-reference-date           pic 9(8).
           05  ws-reference-split redefines ws-reference-date.
               10  ws-reference-yyyy       pic 9(4).
               10  ws-reference-mm         pic 99.
               10  ws-reference-dd         pic 99.
           05  ws-elapsed-months           pic s9(5).
           05  ws-fee-months               pic 9(5).
           05  ws-month-start-date         pic 9(8).
           05  ws-first-month-start        pic 9(8).
           05  ws-boundary-date            pic 9(8).
           05  ws-running-balance          pic 9(9)v99.
           05  ws-fee-charge               pic 9(9)v99.
           05  ws-account-fees             pic 9(9)v99.
           05  ws-account-months           pic 9(5).
           05  ws-more-months-flag         pic x.
           05  ws-fee-due-flag             pic x.

      *The fee schedule, loaded once at the start of the run the
      *way calc2000 loads it.
       01  fee-table-control.
           05  fee-entry-count             pic 99 value 0.
           05  fee-index                   pic 99.
           05  ws-fee-eof                  pic x value 'N'.
           05  fee-entry occurs 50 times.
               10  fse-product-code        pic x(3).
               10  fse-fee-type            pic x.
               10  fse-fee-amount          pic 9(5)v99.
               10  fse-fee-percent         pic 99v999.
               10  fse-waiver-balance      pic 9(9)v99.

      *Calendar month arithmetic: am-base-date moved forward by
      *am-months whole months into am-result-date, the day pulled
      *back to the month's last day where the month is shorter -
      *31 January plus one month is 28 or 29 February.
       01  month-arithmetic-fields.
           05  am-base-date                pic 9(8).
           05  am-base-split redefines am-base-date.
               10  am-base-yyyy            pic 9(4).
               10  am-base-mm              pic 99.
               10  am-base-dd              pic 99.
           05  am-months                   pic 9(5).
           05  am-result-date              pic 9(8).
           05  am-result-split redefines am-result-date.
               10  am-result-yyyy          pic 9(4).
               10  am-result-mm            pic 99.
               10  am-result-dd            pic 99.
           05  am-total-months             pic 9(7).
           05  am-month-index              pic 99.
           05  am-month-length             pic 99.
           05  am-leap-quotient            pic 9(4).
           05  am-leap-remainder           pic 9(4).

      *Fees charged this run per currency, printed in its own
      *block so mixed-currency sums never appear. Sized like the
      *accr2000 currency block.
       01  currency-totals-control.
           05  base-currency-code          pic x(3) value 'USD'.
           05  ws-total-currency           pic x(3).
           05  currency-totals-count       pic 99 value 0.
           05  ct-index                    pic 99.
           05  ct-slot                     pic 99.
           05  ws-ct-found                 pic x value 'N'.
           05  edited-ct-fees              pic zz,zzz,zzz,zz9.99.
           05  currency-totals-entry occurs 21 times.
               10  ct-currency-code        pic x(3).
               10  ct-account-count        pic 9(7).
               10  ct-fees                 pic 9(11)v99.

      *Run accounting for the console, the report summary and the
      *run log.
       01  assessment-totals.
           05  ws-accounts-read            pic 9(7) value 0.
           05  ws-accounts-charged         pic 9(7) value 0.
           05  ws-accounts-waived          pic 9(7) value 0.
           05  ws-accounts-not-due         pic 9(7) value 0.
           05  ws-accounts-undated         pic 9(7) value 0.
           05  ws-ledger-rows              pic 9(7) value 0.
           05  edited-assessment-count     pic z,zzz,zz9.

      *Run identification, established exactly as calc2000 does
      *it: the run date, start time and a same-day sequence counted
      *off the shared run log. The ledger carries the id as a
      *filename suffix so no run ever overwrites another's.
       01  run-identification.
           05  ws-run-id                   pic x(18).
           05  ws-run-sequence             pic 99 value 0.
           05  ws-start-date               pic 9(8).
           05  ws-start-time               pic 9(6).
           05  ws-end-time                 pic 9(6).
           05  ws-runlog-open-flag         pic x value 'N'.
           05  ws-runlog-eof               pic x value 'N'.
           05  ws-completion-label         pic x(8).
           05  ws-ledger-filename          pic x(40).

      *Drives report headings and page breaks.
       01  report-control.
           05  ws-line-count               pic 99 value 0.
           05  ws-lines-per-page           pic 99 value 20.
           05  ws-page-count               pic 999 value 0.
           05  wl-report-line              pic x(80).
           05  ws-abort-message            pic x(60).
           05  edited-decimal-value        pic zzz,zzz,zz9.99.
           05  edited-balance-value        pic zzz,zzz,zz9.99.
           05  edited-month-count          pic zzz9.

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-control-status           pic xx value '00'.
           05  ws-fee-status               pic xx value '00'.
           05  ws-ledger-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.

       01  eof-switches.
           05  ws-master-eof               pic x value 'N'.

       procedure division.

      *Takes a run id, reads the as-of date and the fee schedule,
      *walks the whole book in account order charging every fee
      *month that has come due, then prints the summary and logs
      *the run.
       000-assess-fees.
           display "  Assessing Account Fees  "
           perform 002-establish-run-id
           perform 005-open-files
           perform 010-read-control-record
           perform 015-load-fee-schedule
           perform 030-position-master-at-start
           perform 045-read-next-master
           perform 050-assess-one-account
               until ws-master-eof = 'Y'
           perform 200-write-assessment-summary
           display "Accounts read:     " ws-accounts-read
           display "Accounts charged:  " ws-accounts-charged
           display "Ledger rows:       " ws-ledger-rows
           if ws-accounts-undated > 0
               display "No assessment date: " ws-accounts-undated
           end-if
           perform 900-close-files
           move "COMPLETE" to ws-completion-label
           perform 220-write-run-log
           display "End of session."
           stop run.

      *Gives this run its unique identity the way calc2000's
      *002-establish-run-id does, off the same run log, names the
      *ledger after it, and leaves the log open for the completion
      *record written when the run ends.
       002-establish-run-id.
           accept ws-start-date from date yyyymmdd
           accept ws-start-time from time
           open input runlog-file
           if ws-runlog-status = '00'
               perform 003-count-todays-runs
                   until ws-runlog-eof = 'Y'
               close runlog-file
           end-if
           add 1 to ws-run-sequence
           move spaces to ws-run-id
           string ws-start-date delimited by size
                   "-" delimited by size
                   ws-start-time delimited by size
                   "-" delimited by size
                   ws-run-sequence delimited by size
                   into ws-run-id
           end-string
           display "Run id: " ws-run-id
           move spaces to ws-ledger-filename
           string "CALC2000.FEEL." delimited by size
                   ws-run-id delimited by size
                   into ws-ledger-filename
           end-string
           open extend runlog-file
           if ws-runlog-status = '35'
               open output runlog-file
           end-if
           if ws-runlog-status = '00'
               move 'Y' to ws-runlog-open-flag
           else
               display "Run log unavailable, status "
                       ws-runlog-status " - run not logged."
           end-if.

       003-count-todays-runs.
           read runlog-file
               at end
                   move 'Y' to ws-runlog-eof
               not at end
                   if rl-run-id (1:8) = ws-start-date
                       add 1 to ws-run-sequence
                   end-if
           end-read.

      *The master, the fee schedule, the ledger and the report are
      *the whole point of the run; a missing control card just
      *means assess through today.
       005-open-files.
           open i-o master-file
           if ws-master-status not = '00'
               string "unable to open CALC2000.MSTR, status "
                       ws-master-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open input control-file
           if ws-control-status not = '00'
               display "No control card - assessing through today."
               move 'S' to ws-control-status
           end-if

           open input fee-file
           if ws-fee-status not = '00'
               string "unable to open CALC2000.FEES, status "
                       ws-fee-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output ledger-file
           if ws-ledger-status not = '00'
               string "unable to open " delimited by size
                       ws-ledger-filename delimited by space
                       ", status " delimited by size
                       ws-ledger-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output report-file
           if ws-report-status not = '00'
               string "unable to open FEES2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       010-read-control-record.
           move ws-start-date to ws-as-of-date
           if ws-control-status = '00'
               read control-file
                   at end
                       display "Empty control card - assessing "
                               "through today."
                   not at end
                       if ctl-as-of-date is numeric
                               and ctl-as-of-date > 0
                           move ctl-as-of-date to ws-as-of-date
                       else
                           display "Bad as-of date on control card "
                                   "- assessing through today."
                       end-if
               end-read
               close control-file
           end-if
           display "Assessing through: " ws-as-of-date.

      *Loads the fee schedule. More rows than the table holds are
      *announced and the remainder ignored, as calc2000 does.
       015-load-fee-schedule.
           perform 017-load-fee-entry
               until ws-fee-eof = 'Y'
                   or fee-entry-count >= 50
           if ws-fee-eof not = 'Y'
               display "Fee schedule longer than 50 "
                       "entries - remainder ignored."
           end-if
           close fee-file
           display "Fee schedule rows: " fee-entry-count.

       017-load-fee-entry.
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

      *Positions the master at its first row for the book walk.
       030-position-master-at-start.
           move low-values to mr-account-id
           start master-file key >= mr-account-id
               invalid key
                   move 'Y' to ws-master-eof
           end-start.

       045-read-next-master.
           read master-file next record
               at end move 'Y' to ws-master-eof
           end-read.

      *Assesses one account: every fee month that has run its
      *course by the as-of date is charged in turn, each month's
      *fees priced on the balance the last month left. A month
      *still running is charged by the run that sees it complete.
      *An account with neither a last-fee date nor an opened date
      *has no month to measure and is counted so somebody keys its
      *dates in.
       050-assess-one-account.
           add 1 to ws-accounts-read
           perform 055-find-next-month
           if ws-anchor-date > 0
               move 0 to ws-account-months
               move 0 to ws-account-fees
               move mr-current-balance to ws-running-balance
               move 'Y' to ws-more-months-flag
               perform 060-charge-next-month
                   until ws-more-months-flag = 'N'
               if ws-account-months > 0
                   perform 080-post-account-fees
               else
                   add 1 to ws-accounts-not-due
               end-if
           else
               add 1 to ws-accounts-undated
           end-if
           perform 045-read-next-master.

      *Finds where the next fee month starts: the date fees were
      *last assessed through or, for an account never assessed,
      *the opened date. The months already elapsed are counted
      *from the opened date, so the next boundary falls on the
      *opened date's own day of the month.
       055-find-next-month.
           move 0 to ws-anchor-date
           if mr-last-fee-date is numeric
                   and mr-last-fee-date > 0
               move mr-last-fee-date to ws-anchor-date
           else
               if mr-opened-date is numeric
                       and mr-opened-date > 0
                   move mr-opened-date to ws-anchor-date
               end-if
           end-if
           if mr-opened-date is numeric
                   and mr-opened-date > 0
               move mr-opened-date to ws-reference-date
           else
               move ws-anchor-date to ws-reference-date
           end-if
           compute ws-elapsed-months =
               (ws-anchor-yyyy * 12 + ws-anchor-mm)
               - (ws-reference-yyyy * 12 + ws-reference-mm)
           if ws-elapsed-months < 0
               move 0 to ws-elapsed-months
           end-if
           move ws-elapsed-months to ws-fee-months
           move ws-anchor-date to ws-month-start-date
           move ws-anchor-date to ws-first-month-start.

      *Charges one month when its closing boundary has been
      *reached by the as-of date; otherwise the account is done
      *for this run. The first boundary tried falls in the month
      *the last assessment did; one that does not fall after the
      *month start - the assessment date itself, or a day of the
      *month already behind it - is stepped over to the next one.
       060-charge-next-month.
           move ws-reference-date to am-base-date
           move ws-fee-months to am-months
           add 1 to ws-fee-months
           perform 810-add-months
           move am-result-date to ws-boundary-date
           if ws-boundary-date > ws-as-of-date
               move 'N' to ws-more-months-flag
           else
               if ws-boundary-date > ws-month-start-date
                   move 1 to fee-index
                   perform 065-charge-fee-entry
                       until fee-index > fee-entry-count
                   add 1 to ws-account-months
                   move ws-boundary-date to ws-month-start-date
               end-if
           end-if.

      *Prices one row of the schedule against the account for the
      *month in hand: a maintenance fee is due unless the balance
      *reaches its waiver, a low-balance charge only when the
      *balance falls short of it. The charge is rounded the way
      *calc2000's 124-price-fee-entry rounds it, and can empty the
      *balance but never take it below zero.
       065-charge-fee-entry.
           if fse-product-code (fee-index) = mr-product-code
               move 'N' to ws-fee-due-flag
               if fse-fee-type (fee-index) = 'L'
                   if fse-waiver-balance (fee-index) > 0
                           and ws-running-balance <
                               fse-waiver-balance (fee-index)
                       move 'Y' to ws-fee-due-flag
                   end-if
               else
                   if fse-waiver-balance (fee-index) = 0
                           or ws-running-balance <
                               fse-waiver-balance (fee-index)
                       move 'Y' to ws-fee-due-flag
                   end-if
               end-if
               if ws-fee-due-flag = 'Y'
                   compute ws-fee-charge rounded =
                       fse-fee-amount (fee-index) +
                           (ws-running-balance *
                               fse-fee-percent (fee-index) / 1200)
                   if ws-fee-charge > ws-running-balance
                       move ws-running-balance to ws-fee-charge
                   end-if
                   if ws-fee-charge > 0
                       perform 070-write-ledger-record
                       subtract ws-fee-charge from ws-running-balance
                       add ws-fee-charge to ws-account-fees
                   end-if
               end-if
           end-if
           add 1 to fee-index.

      *Writes one fee's posting to the ledger, stamped with the
      *run id. A fee waived, or one an emptied balance cannot pay,
      *writes no posting.
       070-write-ledger-record.
           move spaces to ledger-record
           move ws-run-id to lg-run-id
           move mr-account-id to lg-account-id
           move 'F' to lg-entry-type
           move ws-month-start-date to lg-period-start
           move ws-boundary-date to lg-period-end
           move fse-fee-percent (fee-index) to lg-rate
           move fse-fee-type (fee-index) to lg-compound-freq
           move ws-running-balance to lg-balance-before
           move ws-fee-charge to lg-amount
           compute lg-balance-after =
               ws-running-balance - ws-fee-charge
           if mr-currency-code = spaces
               move base-currency-code to lg-currency-code
           else
               move mr-currency-code to lg-currency-code
           end-if
           move mr-product-code to lg-product-code
           move mr-branch-code to lg-branch-code
           write ledger-record
           add 1 to ws-ledger-rows.

      *Posts the account's months to the master: the new balance,
      *the fees added to the running fees-to-date and the last
      *boundary reached as the date fees are now assessed through.
      *Months that were all waived still move the date on. An
      *account charged is reported and rolled into its currency's
      *total.
       080-post-account-fees.
           move ws-running-balance to mr-current-balance
           add ws-account-fees to mr-fees-to-date
           move ws-month-start-date to mr-last-fee-date
           rewrite master-record
               invalid key
                   string "rewrite failed for account "
                           mr-account-id delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
           end-rewrite
           if ws-account-fees > 0
               add 1 to ws-accounts-charged
               if mr-currency-code = spaces
                   move base-currency-code to ws-total-currency
               else
                   move mr-currency-code to ws-total-currency
               end-if
               perform 140-write-assessment-detail
               perform 090-accumulate-currency-totals
           else
               add 1 to ws-accounts-waived
           end-if.

      *Rolls one account's fees into its currency's bucket,
      *opening a new bucket the first time a currency is seen.
       090-accumulate-currency-totals.
           move 'N' to ws-ct-found
           move 1 to ct-index
           perform 095-check-currency-slot
               until ct-index > currency-totals-count
           if ws-ct-found = 'N'
                   and currency-totals-count < 21
               add 1 to currency-totals-count
               move ws-total-currency
                   to ct-currency-code (currency-totals-count)
               move zeros
                   to ct-account-count (currency-totals-count)
               move zeros to ct-fees (currency-totals-count)
               move currency-totals-count to ct-slot
               move 'Y' to ws-ct-found
           end-if
           if ws-ct-found = 'Y'
               add 1 to ct-account-count (ct-slot)
               add ws-account-fees to ct-fees (ct-slot)
           end-if.

       095-check-currency-slot.
           if ct-currency-code (ct-index) = ws-total-currency
               move 'Y' to ws-ct-found
               move ct-index to ct-slot
           end-if
           add 1 to ct-index.

      *Writes one charged account's line: how many months were
      *assessed, the span they covered, the fees and the balance
      *now on deposit.
       140-write-assessment-detail.
           if ws-line-count = 0 or ws-line-count >= ws-lines-per-page
               perform 150-write-report-headers
           end-if
           move ws-account-months to edited-month-count
           move ws-account-fees to edited-decimal-value
           move mr-current-balance to edited-balance-value
           move spaces to wl-report-line
           string
               mr-account-id            delimited by size
               "  "                     delimited by size
               edited-month-count       delimited by size
               "  "                     delimited by size
               ws-first-month-start     delimited by size
               " "                      delimited by size
               mr-last-fee-date         delimited by size
               " "                      delimited by size
               edited-decimal-value     delimited by size
               " "                      delimited by size
               edited-balance-value     delimited by size
               " "                      delimited by size
               ws-total-currency        delimited by size
               into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           add 1 to ws-line-count.

      *Starts a new report page: title, page number, the run id
      *and as-of date, and column headings.
       150-write-report-headers.
           add 1 to ws-page-count
           move spaces to wl-report-line
           string "Fee Assessment Report - Page "
                       delimited by size
                   ws-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line after advancing page
           move spaces to wl-report-line
           string "Run " delimited by size
                   ws-run-id delimited by size
                   "  through " delimited by size
                   ws-as-of-date delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to wl-report-line
           string "Acct     Mos  From     Through            Fees"
                       delimited by size
                   "        Balance Cur" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move spaces to wl-report-line
           string "- - - - - - - - - - - - - - - - - - - - "
                       delimited by size
                   "- - - - - - - - - - - -" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move 0 to ws-line-count.

      *Prints the assessment summary under the last detail line:
      *the book accounting, then the fees charged per currency, so
      *the report on its own ties to the ledger.
       200-write-assessment-summary.
           if ws-line-count = 0
               perform 150-write-report-headers
           end-if
           move spaces to report-line
           write report-line
           move "=== Assessment Summary ===" to report-line
           write report-line
           move ws-accounts-read to edited-assessment-count
           move spaces to wl-report-line
           string "Accounts Read       = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-charged to edited-assessment-count
           move spaces to wl-report-line
           string "Accounts Charged    = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-waived to edited-assessment-count
           move spaces to wl-report-line
           string "All Fees Waived     = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-not-due to edited-assessment-count
           move spaces to wl-report-line
           string "Nothing Due Yet     = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-undated to edited-assessment-count
           move spaces to wl-report-line
           string "No Assessment Date  = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-ledger-rows to edited-assessment-count
           move spaces to wl-report-line
           string "Ledger Postings     = " delimited by size
                   edited-assessment-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           if currency-totals-count > 0
               move spaces to report-line
               write report-line
               move "=== Fees Charged by Currency ==="
                   to report-line
               write report-line
               move "Cur  Accounts               Fees"
                   to report-line
               write report-line
               move 1 to ct-index
               perform 205-write-currency-line
                   until ct-index > currency-totals-count
           end-if.

       205-write-currency-line.
           move ct-account-count (ct-index)
               to edited-assessment-count
           move ct-fees (ct-index) to edited-ct-fees
           move spaces to wl-report-line
           string ct-currency-code (ct-index) delimited by size
                   "  " delimited by size
                   edited-assessment-count delimited by size
                   "  " delimited by size
                   edited-ct-fees delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           add 1 to ct-index.

      *Appends this run's record to the shared run log, in the
      *calc2000 layout, under the FEES mode: accounts read,
      *accounts with no date to assess from in the rejected
      *column, and accounts charged in the processed column.
       220-write-run-log.
           if ws-runlog-open-flag = 'Y'
               accept ws-end-time from time
               move spaces to runlog-record
               move ws-run-id to rl-run-id
               move "FEES" to rl-run-mode
               move spaces to rl-trial-label
               move ws-accounts-read to rl-records-read
               move ws-accounts-undated to rl-records-rejected
               move ws-accounts-charged to rl-records-projected
               move ws-start-time to rl-start-time
               move ws-end-time to rl-end-time
               move ws-completion-label to rl-completion-status
               write runlog-record
               close runlog-file
               move 'N' to ws-runlog-open-flag
           end-if.

      *Moves am-base-date forward by am-months calendar months.
      *The months are counted on from the base's own year and
      *month, and the base's day is kept unless the landing month
      *is too short for it.
       810-add-months.
           compute am-total-months =
               (am-base-yyyy * 12) + (am-base-mm - 1) + am-months
           divide am-total-months by 12
               giving am-result-yyyy
               remainder am-month-index
           compute am-result-mm = am-month-index + 1
           perform 820-set-month-length
           if am-base-dd > am-month-length
               move am-month-length to am-result-dd
           else
               move am-base-dd to am-result-dd
           end-if.

      *The length of am-result-mm in am-result-yyyy: February has
      *29 days in a year divisible by 4, except a century year not
      *divisible by 400.
       820-set-month-length.
           evaluate am-result-mm
               when 4
               when 6
               when 9
               when 11
                   move 30 to am-month-length
               when 2
                   move 28 to am-month-length
                   divide am-result-yyyy by 4
                       giving am-leap-quotient
                       remainder am-leap-remainder
                   if am-leap-remainder = 0
                       move 29 to am-month-length
                       divide am-result-yyyy by 100
                           giving am-leap-quotient
                           remainder am-leap-remainder
                       if am-leap-remainder = 0
                           divide am-result-yyyy by 400
                               giving am-leap-quotient
                               remainder am-leap-remainder
                           if am-leap-remainder not = 0
                               move 28 to am-month-length
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to am-month-length
           end-evaluate.

       900-close-files.
           close master-file
           close ledger-file
           close report-file.

      *A file the run cannot proceed without failed, or the master
      *would not take a posting; log how far the run got, display
      *why, and end the run with a failing return code. Accounts
      *already charged carry their new last-fee date, so a rerun
      *picks up exactly where this one stopped.
       999-abort-run.
           display "FEES2000 abending - " ws-abort-message
           move "ABENDED" to ws-completion-label
           perform 220-write-run-log
           move 16 to return-code
           stop run.
