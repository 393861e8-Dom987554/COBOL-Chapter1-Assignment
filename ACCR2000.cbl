       identification division.

       program-id. accr2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the month-end interest run.
      *  It walks the CALC2000.MSTR account master and works out
      *  the interest each account has earned since it was opened
      *  or last credited, one compounding period at a time at the
      *  account's own rate and compounding frequency, the same
      *  period arithmetic calc2000 projects with. Every period
      *  that has run its course by the as-of date is credited to
      *  the account's current balance and interest-to-date on the
      *  master and written to an accrual ledger stamped with the
      *  run id, so finance books interest expense off the ledger
      *  instead of a spreadsheet, and the money actually on
      *  deposit can be set against the projection.

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
               assign to "ACCR2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select ledger-file
               assign to dynamic ws-ledger-filename
               organization is line sequential
               file status is ws-ledger-status.

           select report-file
               assign to "ACCR2000.RPT"
               organization is line sequential
               file status is ws-report-status.

           select runlog-file
               assign to "CALC2000.RLOG"
               organization is line sequential
               file status is ws-runlog-status.

       data division.

       file section.

      *One row per client account, as maintained by calc2000. The
      *current balance, interest to date and last-accrual date are
      *this program's to keep.
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

      *Control card: the date to accrue through, normally the
      *month-end date. No card means accrue through today.
       fd  control-file.
       01  control-record.
           05  ctl-as-of-date              pic 9(8).

      *The accrual ledger, one file per run named by its run id:
      *one row for every compounding period credited to every
      *account, with the balance before and after, so each posting
      *can be traced to the money it moved. Entry type 'I' is
      *interest credited.
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

      *Printable accrual report for finance.
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

      *One account's accrual: the compounding period it runs on,
      *where the next period starts, where the term ends, and the
      *balance carried from period to period as interest is
      *credited. ws-period-months counts the months from the
      *opened date to the period boundary in hand, so every
      *boundary is measured from the opened date itself and a
      *month-end opening never drifts a day a period.
       01  accrual-control.
           05  ws-as-of-date               pic 9(8).
           05  ws-periods-per-year         pic 99.
           05  ws-months-per-period        pic 99.
           05  ws-period-rate              pic 9(2)v9(5).
           05  ws-anchor-date              pic 9(8).
           05  ws-anchor-split redefines ws-anchor-date.
               10  ws-anchor-yyyy          pic 9(4).
               10  ws-anchor-mm            pic 99.
               10  ws-anchor-dd            pic 99.
           05  ws-opened-date              pic 9(8).
           05  ws-opened-split redefines ws-opened-date.
               10  ws-opened-yyyy          pic 9(4).
               10  ws-opened-mm            pic 99.
               10  ws-opened-dd            pic 99.
           05  ws-maturity-date            pic 9(8).
           05  ws-elapsed-months           pic s9(5).
           05  ws-whole-periods            pic 9(5).
           05  ws-period-months            pic 9(5).
           05  ws-period-start-date        pic 9(8).
           05  ws-first-period-start       pic 9(8).
           05  ws-boundary-date            pic 9(8).
           05  ws-running-balance          pic 9(9)v99.
           05  ws-period-interest          pic 9(9)v99.
           05  ws-account-interest         pic 9(9)v99.
           05  ws-account-periods          pic 9(5).
           05  ws-more-periods-flag        pic x.

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

      *Interest credited this run per currency, printed in its own
      *block so mixed-currency sums never appear. Sized like the
      *calc2000 currency block: every currency the exchange-rate
      *table can hold plus the base.
       01  currency-totals-control.
           05  base-currency-code          pic x(3) value 'USD'.
           05  ws-total-currency           pic x(3).
           05  currency-totals-count       pic 99 value 0.
           05  ct-index                    pic 99.
           05  ct-slot                     pic 99.
           05  ws-ct-found                 pic x value 'N'.
           05  edited-ct-interest          pic zz,zzz,zzz,zz9.99.
           05  currency-totals-entry occurs 21 times.
               10  ct-currency-code        pic x(3).
               10  ct-account-count        pic 9(7).
               10  ct-interest             pic 9(11)v99.

      *Run accounting for the console, the report summary and the
      *run log.
       01  accrual-totals.
           05  ws-accounts-read            pic 9(7) value 0.
           05  ws-accounts-credited        pic 9(7) value 0.
           05  ws-accounts-not-due         pic 9(7) value 0.
           05  ws-accounts-undated         pic 9(7) value 0.
           05  ws-ledger-rows              pic 9(7) value 0.
           05  edited-accrual-count        pic z,zzz,zz9.

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
           05  edited-period-count         pic zzz9.

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-control-status           pic xx value '00'.
           05  ws-ledger-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.

       01  eof-switches.
           05  ws-master-eof               pic x value 'N'.

       procedure division.

      *Takes a run id, reads the as-of date, walks the whole book
      *in account order crediting every period that has come due,
      *then prints the summary and logs the run.
       000-accrue-interest.
           display "  Accruing Account Interest  "
           perform 002-establish-run-id
           perform 005-open-files
           perform 010-read-control-record
           perform 030-position-master-at-start
           perform 045-read-next-master
           perform 050-accrue-one-account
               until ws-master-eof = 'Y'
           perform 200-write-accrual-summary
           display "Accounts read:     " ws-accounts-read
           display "Accounts credited: " ws-accounts-credited
           display "Ledger rows:       " ws-ledger-rows
           if ws-accounts-undated > 0
               display "No opened date:    " ws-accounts-undated
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
           string "CALC2000.ACCR." delimited by size
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

      *The master, the ledger and the report are the whole point of
      *the run; a missing control card just means accrue through
      *today.
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
               display "No control card - accruing through today."
               move 'S' to ws-control-status
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
               string "unable to open ACCR2000.RPT, status "
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
                       display "Empty control card - accruing "
                               "through today."
                   not at end
                       if ctl-as-of-date is numeric
                               and ctl-as-of-date > 0
                           move ctl-as-of-date to ws-as-of-date
                       else
                           display "Bad as-of date on control card "
                                   "- accruing through today."
                       end-if
               end-read
               close control-file
           end-if
           display "Accruing through: " ws-as-of-date.

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

      *Accrues one account: every compounding period that has run
      *its course by the as-of date, and falls inside the term, is
      *credited in turn, each period earning on the balance the
      *last one left. A period still running earns on the run that
      *sees it complete, exactly as the account's terms credit it.
      *Rows from before the opened date was captured have no
      *period to measure and are counted so somebody keys their
      *dates in.
       050-accrue-one-account.
           add 1 to ws-accounts-read
           if mr-opened-date is numeric and mr-opened-date > 0
               perform 055-set-compounding-period
               perform 058-find-next-period
               move 0 to ws-account-periods
               move 0 to ws-account-interest
               move mr-current-balance to ws-running-balance
               move 'Y' to ws-more-periods-flag
               perform 060-credit-next-period
                   until ws-more-periods-flag = 'N'
               if ws-account-periods > 0
                   perform 080-post-account-accrual
               else
                   add 1 to ws-accounts-not-due
               end-if
           else
               add 1 to ws-accounts-undated
           end-if
           perform 045-read-next-master.

      *The period and its rate, worked out exactly as calc2000's
      *110-run-projection works them out, so what is credited
      *follows the path the projection quoted. An unrecognized
      *frequency compounds annually, as it projects.
       055-set-compounding-period.
           evaluate mr-compound-freq
               when 'M'
                   move 12 to ws-periods-per-year
               when 'Q'
                   move 4 to ws-periods-per-year
               when other
                   move 1 to ws-periods-per-year
           end-evaluate
           divide 12 by ws-periods-per-year
               giving ws-months-per-period
           compute ws-period-rate rounded =
               mr-yearly-interest-rate / ws-periods-per-year
           move mr-opened-date to ws-opened-date
           move mr-opened-date to am-base-date
           compute am-months = mr-number-of-years * 12
           perform 810-add-months
           move am-result-date to ws-maturity-date.

      *Finds where the next period starts: the last date interest
      *was credited through or, for an account never credited, the
      *opened date. The months already elapsed from the opened
      *date are rounded down to a whole number of periods, so a
      *frequency changed since the last run picks up on the new
      *period boundaries rather than the old ones. Whole months
      *count from the month alone, so when the anchor falls
      *earlier in its month than the opened day the boundary so
      *reached still lies ahead of it; the count steps back a
      *period so that boundary is the first one credited.
       058-find-next-period.
           if mr-last-accrual-date is numeric
                   and mr-last-accrual-date > 0
               move mr-last-accrual-date to ws-anchor-date
           else
               move mr-opened-date to ws-anchor-date
           end-if
           compute ws-elapsed-months =
               (ws-anchor-yyyy * 12 + ws-anchor-mm)
               - (ws-opened-yyyy * 12 + ws-opened-mm)
           if ws-elapsed-months < 0
               move 0 to ws-elapsed-months
           end-if
           divide ws-elapsed-months by ws-months-per-period
               giving ws-whole-periods
           compute ws-period-months =
               ws-whole-periods * ws-months-per-period
           if ws-period-months >= ws-months-per-period
               move ws-opened-date to am-base-date
               move ws-period-months to am-months
               perform 810-add-months
               if am-result-date > ws-anchor-date
                   subtract ws-months-per-period
                       from ws-period-months
               end-if
           end-if
           move ws-anchor-date to ws-period-start-date
           move ws-anchor-date to ws-first-period-start.

      *Credits one period when its closing boundary has been
      *reached by the as-of date and does not fall past maturity;
      *otherwise the account is done for this run. The interest is
      *the period rate on the balance, rounded the way
      *120-calculate-next-fv in calc2000 rounds it.
       060-credit-next-period.
           add ws-months-per-period to ws-period-months
           move ws-opened-date to am-base-date
           move ws-period-months to am-months
           perform 810-add-months
           move am-result-date to ws-boundary-date
           if ws-boundary-date > ws-as-of-date
                   or ws-boundary-date > ws-maturity-date
               move 'N' to ws-more-periods-flag
           else
               compute ws-period-interest rounded =
                   ws-running-balance * ws-period-rate / 100
               if ws-period-interest > 0
                   perform 070-write-ledger-record
               end-if
               add ws-period-interest to ws-running-balance
               add ws-period-interest to ws-account-interest
               add 1 to ws-account-periods
               move ws-boundary-date to ws-period-start-date
           end-if.

      *Writes one period's posting to the ledger, stamped with the
      *run id. A period that earned nothing - an emptied balance -
      *moves the accrual date on but writes no posting.
       070-write-ledger-record.
           move spaces to ledger-record
           move ws-run-id to lg-run-id
           move mr-account-id to lg-account-id
           move 'I' to lg-entry-type
           move ws-period-start-date to lg-period-start
           move ws-boundary-date to lg-period-end
           move mr-yearly-interest-rate to lg-rate
           move mr-compound-freq to lg-compound-freq
           move ws-running-balance to lg-balance-before
           move ws-period-interest to lg-amount
           compute lg-balance-after =
               ws-running-balance + ws-period-interest
           if mr-currency-code = spaces
               move base-currency-code to lg-currency-code
           else
               move mr-currency-code to lg-currency-code
           end-if
           move mr-product-code to lg-product-code
           move mr-branch-code to lg-branch-code
           write ledger-record
           add 1 to ws-ledger-rows.

      *Credits the account's periods to the master: the new
      *balance, the interest added to the running interest-to-date
      *and the last boundary credited as the date interest is now
      *credited through. Then the account is reported and rolled
      *into its currency's total.
       080-post-account-accrual.
           move ws-running-balance to mr-current-balance
           add ws-account-interest to mr-interest-to-date
           move ws-period-start-date to mr-last-accrual-date
           rewrite master-record
               invalid key
                   string "rewrite failed for account "
                           mr-account-id delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
           end-rewrite
           add 1 to ws-accounts-credited
           if mr-currency-code = spaces
               move base-currency-code to ws-total-currency
           else
               move mr-currency-code to ws-total-currency
           end-if
           perform 140-write-accrual-detail
           perform 090-accumulate-currency-totals.

      *Rolls one account's interest into its currency's bucket,
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
               move zeros to ct-interest (currency-totals-count)
               move currency-totals-count to ct-slot
               move 'Y' to ws-ct-found
           end-if
           if ws-ct-found = 'Y'
               add 1 to ct-account-count (ct-slot)
               add ws-account-interest to ct-interest (ct-slot)
           end-if.

       095-check-currency-slot.
           if ct-currency-code (ct-index) = ws-total-currency
               move 'Y' to ws-ct-found
               move ct-index to ct-slot
           end-if
           add 1 to ct-index.

      *Writes one credited account's line: how many periods were
      *credited, the span they covered, the interest and the
      *balance now on deposit.
       140-write-accrual-detail.
           if ws-line-count = 0 or ws-line-count >= ws-lines-per-page
               perform 150-write-report-headers
           end-if
           move ws-account-periods to edited-period-count
           move ws-account-interest to edited-decimal-value
           move mr-current-balance to edited-balance-value
           move spaces to wl-report-line
           string
               mr-account-id            delimited by size
               "  "                     delimited by size
               edited-period-count      delimited by size
               "  "                     delimited by size
               ws-first-period-start    delimited by size
               " "                      delimited by size
               mr-last-accrual-date     delimited by size
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
           string "Interest Accrual Report - Page "
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
           string "Acct     Pds  From     Through        Interest"
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

      *Prints the accrual summary under the last detail line: the
      *book accounting, then the interest credited per currency,
      *so the report on its own ties to the ledger.
       200-write-accrual-summary.
           if ws-line-count = 0
               perform 150-write-report-headers
           end-if
           move spaces to report-line
           write report-line
           move "=== Accrual Summary ===" to report-line
           write report-line
           move ws-accounts-read to edited-accrual-count
           move spaces to wl-report-line
           string "Accounts Read       = " delimited by size
                   edited-accrual-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-credited to edited-accrual-count
           move spaces to wl-report-line
           string "Accounts Credited   = " delimited by size
                   edited-accrual-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-not-due to edited-accrual-count
           move spaces to wl-report-line
           string "Nothing Due Yet     = " delimited by size
                   edited-accrual-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-undated to edited-accrual-count
           move spaces to wl-report-line
           string "No Opened Date      = " delimited by size
                   edited-accrual-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-ledger-rows to edited-accrual-count
           move spaces to wl-report-line
           string "Ledger Postings     = " delimited by size
                   edited-accrual-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           if currency-totals-count > 0
               move spaces to report-line
               write report-line
               move "=== Interest Credited by Currency ==="
                   to report-line
               write report-line
               move "Cur  Accounts           Interest"
                   to report-line
               write report-line
               move 1 to ct-index
               perform 205-write-currency-line
                   until ct-index > currency-totals-count
           end-if.

       205-write-currency-line.
           move ct-account-count (ct-index) to edited-accrual-count
           move ct-interest (ct-index) to edited-ct-interest
           move spaces to wl-report-line
           string ct-currency-code (ct-index) delimited by size
                   "  " delimited by size
                   edited-accrual-count delimited by size
                   "  " delimited by size
                   edited-ct-interest delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           add 1 to ct-index.

      *Appends this run's record to the shared run log, in the
      *calc2000 layout, under the ACCRUAL mode: accounts read,
      *accounts without an opened date in the rejected column, and
      *accounts credited in the processed column.
       220-write-run-log.
           if ws-runlog-open-flag = 'Y'
               accept ws-end-time from time
               move spaces to runlog-record
               move ws-run-id to rl-run-id
               move "ACCRUAL" to rl-run-mode
               move spaces to rl-trial-label
               move ws-accounts-read to rl-records-read
               move ws-accounts-undated to rl-records-rejected
               move ws-accounts-credited to rl-records-projected
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
      *already credited carry their new accrual date, so a rerun
      *picks up exactly where this one stopped.
       999-abort-run.
           display "ACCR2000 abending - " ws-abort-message
           move "ABENDED" to ws-completion-label
           perform 220-write-run-log
           move 16 to return-code
           stop run.
