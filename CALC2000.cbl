               organization is line sequential
               file status is ws-xrate-status.

           select penalty-file
               assign to "CALC2000.PNLT"
               organization is line sequential
               file status is ws-penalty-status.

           select fee-file
               assign to "CALC2000.FEES"
               organization is line sequential
               file status is ws-fee-status.

           select activity-file
               assign to dynamic ws-activity-filename
               organization is line sequential
               file status is ws-activity-status.

           select dual-file
               assign to "CALC2000.DUAL"
               organization is line sequential
               file status is ws-dual-status.

           select pending-file
               assign to "CALC2000.PEND"
               organization is line sequential
               file status is ws-pending-status.

           select queue-file
               assign to "INQY2000.QUE"
               organization is line sequential
               file status is ws-queue-status.

       data division.

       file section.
      *space or 'P' projects the account as always, 'A' adds it to
      *the master book, 'C' corrects principal/term/rate on the
      *master without a projection, 'D' closes the account and
      *removes its master row, 'W' withdraws the amount keyed in
      *tr-principal from the account's balance on deposit, 'V'
      *approves a close, change or withdrawal held for dual
      *control - the one held for the account whose amount it
      *repeats. The
      *keyed-by field carries the user id of whoever keyed the
      *record; it is blank on files from before it was added.
       fd  trans-file.
       01  trans-record.
           05  tr-account-id               pic x(6).
           05  tr-target-value             pic 9(9)v99.
           05  tr-opened-date              pic 9(8).
           05  tr-branch-code              pic x(3).
           05  tr-keyed-by                 pic x(8).

      *Front-office control trailer, last record on the file:
      *"TRAILR" in the account-id positions, then the number of data
      *computed for that account. The product code is kept on the
      *row so a revaluation run can reprice the whole book straight
      *off the master without the transaction file in hand.
      *The current balance is the money actually on deposit -
      *principal plus interest credited by accr2000 - and the
      *interest-to-date and last-accrual date are that program's
      *running record; this program only seeds the balance for a
      *new account and carries principal corrections through to it.
       fd  master-file.
       01  master-record.
           05  mr-account-id               pic x(6).
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

      *Compliance trail of every calculation performed, each row
      *stamped with the id of the run that produced it.
      *it, so no client account is ever silently dropped.
       fd  suspense-file.
       01  suspense-record.
           05  sr-trans-data               pic x(67).
           05  sr-reject-reason            pic x(4).
           05  sr-reject-date              pic 9(8).

      *authoritative queue instead of losing yesterday's leftovers.
       fd  carry-file.
       01  carry-record.
           05  cf-trans-data               pic x(67).
           05  cf-reject-reason            pic x(4).
           05  cf-reject-date              pic 9(8).

      *The bank's official product rates: one row per product code,
      *principal tier and effective date; an account earns the rate
      *of the highest tier its principal reaches. Treasury adds a
      *row dated the day a new rate takes effect and never
      *overwrites the old one, so the file is the rate history and
      *every run prices at the rates in force on its run date. A
      *zero effective date marks a row in force since before the
      *history was kept.
       fd  rate-file.
       01  rate-record.
           05  rt-product-code             pic x(3).
           05  rt-tier-floor               pic 9(7)v99.
           05  rt-rate                     pic 99v999.
           05  rt-effective-date           pic 9(8).

      *The early-withdrawal penalty schedule: one row per product
      *code and months-to-maturity floor, with the penalty percent
      *charged on the amount withdrawn and the minimum balance the
      *product must keep on deposit. A withdrawal pays the penalty
      *of the highest floor its months to maturity reach; a
      *product with no rows charges no penalty and keeps no
      *minimum.
       fd  penalty-file.
       01  penalty-record.
           05  pn-product-code             pic x(3).
           05  pn-months-floor             pic 9(3).
           05  pn-penalty-percent          pic 99v999.
           05  pn-minimum-balance          pic 9(7)v99.

      *The fee schedule: any number of rows per product code, each
      *one fee the product carries. fs-fee-type M is the monthly
      *maintenance fee, waived in any month the balance stands at
      *or above fs-waiver-balance (a zero waiver never waives it);
      *L is the low-balance charge, made only in a month the
      *balance stands below fs-waiver-balance. A fee is a flat
      *fs-fee-amount a month, plus fs-fee-percent a year of the
      *balance charged a twelfth a month; either may be zero. A
      *product with no rows carries no fees.
       fd  fee-file.
       01  fee-record.
           05  fs-product-code             pic x(3).
           05  fs-fee-type                 pic x.
           05  fs-fee-amount               pic 9(5)v99.
           05  fs-fee-percent              pic 99v999.
           05  fs-waiver-balance           pic 9(9)v99.

      *Daily exchange rates: one row per currency, carrying how
      *many units of the base currency one native unit is worth.
           05  filler                      pic x.
           05  rl-completion-status        pic x(8).

      *Money movement on the master book, one row for every master
      *row this run adds, reprojects, changes or closes: the event,
      *the principal, future value and balance before and after,
      *and the account's currency, product and branch. The file
      *carries the run id as a filename suffix like the delta
      *report, and is what glif2000 journals to the general ledger.
      *Event codes: N new account, P projection, C change, D close,
      *W withdrawal - the amount paid out and the penalty charged
      *on it in ac-amount and ac-penalty.
       fd  activity-file.
       01  activity-record.
           05  ac-run-id                   pic x(18).
           05  ac-account-id               pic x(6).
           05  ac-event-code               pic x.
           05  ac-old-principal            pic 9(7)v99.
           05  ac-new-principal            pic 9(7)v99.
           05  ac-old-future-value         pic 9(9)v99.
           05  ac-new-future-value         pic 9(9)v99.
           05  ac-old-balance              pic 9(9)v99.
           05  ac-new-balance              pic 9(9)v99.
           05  ac-amount                   pic 9(9)v99.
           05  ac-penalty                  pic 9(9)v99.
           05  ac-currency-code            pic x(3).
           05  ac-product-code             pic x(3).
           05  ac-branch-code              pic x(3).

      *Corrected suspense records keyed back in by data entry; read
      *in place of CALC2000.TRANS when the control card asks for a
      *rework run.
       fd  rework-file.
       01  rework-record.
           05  rw-trans-data               pic x(67).
           05  rw-reject-reason            pic x(4).
           05  rw-reject-date              pic 9(8).

      *Dual-control thresholds: one row per currency with the
      *amount above which a close or a change of principal is held
      *for a second user's approval instead of being applied. A
      *currency with no row is never held; a blank currency code
      *means the base currency.
       fd  dual-file.
       01  dual-record.
           05  du-currency-code            pic x(3).
           05  du-threshold                pic 9(9)v99.

      *Closes, changes and withdrawals held for dual control,
      *rewritten at the end of every live run: the held
      *transaction as keyed, the date and id of the run that held
      *it, and the amount and currency that put it over the
      *threshold. An item leaves the file when a 'V' record from a
      *different user approves it; pend2000 ages what is left and
      *escalates the stale ones.
       fd  pending-file.
       01  pending-record.
           05  pd-trans-data               pic x(67).
           05  pd-held-date                pic 9(8).
           05  pd-held-run-id              pic x(18).
           05  pd-amount                   pic 9(9)v99.
           05  pd-currency-code            pic x(3).

      *Transactions keyed on the inqy2000 branch screen during the
      *day, in the TRANS layout, appended one at a time with no
      *trailer of their own.
       fd  queue-file.
       01  queue-record.
           05  qr-account-id               pic x(6).
           05  filler                      pic x(61).

       working-storage section.

      *The values that drive one future-value projection.
           05  target-value                pic 9(9)v99.
           05  opened-date                 pic 9(8).
           05  branch-code                 pic x(3).
           05  keyed-by                    pic x(8).

      *Describes the maintenance action just applied to the master
      *book, for the report line and audit row that record it, and
      *the row's figures from before the action for the activity
      *file.
       01  maintenance-fields.
           05  ws-maintenance-action       pic x(7).
           05  ws-balance-movement         pic s9(9)v99.
           05  ws-new-balance              pic s9(9)v99.
           05  ws-activity-event           pic x.
           05  ws-old-principal            pic 9(7)v99.
           05  ws-old-future-value         pic 9(9)v99.
           05  ws-old-balance              pic 9(9)v99.

      *Rework flag comes from the control card; the reason code is
      *set wherever a record is rejected and travels with the record
      *R005 product code not on the rate table
      *R006 currency code not on the exchange-rate file
      *R007 goal-seek target not greater than zero
      *R008 withdrawal and penalty exceed the balance on deposit
      *R009 withdrawal leaves less than the product minimum
      *R010 withdrawal for account not on master
      *R011 withdrawal amount not greater than zero
      *R012 approval keyed by the user who keyed the held item
      *R013 approval with no matching item held for approval
       01  suspense-control.
           05  ws-rework-flag              pic x value 'N'.
           05  ws-reject-reason            pic x(4) value spaces.
           05  ws-carry-eof                pic x value 'N'.
           05  ws-records-carried          pic 9(7) value 0.

      *The branch-screen queue, read on a transaction run once the
      *front-office file is exhausted. It has no trailer, so its
      *count and hash are built as it is read and added to the
      *front-office trailer's figures for the after-run balance.
      *Once a live run completes the queue is cleared of what the
      *run took; records keyed on the screen while the run was
      *going are kept, up to 500, for the next run.
       01  queue-control.
           05  ws-queue-open-flag          pic x value 'N'.
           05  ws-queue-taken-flag         pic x value 'N'.
           05  ws-queue-eof                pic x value 'N'.
           05  ws-queue-records            pic 9(7) value 0.
           05  ws-queue-hash               pic 9(11)v99 value 0.
           05  ws-queue-seen               pic 9(7) value 0.
           05  late-queue-count            pic 9(3) value 0.
           05  late-queue-index            pic 9(3).
           05  late-queue-entry occurs 500 times
                                           pic x(67).

      *The bank's rate table, loaded once at the start of the run.
      *When the table is present every account's rate comes from it,
      *keyed by product code and the highest principal tier reached;
           05  ws-rate-eof                 pic x value 'N'.
           05  ws-rate-found-flag          pic x value 'N'.
           05  ws-best-tier-floor          pic 9(7)v99 value 0.
           05  ws-rate-as-of-date          pic 9(8) value 0.
           05  ws-rate-row-date            pic 9(8) value 0.
           05  ws-rate-slot                pic 99 value 0.
           05  ws-rate-overflow-flag       pic x value 'N'.
           05  rate-entry occurs 50 times.
               10  rte-product-code        pic x(3).
               10  rte-tier-floor          pic 9(7)v99.
               10  rte-rate                pic 99v999.
               10  rte-effective-date      pic 9(8).

      *The early-withdrawal penalty schedule, loaded once at the
      *start of the run the way the rate table is.
       01  penalty-table-control.
           05  penalty-entry-count         pic 99 value 0.
           05  penalty-index               pic 99.
           05  ws-penalty-eof              pic x value 'N'.
           05  ws-penalty-found-flag       pic x value 'N'.
           05  ws-best-months-floor        pic 9(3) value 0.
           05  penalty-entry occurs 50 times.
               10  pne-product-code        pic x(3).
               10  pne-months-floor        pic 9(3).
               10  pne-penalty-percent     pic 99v999.
               10  pne-minimum-balance     pic 9(7)v99.

      *The fee schedule, loaded once at the start of the run the
      *way the penalty schedule is, and the fees one projection
      *period deducts: the months the period spans and the charge
      *one month of each fee due comes to.
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

      *One withdrawal priced against its account: the amount paid
      *out, the months left to maturity measured from the run
      *date, the penalty they attract, and the balance left behind.
      *An account with no opened date has its whole term still to
      *run. The confirmation lines are buffered and printed as
      *their own report section ahead of the portfolio summary,
      *like the goal-seek results, up to 500 of them.
       01  withdrawal-control.
           05  ws-withdrawal-date          pic 9(8).
           05  ws-withdrawal-date-split redefines ws-withdrawal-date.
               10  ws-withdrawal-yyyy      pic 9(4).
               10  ws-withdrawal-mm        pic 99.
               10  ws-withdrawal-dd        pic 99.
           05  ws-maturity-date            pic 9(8).
           05  ws-months-to-maturity       pic 9(3).
           05  ws-withdrawal-amount        pic 9(9)v99.
           05  ws-penalty-percent          pic 99v999.
           05  ws-penalty-amount           pic 9(9)v99.
           05  ws-withdrawal-gross         pic 9(9)v99.
           05  ws-minimum-balance          pic 9(7)v99.
           05  ws-remaining-balance        pic 9(9)v99.
           05  edited-wd-amount            pic z,zzz,zz9.99.
           05  edited-wd-penalty           pic zzz,zz9.99.
           05  edited-wd-months            pic zz9.
           05  edited-wd-percent           pic z9.999.
           05  edited-wd-remaining         pic zzz,zzz,zz9.99.
           05  wd-line-count               pic 9(5) value 0.
           05  wd-index                    pic 9(5).
           05  wd-line occurs 500 times    pic x(80).

      *Dual control: the thresholds by currency, loaded once at
      *the start of the run, and the measure of the close, change
      *or withdrawal in hand - a close is measured by the money
      *leaving the book, the larger of balance and principal, a
      *withdrawal by its amount and penalty together, a change by
      *how far it moves the principal either way. When no
      *threshold file is supplied nothing is ever held, so older
      *setups run unchanged. The approval flag is up while an
      *approved item is being applied, so it is not held again.
       01  dual-control.
           05  dual-entry-count            pic 99 value 0.
           05  dual-index                  pic 99.
           05  ws-dual-eof                 pic x value 'N'.
           05  ws-hold-flag                pic x value 'N'.
           05  ws-approval-flag            pic x value 'N'.
           05  ws-hold-amount              pic 9(9)v99.
           05  ws-hold-currency            pic x(3).
           05  ws-approver-id              pic x(8).
           05  dual-entry occurs 21 times.
               10  due-currency-code       pic x(3).
               10  due-threshold           pic 9(9)v99.

      *The pending-approval file as it stands: the items held by
      *earlier runs plus those held in this one, each marked 'P'
      *while it waits and 'A' once approved. The file is loaded
      *before the first record is read and rewritten with the
      *items still waiting when the run ends - or abends, so the
      *file always agrees with the master. It holds up to 500
      *items; a run that would exceed that aborts rather than
      *apply or drop an unapproved item.
       01  pending-table-control.
           05  pending-entry-count         pic 9(3) value 0.
           05  pending-index               pic 9(3).
           05  ws-pending-slot             pic 9(3).
           05  ws-pending-eof              pic x value 'N'.
           05  ws-pending-loaded-flag      pic x value 'N'.
           05  ws-pending-waiting          pic 9(3) value 0.
           05  pending-entry occurs 500 times.
               10  pe-trans-data           pic x(67).
               10  pe-trans-split redefines pe-trans-data.
                   15  pe-account-id       pic x(6).
                   15  pe-principal        pic 9(7)v99.
                   15  filler              pic x(8).
                   15  pe-trans-code       pic x.
                   15  filler              pic x(35).
                   15  pe-keyed-by         pic x(8).
               10  pe-held-date            pic 9(8).
               10  pe-held-run-id          pic x(18).
               10  pe-amount               pic 9(9)v99.
               10  pe-currency-code        pic x(3).
               10  pe-status               pic x.

      *One line per item held or approved in this run, printed as
      *their own report section ahead of the portfolio summary,
      *like the withdrawal confirmations, up to 500 of them.
       01  approval-section-control.
           05  ws-approval-status          pic x(8).
           05  ws-approval-action          pic x.
           05  ws-approval-keyed-by        pic x(8).
           05  edited-hold-amount          pic zzz,zzz,zz9.99.
           05  ap-line-count               pic 9(5) value 0.
           05  ap-index                    pic 9(5).
           05  ap-line occurs 500 times    pic x(80).

      *Calendar month arithmetic for the maturity date:
      *am-base-date moved forward by am-months whole months into
      *am-result-date, the day pulled back to the month's last day
      *where the month is shorter, as mtur2000 settles a 29
      *February opening in a year that has none.
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

      *Master movement captured during the run and printed as the
      *delta report once the book is done: changed accounts with
           05  ws-records-projected        pic 9(7) value 0.
           05  ws-records-maintained       pic 9(7) value 0.
           05  ws-records-goal-sought      pic 9(7) value 0.
           05  ws-records-held             pic 9(7) value 0.
           05  ws-records-approved         pic 9(7) value 0.
           05  ws-input-hash-total         pic 9(11)v99 value 0.
           05  edited-balancing-count      pic z,zzz,zz9.

       01  checkpoint-control.
           05  ws-checkpoint-interval      pic 999 value 10.
           05  ws-records-since-checkpoint pic 999 value 0.
           05  ws-force-checkpoint-flag    pic x value 'N'.
           05  ws-records-processed        pic 9(7) value 0.

      *Drives report headings and page breaks. The layout flag comes
           05  ws-audit-filename           pic x(40).
           05  ws-csv-filename             pic x(40).
           05  ws-delta-filename           pic x(40).
           05  ws-activity-filename        pic x(40).

       01  file-status-fields.
           05  ws-trans-status             pic xx value '00'.
           05  ws-carry-status             pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.
           05  ws-branch-status            pic xx value '00'.
           05  ws-activity-status          pic xx value '00'.
           05  ws-penalty-status           pic xx value '00'.
           05  ws-fee-status               pic xx value '00'.
           05  ws-dual-status              pic xx value '00'.
           05  ws-pending-status           pic xx value '00'.
           05  ws-queue-status             pic xx value '00'.

       01  eof-switches.
           05  ws-trans-eof                pic x value 'N'.
           perform 009-carry-suspense-forward
           perform 025-load-rate-table
           perform 027-load-exchange-rates
           perform 023-load-penalty-table
           perform 013-load-fee-schedule
           perform 031-load-branch-table
           if ws-revalue-flag = 'Y'
               perform 030-check-restart
               perform 500-revalue-master-book
           else
               perform 016-load-dual-thresholds
               perform 018-load-pending-file
               perform 015-open-transaction-input
               perform 030-check-restart
               perform 035-prebalance-input
           end-if
           perform 460-flush-burst-report
           perform 440-write-goal-seek-section
           perform 450-write-withdrawal-section
           perform 480-write-approval-section
           perform 200-write-summary
           perform 230-write-delta-report
           perform 370-rewrite-pending-file
           perform 900-close-files
           perform 910-retire-carry-file
           perform 915-retire-queue-file
           move "COMPLETE" to ws-completion-label
           perform 220-write-run-log
           display "End of session."
      *the run date and start time, plus a same-day sequence one
      *higher than any run already on the run log, so two runs in
      *one day never share an id. The id then names this run's
      *report, csv, audit, delta and activity files, and the run
      *log is left open for the completion record written when the
      *run ends.
       002-establish-run-id.
           accept ws-start-date from date yyyymmdd
           accept ws-start-time from time
                   ws-run-id delimited by size
                   into ws-delta-filename
           end-string
           move spaces to ws-activity-filename
           string "CALC2000.ACTV." delimited by size
                   ws-run-id delimited by size
                   into ws-activity-filename
           end-string
           open extend runlog-file
           if ws-runlog-status = '35'
               open output runlog-file
                   end-if
           end-read.

      *Opens the report, audit, csv, delta and activity files - the
      *outputs every run produces whatever its mode. The master,
      *checkpoint and suspense files wait for
      *012-open-protected-files, after the control card has said
      *whether this is a trial run that must leave them untouched;
      *the transaction input waits for 015-open-transaction-input
      *the same way. Every open's file status is checked; a file
      *the run cannot do without aborts the run instead of being
      *read or written from an unopened state.
       005-open-files.
           open input control-file
           if ws-control-status not = '00'
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output activity-file
           if ws-activity-status not = '00'
               string "unable to open " delimited by size
                       ws-activity-filename delimited by space
                       ", status " delimited by size
                       ws-activity-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

      *Reads the prior checkpoint (if any) for its last-completed
               perform 007-prepare-checkpoint-file
           end-if.

      *Loads the fee schedule. A missing file is announced and
      *leaves the table empty, so every projection runs gross of
      *fees as it always did.
       013-load-fee-schedule.
           open input fee-file
           if ws-fee-status not = '00'
               display "No fee schedule - projections not net of "
                       "fees."
           else
               perform 014-load-fee-entry
                   until ws-fee-eof = 'Y'
                       or fee-entry-count >= 50
               if ws-fee-eof not = 'Y'
                   display "Fee schedule longer than 50 "
                           "entries - remainder ignored."
               end-if
               close fee-file
           end-if.

       014-load-fee-entry.
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

      *Opens the day's transaction input: the corrected suspense
      *file on a rework run, otherwise the front-office transaction
      *file. Opened only after the control card has been read, since
               end-if
           end-if.

      *Loads the dual-control thresholds. A missing file is
      *announced and leaves the table empty, so no close, change
      *or withdrawal is held.
       016-load-dual-thresholds.
           open input dual-file
           if ws-dual-status not = '00'
               display "No dual-control thresholds - maintenance "
                       "not held for approval."
           else
               perform 017-load-dual-entry
                   until ws-dual-eof = 'Y'
                       or dual-entry-count >= 21
               if ws-dual-eof not = 'Y'
                   display "Dual-control thresholds longer than 21 "
                           "entries - remainder ignored."
               end-if
               close dual-file
           end-if.

       017-load-dual-entry.
           read dual-file
               at end
                   move 'Y' to ws-dual-eof
               not at end
                   add 1 to dual-entry-count
                   if du-currency-code = spaces
                       move base-currency-code
                           to due-currency-code (dual-entry-count)
                   else
                       move du-currency-code
                           to due-currency-code (dual-entry-count)
                   end-if
                   move du-threshold
                       to due-threshold (dual-entry-count)
           end-read.

      *Loads the items still waiting for approval from earlier
      *runs. No file on hand just means nothing is waiting. A
      *trial run loads them too, so its approvals rehearse against
      *the real queue, but only a live run rewrites the file.
       018-load-pending-file.
           open input pending-file
           if ws-pending-status = '00'
               perform 019-load-pending-entry
                   until ws-pending-eof = 'Y'
               close pending-file
           end-if
           if ws-trial-flag not = 'Y'
               move 'Y' to ws-pending-loaded-flag
           end-if.

       019-load-pending-entry.
           read pending-file
               at end
                   move 'Y' to ws-pending-eof
               not at end
                   if pending-entry-count >= 500
                       move "CALC2000.PEND holds over 500 items"
                           to ws-abort-message
                       perform 999-abort-run
                   end-if
                   add 1 to pending-entry-count
                   move pd-trans-data
                       to pe-trans-data (pending-entry-count)
                   move pd-held-date
                       to pe-held-date (pending-entry-count)
                   move pd-held-run-id
                       to pe-held-run-id (pending-entry-count)
                   move pd-amount to pe-amount (pending-entry-count)
                   move pd-currency-code
                       to pe-currency-code (pending-entry-count)
                   move 'P' to pe-status (pending-entry-count)
           end-read.

      *Loads one multiplier per growth scenario past the base run.
      *Missing entries default to a straight doubling, matching the
      *program's original behaviour.
               add 1 to scenario-index
           end-perform.

      *Files the row just read against the table. A row for a
      *product tier already loaded replaces it only when it took
      *effect later; a new product tier takes the next free slot.
       021-apply-rate-row.
           if rt-effective-date is numeric
               move rt-effective-date to ws-rate-row-date
           else
               move 0 to ws-rate-row-date
           end-if
           if ws-rate-row-date not > ws-rate-as-of-date
               move 0 to ws-rate-slot
               move 1 to rate-index
               perform 022-find-rate-tier
                   until rate-index > rate-entry-count
               if ws-rate-slot = 0
                   if rate-entry-count < 50
                       add 1 to rate-entry-count
                       move rate-entry-count to ws-rate-slot
                       move 0 to rte-effective-date (ws-rate-slot)
                   else
                       move 'Y' to ws-rate-overflow-flag
                   end-if
               end-if
               if ws-rate-slot > 0
                   if ws-rate-row-date
                           not < rte-effective-date (ws-rate-slot)
                       move rt-product-code
                           to rte-product-code (ws-rate-slot)
                       move rt-tier-floor
                           to rte-tier-floor (ws-rate-slot)
                       move rt-rate to rte-rate (ws-rate-slot)
                       move ws-rate-row-date
                           to rte-effective-date (ws-rate-slot)
                   end-if
               end-if
           end-if.

       022-find-rate-tier.
           if rte-product-code (rate-index) = rt-product-code
                   and rte-tier-floor (rate-index) = rt-tier-floor
               move rate-index to ws-rate-slot
           end-if
           add 1 to rate-index.

      *Loads the early-withdrawal penalty schedule. A missing file
      *is announced and leaves the table empty, so withdrawals are
      *charged no penalty and held to no minimum.
       023-load-penalty-table.
           open input penalty-file
           if ws-penalty-status not = '00'
               display "No penalty schedule - withdrawals not "
                       "penalized."
           else
               perform 024-load-penalty-entry
                   until ws-penalty-eof = 'Y'
                       or penalty-entry-count >= 50
               if ws-penalty-eof not = 'Y'
                   display "Penalty schedule longer than 50 "
                           "entries - remainder ignored."
               end-if
               close penalty-file
           end-if.

       024-load-penalty-entry.
           read penalty-file
               at end
                   move 'Y' to ws-penalty-eof
               not at end
                   add 1 to penalty-entry-count
                   move pn-product-code
                       to pne-product-code (penalty-entry-count)
                   move pn-months-floor
                       to pne-months-floor (penalty-entry-count)
                   move pn-penalty-percent
                       to pne-penalty-percent (penalty-entry-count)
                   move pn-minimum-balance
                       to pne-minimum-balance (penalty-entry-count)
           end-read.

      *Loads the bank's rate table, one entry per product/tier, at
      *the rates in force on the run date: rows dated after it are
      *not yet effective and are passed over, and where a product
      *tier has several rows in force the latest one wins. A
      *missing rate file is announced and leaves the table empty,
      *which keeps the keyed rates in effect for older input files.
       025-load-rate-table.
           move ws-start-date to ws-rate-as-of-date
           open input rate-file
           if ws-rate-status not = '00'
               display "No rate table - keyed rates in effect."
           else
               perform 026-load-rate-entry
                   until ws-rate-eof = 'Y'
               if ws-rate-overflow-flag = 'Y'
                   display "Rate table longer than 50 entries - "
                           "remainder ignored."
               end-if
               at end
                   move 'Y' to ws-rate-eof
               not at end
                   perform 021-apply-rate-row
           end-read.

      *Loads the day's exchange rates. A missing rate file is
      *Reads the next transaction: on a rework run the corrected
      *suspense record's transaction data is unwrapped back into the
      *ordinary transaction layout, so everything downstream is
      *blind to which cycle fed it. On a transaction run the
      *branch-screen queue follows the front-office file as if it
      *were the rest of it.
       040-read-transaction-record.
           if ws-rework-flag = 'Y'
               read rework-file
                       move rw-trans-data to trans-record
               end-read
           else
               if ws-queue-open-flag = 'Y'
                   perform 046-read-queue-record
               else
                   read trans-file
                       at end perform 044-take-up-queue
                   end-read
               end-if
           end-if.

      *Discards already-completed accounts on a restart run until
           end-if
           perform 040-read-transaction-record.

      *The front-office file is exhausted: opens the branch-screen
      *queue and reads its first record. No queue on hand means
      *nothing was keyed on the screen, and the input is at an end.
       044-take-up-queue.
           open input queue-file
           if ws-queue-status = '00'
               move 'Y' to ws-queue-open-flag
               move 'Y' to ws-queue-taken-flag
               perform 046-read-queue-record
           else
               move 'Y' to ws-trans-eof
           end-if.

      *Reads one queued record into the transaction layout and
      *counts it toward the queue's own control figures.
       046-read-queue-record.
           read queue-file into trans-record
               at end
                   move 'Y' to ws-trans-eof
               not at end
                   if tr-account-id not = 'TRAILR'
                       add 1 to ws-queue-records
                       add tr-principal to ws-queue-hash
                   end-if
           end-read.

      *Routes one transaction record by its transaction code: a
      *close, change or withdrawal maintains the master book
      *directly unless it is held for dual control, an approval
      *applies the item it approves, anything else is validated,
      *projected under every growth scenario and checkpointed as
      *before. Every path then reads the next record.
       050-process-transaction-record.
           if tr-account-id = 'TRAILR'
               if ws-queue-open-flag not = 'Y'
                   perform 055-capture-trailer
               end-if
           else
               add 1 to ws-records-read
               add tr-principal to ws-input-hash-total
               perform 052-unpack-transaction
               evaluate transaction-code
                   when 'D'
                       perform 300-close-master-account
                   when 'C'
                       perform 310-change-master-account
                   when 'W'
                       perform 330-process-withdrawal
                   when 'V'
                       perform 350-process-approval
                   when 'R'
                   when 'N'
                       perform 400-process-goal-seek
           end-if
           perform 040-read-transaction-record.

      *Unpacks the transaction record into the working fields,
      *for the record just read and for a held item brought back
      *by its approval alike.
       052-unpack-transaction.
           move tr-account-id to account-id
           move tr-principal to investment-amount
           move tr-principal to original-investment-amount
           move tr-years to number-of-years
           move tr-rate to yearly-interest-rate
           move tr-compound-freq to compounding-frequency
           move tr-trans-code to transaction-code
           move tr-contribution to contribution-amount
           move tr-product-code to product-code
           move tr-currency-code to currency-code
           move tr-target-value to target-value
           move tr-opened-date to opened-date
           move tr-branch-code to branch-code
           move tr-keyed-by to keyed-by.

      *Banks the trailer's control figures for the reconciliation
      *in 210-balance-input once the whole file has been read.
       055-capture-trailer.
           perform 170-write-audit-record.

      *The projection arithmetic on its own: compounds the current
      *investment-amount one period at a time for the full term,
      *net of the fees the product's schedule charges along the
      *way. Performed once per ordinary projection, and over and
      *over by the goal-seek solvers with candidate rates or terms.
       110-run-projection.
           move investment-amount to future-value
           move 1 to period-counter
               yearly-interest-rate / periods-per-year
           compute contributed-amount =
               contribution-amount * total-periods
           compute ws-fee-months = 12 / periods-per-year
           perform 120-calculate-next-fv
               until period-counter > total-periods.

      *Deposits the period's recurring contribution, compounds one
      *period at the period rate, takes out the fees the period
      *attracts, then moves on to the next period until the full
      *term has been projected.
       120-calculate-next-fv.
           add contribution-amount to future-value.
           compute future-value rounded =
               future-value +
                   (future-value * period-rate / 100).
           if fee-entry-count > 0
               perform 122-deduct-period-fees
           end-if
           add 1 to period-counter.

      *Prices every fee on the product's schedule against the
      *value the period closes on and deducts what falls due for
      *each month the period spans. Fees can empty the projected
      *value but never take it below zero.
       122-deduct-period-fees.
           move 0 to ws-period-fees
           move 1 to fee-index
           perform 124-price-fee-entry
               until fee-index > fee-entry-count
           if ws-period-fees > future-value
               move 0 to future-value
           else
               subtract ws-period-fees from future-value
           end-if.

      *A maintenance fee is due unless the value reaches its
      *waiver balance; a low-balance charge is due only when the
      *value falls short of it.
       124-price-fee-entry.
           if fse-product-code (fee-index) = product-code
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

      *Keeps one master row per account with the principal, term,
      *rate and last future value computed for it. The prior future
      *value is banked for the delta report before the rewrite
               if mr-future-value not = future-value
                   perform 132-record-changed-delta
               end-if
               move 'P' to ws-activity-event
           else
               perform 134-record-new-delta
               move 'N' to ws-activity-event
           end-if
           perform 137-save-prior-figures
           perform 138-post-principal-to-balance
           move investment-amount to mr-investment-amount
           move number-of-years to mr-number-of-years
           move yearly-interest-rate to mr-yearly-interest-rate
                   move spaces to mr-branch-code
               end-if
           end-if
           perform 135-stamp-client-activity
           if ws-trial-flag = 'Y'
               continue
           else
               else
                   write master-record
               end-if
           end-if
           perform 139-write-activity-record.

      *Banks one changed account's movement for the delta report.
       132-record-changed-delta.
               move future-value to dn-new-value (delta-new-count)
           end-if.

      *Stamps the row with today as the client's last activity and
      *wakes it from any dormancy status, but only for what the
      *client actually did: an account opened on the book or
      *added with 'A'. Reprojecting an existing account - keyed
      *or by a revalue run - is the house's doing, not the
      *client's, and leaves the date where it was.
       135-stamp-client-activity.
           if ws-master-found-flag = 'N'
                   or transaction-code = 'A'
               move ws-start-date to mr-last-activity-date
               move space to mr-dormancy-status
           end-if.

      *Banks one closed account for the delta report.
       136-record-closed-delta.
           add 1 to delta-closed-count
                   to dx-old-value (delta-closed-count)
           end-if.

      *Banks the row's principal, future value and balance as they
      *stood before this run touched them, for the activity file;
      *an account new to the book had none.
       137-save-prior-figures.
           if ws-master-found-flag = 'Y'
               move mr-investment-amount to ws-old-principal
               move mr-future-value to ws-old-future-value
               move mr-current-balance to ws-old-balance
           else
               move zeros to ws-old-principal
               move zeros to ws-old-future-value
               move zeros to ws-old-balance
           end-if.

      *Carries the record's principal through to the money on
      *deposit before the master row takes the new principal: a
      *brand-new account opens with its principal on deposit and
      *nothing yet earned, and a corrected principal moves the
      *balance by exactly what the principal moved, so interest
      *already credited by accr2000 is never wiped. A correction
      *can empty the balance but never take it below zero.
       138-post-principal-to-balance.
           if ws-master-found-flag = 'N'
               move investment-amount to mr-current-balance
               move zeros to mr-interest-to-date
               move zeros to mr-last-accrual-date
               move zeros to mr-fees-to-date
               move zeros to mr-last-fee-date
           else
               compute ws-balance-movement =
                   investment-amount - mr-investment-amount
               compute ws-new-balance =
                   mr-current-balance + ws-balance-movement
               if ws-new-balance < 0
                   move 0 to ws-new-balance
               end-if
               move ws-new-balance to mr-current-balance
           end-if.

      *Writes one activity row for the master row just added,
      *reprojected, changed or closed: its figures before, as
      *banked by 137-save-prior-figures, and after - nothing after
      *a close. A trial run writes the activity it would have
      *caused; glif2000 refuses to journal a trial run.
       139-write-activity-record.
           move spaces to activity-record
           move ws-run-id to ac-run-id
           move mr-account-id to ac-account-id
           move ws-activity-event to ac-event-code
           move ws-old-principal to ac-old-principal
           move ws-old-future-value to ac-old-future-value
           move ws-old-balance to ac-old-balance
           if ws-activity-event = 'D'
               move zeros to ac-new-principal
               move zeros to ac-new-future-value
               move zeros to ac-new-balance
           else
               move mr-investment-amount to ac-new-principal
               move mr-future-value to ac-new-future-value
               move mr-current-balance to ac-new-balance
           end-if
           if ws-activity-event = 'W'
               move ws-withdrawal-amount to ac-amount
               move ws-penalty-amount to ac-penalty
           else
               move zeros to ac-amount
               move zeros to ac-penalty
           end-if
           if mr-currency-code = spaces
               move base-currency-code to ac-currency-code
           else
               move mr-currency-code to ac-currency-code
           end-if
           move mr-product-code to ac-product-code
           move mr-branch-code to ac-branch-code
           write activity-record.

      *Writes one detail line to the projection report, routed
      *through the burst buffer when the report is being burst by
      *branch, with a new page and column headings whenever the

      *Records the account just completed every ws-checkpoint-
      *interval accounts, so a restart does not have to reprocess
      *the whole file, and at once for a record that must never be
      *reprocessed.
       180-write-checkpoint.
           add 1 to ws-records-processed
           add 1 to ws-records-since-checkpoint
           if (ws-records-since-checkpoint >= ws-checkpoint-interval
                   or ws-force-checkpoint-flag = 'Y')
                   and ws-trial-flag not = 'Y'
               move account-id to cp-last-account-id
               move ws-records-processed to cp-records-processed
               write checkpoint-record
               move 0 to ws-records-since-checkpoint
           end-if
           move 'N' to ws-force-checkpoint-flag.

      *Adds one account's real, base-scenario principal, recurring
      *contributions and future value into the portfolio totals
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-records-held to edited-balancing-count
           move spaces to wl-report-line
           string "Records Held        = " delimited by size
                   edited-balancing-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-records-approved to edited-balancing-count
           move spaces to wl-report-line
           string "Approvals Applied   = " delimited by size
                   edited-balancing-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-records-carried to edited-balancing-count
           move spaces to wl-report-line
           string "Suspense Carried    = " delimited by size
      *run aborts rather than report a partial book as a clean run.
      *Only a rework run, or a run the control card excused from
      *balancing, legitimately reaches this point with no trailer.
      *Records taken from the branch-screen queue are added to the
      *trailer's figures as the queue's own trailer.
       210-balance-input.
           if ws-queue-taken-flag = 'Y'
               display "Branch-screen queue taken: "
                       ws-queue-records " records."
           end-if
           if ws-trailer-found-flag = 'Y'
               add ws-queue-records to ws-trailer-count
               add ws-queue-hash to ws-trailer-hash
               if ws-trailer-count not = ws-records-read
                       or ws-trailer-hash not = ws-input-hash-total
                   display "Input out of balance with trailer:"
      *Removes a closed account's row from the master book. A close
      *for an account that never made it to the master is rejected
      *with a message, the same way 060-validate-transaction rejects
      *a bad projection record. A close over its currency's
      *dual-control threshold is held for approval instead.
       300-close-master-account.
           move account-id to mr-account-id
           read master-file
               display ws-error-message
               perform 068-write-suspense-record
           else
               perform 340-check-dual-control
               if ws-hold-flag = 'Y'
                   perform 342-hold-for-approval
               else
                   move mr-investment-amount to investment-amount
                   move mr-number-of-years to number-of-years
                   move mr-yearly-interest-rate
                       to yearly-interest-rate
                   move mr-future-value to future-value
                   if branch-code = spaces
                       move mr-branch-code to branch-code
                   end-if
                   perform 136-record-closed-delta
                   move 'D' to ws-activity-event
                   perform 137-save-prior-figures
                   if ws-trial-flag not = 'Y'
                       delete master-file record
                   end-if
                   perform 139-write-activity-record
                   move "CLOSE  " to ws-maintenance-action
                   perform 320-write-maintenance-activity
               end-if
           end-if.

      *Corrects principal, term and rate on an existing master row
      *without running a projection - the stored future value stays
      *as last computed until the account is next projected. Any
      *movement in principal is carried to the balance on deposit.
      *A change that moves the principal by more than its
      *currency's dual-control threshold is held for approval.
       310-change-master-account.
           perform 060-validate-transaction
           if ws-valid-record-flag = 'N'
                   display ws-error-message
                   perform 068-write-suspense-record
               else
                   perform 340-check-dual-control
                   if ws-hold-flag = 'Y'
                       perform 342-hold-for-approval
                   else
                       perform 312-apply-master-change
                   end-if
               end-if
           end-if.

      *Applies a change to the master row read by
      *310-change-master-account. A change is client activity, so
      *it restarts the account's dormancy clock.
       312-apply-master-change.
           if branch-code = spaces
               move mr-branch-code to branch-code
           end-if
           move 'C' to ws-activity-event
           perform 137-save-prior-figures
           perform 138-post-principal-to-balance
           move investment-amount to mr-investment-amount
           move number-of-years to mr-number-of-years
           move yearly-interest-rate to mr-yearly-interest-rate
           move contribution-amount to mr-contribution
           move compounding-frequency to mr-compound-freq
           move currency-code to mr-currency-code
           move product-code to mr-product-code
           if opened-date is numeric and opened-date > 0
               move opened-date to mr-opened-date
           end-if
           if branch-code not = spaces
               move branch-code to mr-branch-code
           end-if
           move ws-start-date to mr-last-activity-date
           move space to mr-dormancy-status
           move mr-future-value to future-value
           if ws-trial-flag not = 'Y'
               rewrite master-record
           end-if
           perform 139-write-activity-record
           move "CHANGE " to ws-maintenance-action
           perform 320-write-maintenance-activity.

      *Writes one report line and one audit row for a maintenance
      *action, so closes and changes show up on the same trail as
      *the projections they sit alongside. The line labels its own
           add 1 to ws-records-maintained
           perform 180-write-checkpoint.

      *Pays a client part of their money before maturity. The
      *amount keyed in the principal field comes off the balance on
      *deposit together with the early-withdrawal penalty the
      *product's schedule sets for the months still to run, and
      *what is left becomes the principal the account is
      *reprojected on. A withdrawal for an account not on the
      *book, of nothing, of more than the balance can pay with its
      *penalty, or that would leave less than the product minimum
      *is rejected to suspense like any other bad record; one whose
      *amount and penalty together pass its currency's
      *dual-control threshold is held for approval.
       330-process-withdrawal.
           move 'Y' to ws-valid-record-flag
           move spaces to ws-error-message
           move spaces to ws-reject-reason
           move account-id to mr-account-id
           read master-file
               invalid key
                   move 'N' to ws-master-found-flag
               not invalid key
                   move 'Y' to ws-master-found-flag
           end-read
           if ws-master-found-flag = 'N'
               move 'N' to ws-valid-record-flag
               move 'R010' to ws-reject-reason
               string "Rejected account " delimited by size
                       account-id delimited by size
                       " - withdrawal for account not on master"
                           delimited by size
                       into ws-error-message
               end-string
               display ws-error-message
           else
               if investment-amount <= 0
                   move 'N' to ws-valid-record-flag
                   move 'R011' to ws-reject-reason
                   string "Rejected account " delimited by size
                           account-id delimited by size
                           " - withdrawal amount must be greater"
                               delimited by size
                           " than zero" delimited by size
                           into ws-error-message
                   end-string
                   display ws-error-message
               else
                   perform 332-price-withdrawal
               end-if
           end-if
           if ws-valid-record-flag = 'N'
               perform 068-write-suspense-record
           else
               perform 340-check-dual-control
               if ws-hold-flag = 'Y'
                   perform 342-hold-for-approval
               else
                   perform 338-apply-withdrawal
               end-if
           end-if.

      *Prices the withdrawal against the account: the penalty on
      *the amount at the schedule's percent, then the proof that
      *the balance covers both and keeps the product minimum.
       332-price-withdrawal.
           move investment-amount to ws-withdrawal-amount
           perform 334-compute-months-to-maturity
           perform 336-lookup-penalty-rate
           compute ws-penalty-amount rounded =
               ws-withdrawal-amount * ws-penalty-percent / 100
           compute ws-withdrawal-gross =
               ws-withdrawal-amount + ws-penalty-amount
           if ws-withdrawal-gross > mr-current-balance
               move 'N' to ws-valid-record-flag
               move 'R008' to ws-reject-reason
               string "Rejected account " delimited by size
                       account-id delimited by size
                       " - withdrawal and penalty exceed balance"
                           delimited by size
                       into ws-error-message
               end-string
               display ws-error-message
           else
               compute ws-remaining-balance =
                   mr-current-balance - ws-withdrawal-gross
               if ws-remaining-balance < ws-minimum-balance
                   move 'N' to ws-valid-record-flag
                   move 'R009' to ws-reject-reason
                   string "Rejected account " delimited by size
                           account-id delimited by size
                           " - withdrawal leaves less than the"
                               delimited by size
                           " product minimum" delimited by size
                           into ws-error-message
                   end-string
                   display ws-error-message
               end-if
           end-if.

      *Whole months from the run date to maturity - the opened
      *date plus the term - with a part month not counted and
      *nothing left once maturity is reached. An account with no
      *opened date on the book has its full term still to run.
       334-compute-months-to-maturity.
           move ws-start-date to ws-withdrawal-date
           if mr-opened-date is numeric and mr-opened-date > 0
               move mr-opened-date to am-base-date
               compute am-months = mr-number-of-years * 12
               perform 810-add-months
               move am-result-date to ws-maturity-date
               if ws-maturity-date <= ws-withdrawal-date
                   move 0 to ws-months-to-maturity
               else
                   compute ws-months-to-maturity =
                       (am-result-yyyy * 12 + am-result-mm)
                       - (ws-withdrawal-yyyy * 12
                           + ws-withdrawal-mm)
                   if am-result-dd < ws-withdrawal-dd
                       subtract 1 from ws-months-to-maturity
                   end-if
               end-if
           else
               move 0 to ws-maturity-date
               compute ws-months-to-maturity =
                   mr-number-of-years * 12
           end-if.

      *Finds the penalty row for the account's product with the
      *highest months floor its months to maturity reach, the way
      *063-check-rate-entry picks a principal tier.
       336-lookup-penalty-rate.
           move 'N' to ws-penalty-found-flag
           move 0 to ws-best-months-floor
           move 0 to ws-penalty-percent
           move 0 to ws-minimum-balance
           move 1 to penalty-index
           perform 337-check-penalty-entry
               until penalty-index > penalty-entry-count.

       337-check-penalty-entry.
           if pne-product-code (penalty-index) = mr-product-code
                   and pne-months-floor (penalty-index)
                       <= ws-months-to-maturity
               if ws-penalty-found-flag = 'N'
                       or pne-months-floor (penalty-index)
                           >= ws-best-months-floor
                   move 'Y' to ws-penalty-found-flag
                   move pne-months-floor (penalty-index)
                       to ws-best-months-floor
                   move pne-penalty-percent (penalty-index)
                       to ws-penalty-percent
                   move pne-minimum-balance (penalty-index)
                       to ws-minimum-balance
               end-if
           end-if
           add 1 to penalty-index.

      *Takes the withdrawal and its penalty off the balance, makes
      *the balance left the account's principal and reprojects it
      *on the account's own term, rate, frequency and contribution,
      *then records the movement on the delta report, the activity
      *file, the withdrawal confirmations and the audit trail. The
      *checkpoint is taken on the spot rather than at the interval:
      *a withdrawal replayed by a restart would come off the
      *balance a second time.
       338-apply-withdrawal.
           if branch-code = spaces
               move mr-branch-code to branch-code
           end-if
           move 'W' to ws-activity-event
           perform 137-save-prior-figures
           move ws-remaining-balance to investment-amount
           move mr-number-of-years to number-of-years
           move mr-yearly-interest-rate to yearly-interest-rate
           move mr-compound-freq to compounding-frequency
           move mr-contribution to contribution-amount
           move mr-currency-code to currency-code
           move mr-product-code to product-code
           perform 110-run-projection
           if mr-future-value not = future-value
               perform 132-record-changed-delta
           end-if
           move ws-remaining-balance to mr-current-balance
           move investment-amount to mr-investment-amount
           move future-value to mr-future-value
           move ws-start-date to mr-last-activity-date
           move space to mr-dormancy-status
           if ws-trial-flag not = 'Y'
               rewrite master-record
           end-if
           perform 139-write-activity-record
           perform 339-bank-withdrawal-confirmation
           move "WITHDRW" to ws-maintenance-action
           move 'Y' to ws-force-checkpoint-flag
           perform 320-write-maintenance-activity.

      *Banks one confirmation line for the withdrawal section: the
      *amount paid out, the months to maturity and penalty percent
      *that priced it, the penalty, the balance left and its new
      *projected value.
       339-bank-withdrawal-confirmation.
           add 1 to wd-line-count
           if wd-line-count <= 500
               move ws-withdrawal-amount to edited-wd-amount
               move ws-penalty-amount to edited-wd-penalty
               move ws-months-to-maturity to edited-wd-months
               move ws-penalty-percent to edited-wd-percent
               move ws-remaining-balance to edited-wd-remaining
               move future-value to edited-decimal-value
               move spaces to wl-report-line
               string account-id delimited by size
                       " " delimited by size
                       edited-wd-amount delimited by size
                       " " delimited by size
                       edited-wd-months delimited by size
                       " " delimited by size
                       edited-wd-percent delimited by size
                       " " delimited by size
                       edited-wd-penalty delimited by size
                       " " delimited by size
                       edited-wd-remaining delimited by size
                       " " delimited by size
                       edited-decimal-value delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to wd-line (wd-line-count)
           end-if.

      *Measures the close, change or withdrawal in hand against
      *its currency's dual-control threshold and raises the hold
      *flag when it is over. The master row has just been read; a
      *close is measured in the account's own currency, a
      *withdrawal by the amount and penalty leaving the balance in
      *the account's own currency, a change in the currency it was
      *keyed in. An approved item being applied is never held a
      *second time.
       340-check-dual-control.
           move 'N' to ws-hold-flag
           if ws-approval-flag not = 'Y' and dual-entry-count > 0
               evaluate transaction-code
                   when 'D'
                       if mr-current-balance > mr-investment-amount
                           move mr-current-balance to ws-hold-amount
                       else
                           move mr-investment-amount
                               to ws-hold-amount
                       end-if
                       move mr-currency-code to ws-hold-currency
                   when 'W'
                       move ws-withdrawal-gross to ws-hold-amount
                       move mr-currency-code to ws-hold-currency
                   when other
                       if investment-amount > mr-investment-amount
                           compute ws-hold-amount =
                               investment-amount - mr-investment-amount
                       else
                           compute ws-hold-amount =
                               mr-investment-amount - investment-amount
                       end-if
                       move currency-code to ws-hold-currency
               end-evaluate
               if ws-hold-currency = spaces
                   move base-currency-code to ws-hold-currency
               end-if
               move 1 to dual-index
               perform 341-check-dual-entry
                   until dual-index > dual-entry-count
           end-if.

       341-check-dual-entry.
           if due-currency-code (dual-index) = ws-hold-currency
                   and ws-hold-amount > due-threshold (dual-index)
               move 'Y' to ws-hold-flag
           end-if
           add 1 to dual-index.

      *Holds the close, change or withdrawal for approval: the
      *record as keyed goes onto the pending table with the run's
      *date and id and the amount that put it over, and a line for
      *the approval section names who keyed it. The master is not
      *touched. The pending file is saved before the record is
      *checkpointed, so a restart can never skip past a hold that
      *is not on file. A record already waiting exactly as keyed
      *- one reprocessed after a restart - is reported but not
      *held twice.
       342-hold-for-approval.
           move 0 to ws-pending-slot
           move 1 to pending-index
           perform 343-check-pending-duplicate
               until pending-index > pending-entry-count
           if ws-pending-slot = 0
               if pending-entry-count >= 500
                   move "pending approval table full - over 500 items"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               add 1 to pending-entry-count
               move pending-entry-count to ws-pending-slot
               move trans-record to pe-trans-data (ws-pending-slot)
               move ws-start-date to pe-held-date (ws-pending-slot)
               move ws-run-id to pe-held-run-id (ws-pending-slot)
               move ws-hold-amount to pe-amount (ws-pending-slot)
               move ws-hold-currency
                   to pe-currency-code (ws-pending-slot)
               move 'P' to pe-status (ws-pending-slot)
           end-if
           add 1 to ws-records-held
           display "Held account " account-id " - "
                   transaction-code " over dual-control threshold, "
                   "awaiting approval."
           move "HELD    " to ws-approval-status
           move transaction-code to ws-approval-action
           move keyed-by to ws-approval-keyed-by
           move spaces to ws-approver-id
           perform 344-bank-approval-line
           if ws-pending-loaded-flag = 'Y'
               perform 374-save-pending-file
           end-if
           perform 180-write-checkpoint.

       343-check-pending-duplicate.
           if pe-trans-data (pending-index) = trans-record
                   and pe-status (pending-index) = 'P'
               move pending-index to ws-pending-slot
           end-if
           add 1 to pending-index.

      *Banks one line for the approval section: the account, held
      *or approved, the action, the amount measured against the
      *threshold, its currency, who keyed it and who approved it.
       344-bank-approval-line.
           add 1 to ap-line-count
           if ap-line-count <= 500
               move pe-amount (ws-pending-slot) to edited-hold-amount
               move spaces to wl-report-line
               string account-id delimited by size
                       "  " delimited by size
                       ws-approval-status delimited by size
                       "  " delimited by size
                       ws-approval-action delimited by size
                       "  " delimited by size
                       edited-hold-amount delimited by size
                       " " delimited by size
                       pe-currency-code (ws-pending-slot)
                           delimited by size
                       "  " delimited by size
                       ws-approval-keyed-by delimited by size
                       "  " delimited by size
                       ws-approver-id delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to ap-line (ap-line-count)
           end-if.

      *Applies a held close, change or withdrawal once a second
      *user approves it. The approval names the account and
      *repeats the held item's amount; the oldest item still
      *waiting that matches is the one approved. No such item is
      *R013, and an approval keyed by the user who keyed the item
      *- or by no user at all - is R012; both go to suspense like
      *any other bad record. Otherwise the held record is brought
      *back and run through the close, change or withdrawal as if
      *just read, a withdrawal being priced against the balance
      *it meets now. Its item leaves the pending file, which is
      *saved before the record is applied and checkpointed, so an
      *item already applied can never be approved a second time.
       350-process-approval.
           move 'Y' to ws-valid-record-flag
           move spaces to ws-error-message
           move spaces to ws-reject-reason
           move 0 to ws-pending-slot
           move pending-entry-count to pending-index
           perform 352-find-pending-item
               until pending-index < 1
           if ws-pending-slot = 0
               move 'N' to ws-valid-record-flag
               move 'R013' to ws-reject-reason
               string "Rejected account " delimited by size
                       account-id delimited by size
                       " - approval with no item held"
                           delimited by size
                       into ws-error-message
               end-string
               display ws-error-message
           else
               if keyed-by = spaces
                       or keyed-by = pe-keyed-by (ws-pending-slot)
                   move 'N' to ws-valid-record-flag
                   move 'R012' to ws-reject-reason
                   string "Rejected account " delimited by size
                           account-id delimited by size
                           " - approval must come from a "
                               delimited by size
                           "different user" delimited by size
                           into ws-error-message
                   end-string
                   display ws-error-message
               end-if
           end-if
           if ws-valid-record-flag = 'N'
               perform 068-write-suspense-record
           else
               move keyed-by to ws-approver-id
               move 'A' to pe-status (ws-pending-slot)
               if ws-pending-loaded-flag = 'Y'
                   perform 374-save-pending-file
               end-if
               add 1 to ws-records-approved
               move pe-trans-data (ws-pending-slot) to trans-record
               perform 052-unpack-transaction
               move "APPROVED" to ws-approval-status
               move transaction-code to ws-approval-action
               move keyed-by to ws-approval-keyed-by
               perform 344-bank-approval-line
               move 'Y' to ws-approval-flag
               evaluate transaction-code
                   when 'D'
                       perform 300-close-master-account
                   when 'W'
                       perform 330-process-withdrawal
                   when other
                       perform 310-change-master-account
               end-evaluate
               move 'N' to ws-approval-flag
           end-if.

      *Walks the table newest to oldest, so the match left
      *standing is the oldest one waiting.
       352-find-pending-item.
           if pe-account-id (pending-index) = account-id
                   and pe-principal (pending-index)
                       = investment-amount
                   and pe-status (pending-index) = 'P'
               move pending-index to ws-pending-slot
           end-if
           subtract 1 from pending-index.

      *Rewrites the pending-approval file with the items still
      *waiting. Reached at the end of a live transaction run and
      *from the abend path, so the file always matches the master
      *the run leaves behind; the flag is dropped first so a
      *failure here cannot bring the abend path back into it.
       370-rewrite-pending-file.
           if ws-pending-loaded-flag = 'Y'
               move 'N' to ws-pending-loaded-flag
               perform 374-save-pending-file
               display "Items awaiting approval: "
                       ws-pending-waiting
           end-if.

      *Writes the pending table out as it stands. Also done the
      *moment an item is held or approved, before the checkpoint
      *that covers its record, so a run that dies without reaching
      *its abend path can neither lose a held item past the
      *restart point nor leave an applied one waiting for a
      *second approval.
       374-save-pending-file.
           open output pending-file
           if ws-pending-status not = '00'
               string "unable to open CALC2000.PEND, status "
                       ws-pending-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if
           move 0 to ws-pending-waiting
           move 1 to pending-index
           perform 372-write-pending-record
               until pending-index > pending-entry-count
           close pending-file.

       372-write-pending-record.
           if pe-status (pending-index) = 'P'
               move pe-trans-data (pending-index) to pd-trans-data
               move pe-held-date (pending-index) to pd-held-date
               move pe-held-run-id (pending-index)
                   to pd-held-run-id
               move pe-amount (pending-index) to pd-amount
               move pe-currency-code (pending-index)
                   to pd-currency-code
               write pending-record
               add 1 to ws-pending-waiting
           end-if
           add 1 to pending-index.

      *Answers the advisors' reverse question: given a target
      *future value, what rate ('R') or how many years ('N') gets
      *there. The record carries the known side; the solver iterates
           write report-line
           add 1 to gs-index.

      *Prints the withdrawal confirmations banked during the run,
      *one line per withdrawal paid, as their own section ahead of
      *the portfolio summary.
       450-write-withdrawal-section.
           if wd-line-count > 0
               move spaces to report-line
               write report-line
               move "=== Withdrawal Confirmations ===" to report-line
               write report-line
               move spaces to wl-report-line
               string "Acct      Withdrawn Mos   Pen%    Penalty"
                           delimited by size
                       "      Remaining      New Value"
                           delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               move 1 to wd-index
               perform 455-write-withdrawal-line
                   until wd-index > wd-line-count
                       or wd-index > 500
               if wd-line-count > 500
                   move "  (listing incomplete - over 500 entries)"
                       to report-line
                   write report-line
               end-if
           end-if.

       455-write-withdrawal-line.
           move wd-line (wd-index) to report-line
           write report-line
           add 1 to wd-index.

      *Writes the burst report once the whole book is done: one
      *group per branch in reference-file order, each behind its
      *own banner page, then one final group for lines whose
           move wl-report-line to report-line
           write report-line after advancing page.

      *Prints the closes, changes and withdrawals held for dual
      *control in this run and the held items approved and
      *applied, with who keyed and who approved each.
       480-write-approval-section.
           if ap-line-count > 0
               move spaces to report-line
               write report-line
               move "=== Dual-Control Holds and Approvals ==="
                   to report-line
               write report-line
               move spaces to wl-report-line
               string "Acct    Status    Act        Amount Cur  "
                           delimited by size
                       "Keyed By  Approved By" delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               move 1 to ap-index
               perform 485-write-approval-line
                   until ap-index > ap-line-count
                       or ap-index > 500
               if ap-line-count > 500
                   move "  (listing incomplete - over 500 entries)"
                       to report-line
                   write report-line
               end-if
           end-if.

       485-write-approval-line.
           move ap-line (ap-index) to report-line
           write report-line
           add 1 to ap-index.

      *Walks the whole master book in account order in place of a
      *transaction file: every row is repriced against the rate
      *table loaded this run, reprojected under the control card's
           move branch-code to tr-branch-code
           perform 068-write-suspense-record.

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
           if ws-revalue-flag = 'Y'
               continue
                   close rework-file
               else
                   close trans-file
                   if ws-queue-open-flag = 'Y'
                       close queue-file
                       move 'N' to ws-queue-open-flag
                   end-if
               end-if
           end-if
           close control-file
               close checkpoint-file
               close suspense-file
           end-if
           close delta-file
           close activity-file.

      *Retires the carry file a completed live run has consumed,
      *so the next run never re-seeds items already back in the
               end-if
           end-if.

      *Clears the branch-screen queue of the records a completed
      *live run took, on the same terms as the carry file. The
      *screen appends while the run goes on, so the queue is read
      *once more first: whatever lies past the records the run
      *counted was keyed after it took the queue, and is written
      *back to wait for the next run. More than 500 such records
      *cannot be held; each one past that is named for rekeying.
       915-retire-queue-file.
           if ws-queue-taken-flag = 'Y' and ws-trial-flag not = 'Y'
               move 0 to ws-queue-seen
               move 0 to late-queue-count
               move 'N' to ws-queue-eof
               open input queue-file
               if ws-queue-status = '00'
                   perform 916-keep-late-queue-record
                       until ws-queue-eof = 'Y'
                   close queue-file
               end-if
               open output queue-file
               if ws-queue-status = '00'
                   move 1 to late-queue-index
                   perform 917-write-late-queue-record
                       until late-queue-index > late-queue-count
                   close queue-file
               end-if
               if late-queue-count > 0
                   display "Branch-screen records keyed during the "
                           "run kept for the next: " late-queue-count
               end-if
           end-if.

       916-keep-late-queue-record.
           read queue-file
               at end
                   move 'Y' to ws-queue-eof
               not at end
                   if qr-account-id not = 'TRAILR'
                       add 1 to ws-queue-seen
                       if ws-queue-seen > ws-queue-records
                           if late-queue-count < 500
                               add 1 to late-queue-count
                               move queue-record
                                   to late-queue-entry
                                       (late-queue-count)
                           else
                               display "Branch-screen record for "
                                       "account " qr-account-id
                                       " not kept - rekey it."
                           end-if
                       end-if
                   end-if
           end-read.

       917-write-late-queue-record.
           move late-queue-entry (late-queue-index) to queue-record
           write queue-record
           add 1 to late-queue-index.

      *A file the run cannot proceed without failed, or the input
      *did not balance; log how far the run got so the rerun can
      *be reconstructed, display why, and end the run.
       999-abort-run.
           display "CALC2000 abending - " ws-abort-message
           perform 370-rewrite-pending-file
           move "ABENDED" to ws-completion-label
           perform 220-write-run-log
           stop run.
