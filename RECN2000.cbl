       identification division.

       program-id. recn2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the nightly book roll-forward.
      *  It starts from last night's CALC2000.BKUP - every account
      *  row and the trailer's record count and hash totals - and
      *  applies every live run CALC2000.RLOG shows for the book
      *  date: the adds, closes and value changes on each calc2000
      *  run's activity file, checked against the counts on that
      *  run's delta report, the interest on each accr2000 run's
      *  accrual ledger and the fees on each fees2000 run's fee
      *  ledger. The book it arrives at is then proved against
      *  tonight's CALC2000.MSTR, account by account on principal,
      *  future value, balance, interest to date and fees to date,
      *  and in total on the count and both hashes. Every break is
      *  listed - a row changed with no activity behind it, a
      *  closed account still on the book, an account gone with no
      *  close - and a book that does not roll ends the run with
      *  return code eight. Operations runs it after the night's
      *  last run and before unld2000 replaces the backup.

       environment division.

       input-output section.

       file-control.

           select control-file
               assign to "RECN2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select backup-file
               assign to "CALC2000.BKUP"
               organization is line sequential
               file status is ws-backup-status.

           select runlog-file
               assign to "CALC2000.RLOG"
               organization is line sequential
               file status is ws-runlog-status.

           select activity-file
               assign to dynamic ws-source-filename
               organization is line sequential
               file status is ws-source-status.

           select ledger-file
               assign to dynamic ws-source-filename
               organization is line sequential
               file status is ws-source-status.

           select delta-file
               assign to dynamic ws-delta-filename
               organization is line sequential
               file status is ws-delta-status.

           select master-file
               assign to "CALC2000.MSTR"
               organization is indexed
               access mode is dynamic
               record key is mr-account-id
               file status is ws-master-status.

           select report-file
               assign to "RECN2000.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

      *Control card: the book date whose runs are rolled forward.
      *No card means today's.
       fd  control-file.
       01  control-record.
           05  ctl-book-date               pic 9(8).

      *Sequential image of the book as unld2000 wrote it last
      *night: every master row verbatim, then one TRAILR control
      *record.
       fd  backup-file.
       01  backup-record.
           05  bk-master-data              pic x(116).
           05  bk-master-split redefines bk-master-data.
               10  bk-account-id           pic x(6).
               10  bk-investment-amount    pic 9(7)v99.
               10  filler                  pic x(7).
               10  bk-future-value         pic 9(9)v99.
               10  filler                  pic x(25).
               10  bk-current-balance      pic 9(9)v99.
               10  bk-interest-to-date     pic 9(9)v99.
               10  filler                  pic x(17).
               10  bk-fees-to-date         pic 9(9)v99.
               10  filler                  pic x(8).
       01  backup-trailer-record.
           05  bk-record-id                pic x(6).
           05  bk-record-count             pic 9(7).
           05  bk-principal-hash           pic 9(13)v99.
           05  bk-future-value-hash        pic 9(15)v99.

      *The calc2000 run log: every run's id, mode and how it ended.
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

      *A calc2000 run's master activity file, CALC2000.ACTV.<id>:
      *one row per master row added, reprojected, changed or
      *closed, with its figures before and after.
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

      *An accr2000 run's accrual ledger, CALC2000.ACCR.<id>: one
      *row per compounding period credited. A fees2000 run's fee
      *ledger, CALC2000.FEEL.<id>, shares the layout: one row per
      *fee charged.
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

      *A calc2000 run's delta report, CALC2000.DLTA.<id>. Only the
      *section counts at the foot are read back.
       fd  delta-file.
       01  delta-line.
           05  dl-count-label              pic x(19).
           05  dl-edited-count             pic z,zzz,zz9.
           05  filler                      pic x(52).

      *One row per client account, as tonight's runs left it.
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

      *Printable roll-forward proof for operations and audit.
       fd  report-file.
       01  report-line                     pic x(80).

       working-storage section.

      *The book date, and the run being rolled forward with the
      *files its money movement is read from.
       01  source-run-control.
           05  ws-book-date                pic 9(8).
           05  ws-source-run-id            pic x(18) value spaces.
           05  ws-source-run-mode          pic x(8).
           05  ws-source-completion        pic x(8).
           05  ws-source-filename          pic x(40).
           05  ws-delta-filename           pic x(40).
           05  ws-runlog-eof               pic x value 'N'.
           05  ws-source-eof               pic x value 'N'.
           05  ws-delta-eof                pic x value 'N'.
           05  ws-run-rows                 pic 9(7).
           05  ws-run-new-count            pic 9(7).
           05  ws-run-changed-count        pic 9(7).
           05  ws-run-closed-count         pic 9(7).
           05  ws-delta-new-count          pic 9(7).
           05  ws-delta-changed-count      pic 9(7).
           05  ws-delta-closed-count       pic 9(7).
           05  ws-delta-result             pic x(8).

      *The book as it should stand: one entry per account on last
      *night's backup, joined by every account added tonight, each
      *carrying the money figures the runs say it now holds. An
      *entry's state is B on the backup, N added tonight or X
      *closed tonight; the seen flag marks the entries tonight's
      *master has been matched against. A book too big for the
      *table cannot be proved and ends the run.
       01  book-table-control.
           05  book-entry-count            pic 9(5) value 0.
           05  book-index                  pic 9(5).
           05  ws-book-slot                pic 9(5).
           05  ws-book-found-flag          pic x.
           05  book-entry occurs 5000 times.
               10  be-account-id           pic x(6).
               10  be-state                pic x.
               10  be-seen-flag            pic x.
               10  be-principal            pic 9(7)v99.
               10  be-future-value         pic 9(9)v99.
               10  be-balance              pic 9(9)v99.
               10  be-interest             pic 9(9)v99.
               10  be-fees                 pic 9(9)v99.

      *The roll-forward in total: the backup trailer, what its own
      *rows add up to, the movement the runs report, and what
      *tonight's master holds.
       01  roll-forward-totals.
           05  ws-trailer-found-flag       pic x value 'N'.
           05  ws-trailer-count            pic 9(7) value 0.
           05  ws-trailer-principal        pic 9(13)v99 value 0.
           05  ws-trailer-future-value     pic 9(15)v99 value 0.
           05  ws-backup-count             pic 9(7) value 0.
           05  ws-backup-principal         pic 9(13)v99 value 0.
           05  ws-backup-future-value      pic 9(15)v99 value 0.
           05  ws-backup-balance           pic 9(13)v99 value 0.
           05  ws-added-count              pic s9(7) value 0.
           05  ws-added-principal          pic s9(13)v99 value 0.
           05  ws-added-future-value       pic s9(15)v99 value 0.
           05  ws-closed-count             pic s9(7) value 0.
           05  ws-closed-principal         pic s9(13)v99 value 0.
           05  ws-closed-future-value      pic s9(15)v99 value 0.
           05  ws-changed-count            pic s9(7) value 0.
           05  ws-changed-principal        pic s9(13)v99 value 0.
           05  ws-changed-future-value     pic s9(15)v99 value 0.
           05  ws-balance-movement         pic s9(13)v99 value 0.
           05  ws-expected-count           pic s9(7) value 0.
           05  ws-expected-principal       pic s9(13)v99 value 0.
           05  ws-expected-future-value    pic s9(15)v99 value 0.
           05  ws-expected-balance         pic s9(13)v99 value 0.
           05  ws-master-count             pic s9(7) value 0.
           05  ws-master-principal         pic s9(13)v99 value 0.
           05  ws-master-future-value      pic s9(15)v99 value 0.
           05  ws-master-balance           pic s9(13)v99 value 0.
           05  ws-difference-count         pic s9(7).
           05  ws-difference-principal     pic s9(13)v99.
           05  ws-difference-future-value  pic s9(15)v99.

      *Run accounting for the console and the report summary.
       01  reconcile-totals.
           05  ws-runs-applied             pic 9(5) value 0.
           05  ws-runs-skipped             pic 9(5) value 0.
           05  ws-activity-rows            pic 9(7) value 0.
           05  ws-ledger-rows              pic 9(7) value 0.
           05  ws-accounts-proved          pic 9(7) value 0.

      *One line per run found for the book date, held until the
      *book is proved so the report reads runs, breaks and then
      *totals.
       01  run-listing-control.
           05  run-line-count              pic 9(3) value 0.
           05  rn-index                    pic 9(3).
           05  rn-line occurs 100 times    pic x(80).

      *Breaks held until the book has been walked. The section
      *holds up to 500; past that the count still accumulates and
      *the report notes the listing is incomplete. Any break at
      *all fails the run.
       01  break-control.
           05  ws-break-count              pic 9(5) value 0.
           05  bl-index                    pic 9(5).
           05  ws-break-account            pic x(6).
           05  ws-break-text               pic x(30).
           05  ws-break-expected           pic 9(9)v99.
           05  ws-break-actual             pic 9(9)v99.
           05  ws-break-amounts-flag       pic x.
           05  bl-line occurs 500 times    pic x(80).

       01  report-control.
           05  wl-report-line              pic x(80).
           05  ws-abort-message            pic x(60).
           05  edited-break-expected       pic zzz,zzz,zz9.99.
           05  edited-break-actual         pic zzz,zzz,zz9.99.
           05  edited-roll-count           pic ---,---,--9.
           05  edited-roll-principal       pic --,---,---,---,--9.99.
           05  edited-roll-future-value
                                       pic ----,---,---,---,--9.99.
           05  edited-recon-count          pic z,zzz,zz9.
           05  edited-run-rows             pic zzz,zz9.

       01  file-status-fields.
           05  ws-control-status           pic xx value '00'.
           05  ws-backup-status            pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.
           05  ws-source-status            pic xx value '00'.
           05  ws-delta-status             pic xx value '00'.
           05  ws-master-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.

       01  eof-switches.
           05  ws-backup-eof               pic x value 'N'.
           05  ws-master-eof               pic x value 'N'.

       procedure division.

      *Loads last night's book, rolls every live run for the book
      *date through it, proves the result against tonight's
      *master, and prints the runs, the breaks and the totals. A
      *single break fails the run.
       000-reconcile-book.
           display "  Reconciling Book Roll-Forward  "
           perform 005-open-files
           perform 010-read-control-record
           perform 015-load-backup
           perform 020-apply-logged-runs
           perform 080-position-master-at-start
           if ws-master-eof = 'N'
               perform 085-read-next-master
           end-if
           perform 090-prove-master-row
               until ws-master-eof = 'Y'
           move 1 to book-index
           perform 095-check-unseen-entry
               until book-index > book-entry-count
           perform 110-prove-totals
           perform 150-write-report-headers
           perform 160-write-run-section
           perform 170-write-break-section
           perform 200-write-roll-forward
           display "Runs applied:     " ws-runs-applied
           display "Accounts proved:  " ws-accounts-proved
           display "Breaks:           " ws-break-count
           move spaces to report-line
           write report-line
           if ws-break-count = 0
               move "Verdict: BOOK ROLLS - tonight's master proven."
                   to report-line
               write report-line
               display "Book rolls forward - master proven."
           else
               move "Verdict: BOOK DOES NOT ROLL - see breaks."
                   to report-line
               write report-line
               move 8 to return-code
               display "Book does not roll - see RECN2000.RPT."
           end-if
           perform 900-close-files
           display "End of session."
           stop run.

      *The backup, tonight's master and the report are the whole
      *point of the run; a missing control card just means
      *today's book.
       005-open-files.
           open input backup-file
           if ws-backup-status not = '00'
               string "unable to open CALC2000.BKUP, status "
                       ws-backup-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open input master-file
           if ws-master-status not = '00'
               string "unable to open CALC2000.MSTR, status "
                       ws-master-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open input control-file
           if ws-control-status not = '00'
               display "No control card - rolling today's book."
               move 'S' to ws-control-status
           end-if

           open output report-file
           if ws-report-status not = '00'
               string "unable to open RECN2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       010-read-control-record.
           accept ws-book-date from date yyyymmdd
           if ws-control-status = '00'
               read control-file
                   at end
                       display "Empty control card - rolling "
                               "today's book."
                   not at end
                       if ctl-book-date is numeric
                               and ctl-book-date > 0
                           move ctl-book-date to ws-book-date
                       else
                           display "Bad book date on control card "
                                   "- rolling today's book."
                       end-if
               end-read
               close control-file
           end-if
           display "Book date:        " ws-book-date.

      *Loads every backup row as the opening book and banks the
      *trailer. The rows must add up to their own trailer before
      *anything is rolled forward from it; a backup that does not
      *is a break in its own right.
       015-load-backup.
           perform 016-read-backup-record
           perform 017-load-backup-row
               until ws-backup-eof = 'Y'
           close backup-file
           if ws-trailer-found-flag = 'N'
               move spaces to ws-break-account
               move "no trailer on backup" to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               if ws-trailer-count not = ws-backup-count
                       or ws-trailer-principal
                           not = ws-backup-principal
                       or ws-trailer-future-value
                           not = ws-backup-future-value
                   move spaces to ws-break-account
                   move "backup rows disagree w/trailer"
                       to ws-break-text
                   move 'N' to ws-break-amounts-flag
                   perform 100-bank-break
               end-if
           end-if.

       016-read-backup-record.
           read backup-file
               at end move 'Y' to ws-backup-eof
           end-read.

       017-load-backup-row.
           if bk-account-id = 'TRAILR'
               move 'Y' to ws-trailer-found-flag
               move bk-record-count to ws-trailer-count
               move bk-principal-hash to ws-trailer-principal
               move bk-future-value-hash
                   to ws-trailer-future-value
           else
               if book-entry-count >= 5000
                   move "book larger than 5000 accounts"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               add 1 to book-entry-count
               move book-entry-count to ws-book-slot
               move bk-account-id to be-account-id (ws-book-slot)
               move 'B' to be-state (ws-book-slot)
               move 'N' to be-seen-flag (ws-book-slot)
               move bk-investment-amount
                   to be-principal (ws-book-slot)
               move bk-future-value to be-future-value (ws-book-slot)
               move bk-current-balance to be-balance (ws-book-slot)
               move bk-interest-to-date to be-interest (ws-book-slot)
               move bk-fees-to-date to be-fees (ws-book-slot)
               add 1 to ws-backup-count
               add bk-investment-amount to ws-backup-principal
               add bk-future-value to ws-backup-future-value
               add bk-current-balance to ws-backup-balance
           end-if
           perform 016-read-backup-record.

      *Walks the run log for every run on the book date that moves
      *money on the master, in the order they ran. A trial run
      *changed nothing and is listed as skipped; a run that
      *abended still changed every row it reached, so it is
      *rolled forward like one that completed.
       020-apply-logged-runs.
           open input runlog-file
           if ws-runlog-status not = '00'
               display "No run log - no runs to roll forward."
           else
               perform 022-check-runlog-entry
                   until ws-runlog-eof = 'Y'
               close runlog-file
           end-if.

       022-check-runlog-entry.
           read runlog-file
               at end
                   move 'Y' to ws-runlog-eof
               not at end
                   if rl-run-id (1:8) = ws-book-date
                           and (rl-run-mode = "TRANSACT"
                               or rl-run-mode = "REWORK"
                               or rl-run-mode = "REVALUE"
                               or rl-run-mode = "ACCRUAL"
                               or rl-run-mode = "FEES")
                       move rl-run-id to ws-source-run-id
                       move rl-run-mode to ws-source-run-mode
                       move rl-completion-status
                           to ws-source-completion
                       if rl-trial-label = spaces
                           perform 030-apply-run
                       else
                           add 1 to ws-runs-skipped
                           move "TRIAL" to ws-delta-result
                           move 0 to ws-run-rows
                           perform 075-bank-run-line
                       end-if
                   end-if
           end-read.

      *Rolls one run's movement through the book: an accrual or
      *fee run from its ledger, any other from its activity file,
      *checked against its delta report. A run whose file is missing
      *cannot be rolled, and that is a break.
       030-apply-run.
           add 1 to ws-runs-applied
           move 0 to ws-run-rows
           move 0 to ws-run-new-count
           move 0 to ws-run-changed-count
           move 0 to ws-run-closed-count
           move 'N' to ws-source-eof
           move spaces to ws-source-filename
           if ws-source-run-mode = "ACCRUAL"
                   or ws-source-run-mode = "FEES"
               if ws-source-run-mode = "ACCRUAL"
                   string "CALC2000.ACCR." delimited by size
                           ws-source-run-id delimited by size
                           into ws-source-filename
                   end-string
               else
                   string "CALC2000.FEEL." delimited by size
                           ws-source-run-id delimited by size
                           into ws-source-filename
                   end-string
               end-if
               open input ledger-file
               if ws-source-status = '00'
                   perform 045-read-ledger-record
                   perform 060-apply-ledger-record
                       until ws-source-eof = 'Y'
                   close ledger-file
                   move "n/a" to ws-delta-result
               else
                   move "NO FILE" to ws-delta-result
               end-if
           else
               string "CALC2000.ACTV." delimited by size
                       ws-source-run-id delimited by size
                       into ws-source-filename
               end-string
               open input activity-file
               if ws-source-status = '00'
                   perform 040-read-activity-record
                   perform 050-apply-activity-record
                       until ws-source-eof = 'Y'
                   close activity-file
                   perform 070-check-delta-report
               else
                   move "NO FILE" to ws-delta-result
               end-if
           end-if
           if ws-delta-result = "NO FILE"
               move spaces to ws-break-account
               move "run file missing - not rolled" to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           end-if
           perform 075-bank-run-line.

       040-read-activity-record.
           read activity-file
               at end move 'Y' to ws-source-eof
           end-read.

       045-read-ledger-record.
           read ledger-file
               at end move 'Y' to ws-source-eof
           end-read.

      *Applies one activity row. An add must not already be on the
      *book; anything else must be, and its before figures must be
      *what the book holds - if not, the row was changed by
      *something that left no activity behind. Either way the row
      *takes the figures the run says it left, so one break is
      *not repeated down the night.
       050-apply-activity-record.
           add 1 to ws-run-rows
           add 1 to ws-activity-rows
           move ac-account-id to ws-break-account
           perform 052-find-book-entry
           evaluate ac-event-code
               when 'N'
                   add 1 to ws-run-new-count
                   perform 056-apply-new-account
               when 'D'
                   add 1 to ws-run-closed-count
                   perform 057-apply-closed-account
               when other
                   if ac-new-future-value not = ac-old-future-value
                           and (ac-event-code = 'P'
                               or ac-event-code = 'W')
                       add 1 to ws-run-changed-count
                   end-if
                   perform 058-apply-value-change
           end-evaluate
           perform 040-read-activity-record.

      *Finds the account's entry in the book table, if it has one.
       052-find-book-entry.
           move 'N' to ws-book-found-flag
           move 1 to book-index
           perform 054-check-book-entry
               until book-index > book-entry-count
                   or ws-book-found-flag = 'Y'.

       054-check-book-entry.
           if be-account-id (book-index) = ws-break-account
               move 'Y' to ws-book-found-flag
               move book-index to ws-book-slot
           end-if
           add 1 to book-index.

      *An account closed earlier tonight may be opened again; its
      *entry is reused. One still on the book is a break.
       056-apply-new-account.
           if ws-book-found-flag = 'Y'
               if be-state (ws-book-slot) not = 'X'
                   move "added but already on the book"
                       to ws-break-text
                   move 'N' to ws-break-amounts-flag
                   perform 100-bank-break
               end-if
           else
               if book-entry-count >= 5000
                   move "book larger than 5000 accounts"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               add 1 to book-entry-count
               move book-entry-count to ws-book-slot
               move ac-account-id to be-account-id (ws-book-slot)
               move 'N' to be-seen-flag (ws-book-slot)
           end-if
           move 'N' to be-state (ws-book-slot)
           move ac-new-principal to be-principal (ws-book-slot)
           move ac-new-future-value to be-future-value (ws-book-slot)
           move ac-new-balance to be-balance (ws-book-slot)
           move 0 to be-interest (ws-book-slot)
           move 0 to be-fees (ws-book-slot)
           add 1 to ws-added-count
           add ac-new-principal to ws-added-principal
           add ac-new-future-value to ws-added-future-value
           add ac-new-balance to ws-balance-movement.

       057-apply-closed-account.
           if ws-book-found-flag = 'N'
                   or be-state (ws-book-slot) = 'X'
               move "closed but not on the book" to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               perform 059-check-before-figures
               move 'X' to be-state (ws-book-slot)
           end-if
           add 1 to ws-closed-count
           subtract ac-old-principal from ws-closed-principal
           subtract ac-old-future-value from ws-closed-future-value
           subtract ac-old-balance from ws-balance-movement.

       058-apply-value-change.
           if ws-book-found-flag = 'N'
                   or be-state (ws-book-slot) = 'X'
               move "no book entry for activity"
                   to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               perform 059-check-before-figures
               move ac-new-principal to be-principal (ws-book-slot)
               move ac-new-future-value
                   to be-future-value (ws-book-slot)
               move ac-new-balance to be-balance (ws-book-slot)
           end-if
           add 1 to ws-changed-count
           compute ws-changed-principal = ws-changed-principal
               + ac-new-principal - ac-old-principal
           compute ws-changed-future-value = ws-changed-future-value
               + ac-new-future-value - ac-old-future-value
           compute ws-balance-movement = ws-balance-movement
               + ac-new-balance - ac-old-balance.

      *The row's before figures against the book's, one break per
      *figure that disagrees.
       059-check-before-figures.
           move 'Y' to ws-break-amounts-flag
           if ac-old-principal not = be-principal (ws-book-slot)
               move "principal before disagrees" to ws-break-text
               move be-principal (ws-book-slot) to ws-break-expected
               move ac-old-principal to ws-break-actual
               perform 100-bank-break
           end-if
           if ac-old-future-value
                   not = be-future-value (ws-book-slot)
               move "future value before disagrees" to ws-break-text
               move be-future-value (ws-book-slot)
                   to ws-break-expected
               move ac-old-future-value to ws-break-actual
               perform 100-bank-break
           end-if
           if ac-old-balance not = be-balance (ws-book-slot)
               move "balance before disagrees" to ws-break-text
               move be-balance (ws-book-slot) to ws-break-expected
               move ac-old-balance to ws-break-actual
               perform 100-bank-break
           end-if.

      *Applies one ledger posting: the balance it started from
      *must be the book's, and it leaves the balance after and
      *adds its amount to the interest to date for an accrual
      *period or to the fees to date for a fee charged.
       060-apply-ledger-record.
           add 1 to ws-run-rows
           add 1 to ws-ledger-rows
           move lg-account-id to ws-break-account
           perform 052-find-book-entry
           if ws-book-found-flag = 'N'
                   or be-state (ws-book-slot) = 'X'
               move "no book entry for ledger row"
                   to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               if lg-balance-before not = be-balance (ws-book-slot)
                   move "balance before disagrees" to ws-break-text
                   move 'Y' to ws-break-amounts-flag
                   move be-balance (ws-book-slot)
                       to ws-break-expected
                   move lg-balance-before to ws-break-actual
                   perform 100-bank-break
               end-if
               move lg-balance-after to be-balance (ws-book-slot)
               if lg-entry-type = 'F'
                   add lg-amount to be-fees (ws-book-slot)
               else
                   add lg-amount to be-interest (ws-book-slot)
               end-if
           end-if
           compute ws-balance-movement = ws-balance-movement
               + lg-balance-after - lg-balance-before
           perform 045-read-ledger-record.

      *Reads the counts off the foot of the run's delta report and
      *holds them against what the activity file shows: new rows,
      *closed rows, and projections and withdrawals that moved the
      *future value. A run that abended never finished its delta
      *report; its activity alone is rolled.
       070-check-delta-report.
           move spaces to ws-delta-filename
           string "CALC2000.DLTA." delimited by size
                   ws-source-run-id delimited by size
                   into ws-delta-filename
           end-string
           move 0 to ws-delta-new-count
           move 0 to ws-delta-changed-count
           move 0 to ws-delta-closed-count
           move 'N' to ws-delta-eof
           if ws-source-completion not = "COMPLETE"
               move "ABENDED" to ws-delta-result
           else
               perform 071-compare-delta-counts
           end-if.

       071-compare-delta-counts.
           open input delta-file
           if ws-delta-status not = '00'
               move "NO DELTA" to ws-delta-result
               move spaces to ws-break-account
               move "delta report missing for run" to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               perform 072-read-delta-line
                   until ws-delta-eof = 'Y'
               close delta-file
               if ws-delta-new-count = ws-run-new-count
                       and ws-delta-changed-count
                           = ws-run-changed-count
                       and ws-delta-closed-count
                           = ws-run-closed-count
                   move "AGREES" to ws-delta-result
               else
                   move "DIFFERS" to ws-delta-result
                   move spaces to ws-break-account
                   move "delta counts disagree for run"
                       to ws-break-text
                   move 'N' to ws-break-amounts-flag
                   perform 100-bank-break
               end-if
           end-if.

       072-read-delta-line.
           read delta-file
               at end
                   move 'Y' to ws-delta-eof
               not at end
                   evaluate dl-count-label
                       when "Accounts Changed = "
                           move dl-edited-count
                               to ws-delta-changed-count
                       when "Accounts New     = "
                           move dl-edited-count to ws-delta-new-count
                       when "Accounts Closed  = "
                           move dl-edited-count
                               to ws-delta-closed-count
                   end-evaluate
           end-read.

      *Banks the run's line for the run section: its id, mode, the
      *rows rolled and how its delta report compared.
       075-bank-run-line.
           if run-line-count < 100
               add 1 to run-line-count
               move ws-run-rows to edited-run-rows
               move spaces to rn-line (run-line-count)
               string ws-source-run-id delimited by size
                       "  " delimited by size
                       ws-source-run-mode delimited by size
                       "  " delimited by size
                       edited-run-rows delimited by size
                       "  " delimited by size
                       ws-delta-result delimited by size
                       into rn-line (run-line-count)
               end-string
           end-if.

      *Positions the master at its first row for the book walk.
       080-position-master-at-start.
           move low-values to mr-account-id
           start master-file key >= mr-account-id
               invalid key
                   move 'Y' to ws-master-eof
           end-start.

       085-read-next-master.
           read master-file next record
               at end move 'Y' to ws-master-eof
           end-read.

      *Proves one row of tonight's master against the book it
      *should be: it must be on the book, not closed, and hold
      *exactly the money figures rolled forward for it.
       090-prove-master-row.
           add 1 to ws-master-count
           add mr-investment-amount to ws-master-principal
           add mr-future-value to ws-master-future-value
           add mr-current-balance to ws-master-balance
           move mr-account-id to ws-break-account
           perform 052-find-book-entry
           if ws-book-found-flag = 'N'
               move "not on backup and never added"
                   to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           else
               move 'Y' to be-seen-flag (ws-book-slot)
               if be-state (ws-book-slot) = 'X'
                   move "closed account still on book"
                       to ws-break-text
                   move 'N' to ws-break-amounts-flag
                   perform 100-bank-break
               else
                   perform 092-compare-money-figures
               end-if
           end-if
           perform 085-read-next-master.

      *Only the money is compared. The dates and the dormancy
      *status move for reasons no money run records - accr2000's
      *accrual date, fees2000's fee date, dorm2000's status - and
      *are no break.
       092-compare-money-figures.
           add 1 to ws-accounts-proved
           move 'Y' to ws-break-amounts-flag
           if mr-investment-amount not = be-principal (ws-book-slot)
               move "principal differs" to ws-break-text
               move be-principal (ws-book-slot) to ws-break-expected
               move mr-investment-amount to ws-break-actual
               perform 100-bank-break
           end-if
           if mr-future-value not = be-future-value (ws-book-slot)
               move "future value differs" to ws-break-text
               move be-future-value (ws-book-slot)
                   to ws-break-expected
               move mr-future-value to ws-break-actual
               perform 100-bank-break
           end-if
           if mr-current-balance not = be-balance (ws-book-slot)
               move "balance differs" to ws-break-text
               move be-balance (ws-book-slot) to ws-break-expected
               move mr-current-balance to ws-break-actual
               perform 100-bank-break
           end-if
           if mr-interest-to-date not = be-interest (ws-book-slot)
               move "interest to date differs" to ws-break-text
               move be-interest (ws-book-slot) to ws-break-expected
               move mr-interest-to-date to ws-break-actual
               perform 100-bank-break
           end-if
           if mr-fees-to-date not = be-fees (ws-book-slot)
               move "fees to date differs" to ws-break-text
               move be-fees (ws-book-slot) to ws-break-expected
               move mr-fees-to-date to ws-break-actual
               perform 100-bank-break
           end-if.

      *An account the book still holds that tonight's master did
      *not show has gone without a close.
       095-check-unseen-entry.
           if be-state (book-index) not = 'X'
                   and be-seen-flag (book-index) = 'N'
               move be-account-id (book-index) to ws-break-account
               move "missing from master, no close"
                   to ws-break-text
               move 'N' to ws-break-amounts-flag
               perform 100-bank-break
           end-if
           add 1 to book-index.

      *Banks one break line: the account, or the run when the
      *break is the run's own, what broke and, for a figure that
      *disagrees, what was expected and what was found.
       100-bank-break.
           add 1 to ws-break-count
           if ws-break-count <= 500
               move spaces to bl-line (ws-break-count)
               if ws-break-account = spaces
                       and ws-source-run-id not = spaces
                   string ws-source-run-id delimited by space
                           " " delimited by size
                           ws-break-text delimited by size
                           into bl-line (ws-break-count)
                   end-string
               else
                   move ws-break-account
                       to bl-line (ws-break-count) (1:6)
                   move ws-break-text
                       to bl-line (ws-break-count) (9:30)
               end-if
               if ws-break-amounts-flag = 'Y'
                   move ws-break-expected to edited-break-expected
                   move ws-break-actual to edited-break-actual
                   move edited-break-expected
                       to bl-line (ws-break-count) (40:14)
                   move edited-break-actual
                       to bl-line (ws-break-count) (56:14)
               end-if
           end-if.

      *The proof in total: the trailer plus the night's adds,
      *closes and changes must give tonight's count and hashes,
      *and the backup's balances plus the night's movement must
      *give tonight's balance total.
       110-prove-totals.
           move spaces to ws-source-run-id
           move spaces to ws-break-account
           move 'N' to ws-break-amounts-flag
           compute ws-expected-count = ws-trailer-count
               + ws-added-count - ws-closed-count
           compute ws-expected-principal = ws-trailer-principal
               + ws-added-principal + ws-closed-principal
               + ws-changed-principal
           compute ws-expected-future-value = ws-trailer-future-value
               + ws-added-future-value + ws-closed-future-value
               + ws-changed-future-value
           compute ws-expected-balance = ws-backup-balance
               + ws-balance-movement
           compute ws-difference-count =
               ws-master-count - ws-expected-count
           compute ws-difference-principal =
               ws-master-principal - ws-expected-principal
           compute ws-difference-future-value =
               ws-master-future-value - ws-expected-future-value
           if ws-difference-count not = 0
               move "record count does not roll" to ws-break-text
               perform 100-bank-break
           end-if
           if ws-difference-principal not = 0
               move "principal hash does not roll" to ws-break-text
               perform 100-bank-break
           end-if
           if ws-difference-future-value not = 0
               move "future value hash doesn't roll" to ws-break-text
               perform 100-bank-break
           end-if
           if ws-master-balance not = ws-expected-balance
               move "balance total does not roll" to ws-break-text
               perform 100-bank-break
           end-if.

      *Starts the report: title, the book date and the backup it
      *was rolled from.
       150-write-report-headers.
           move "Book Roll-Forward Reconciliation" to report-line
           write report-line after advancing page
           move spaces to wl-report-line
           string "Book date " delimited by size
                   ws-book-date delimited by size
                   "  from CALC2000.BKUP to CALC2000.MSTR"
                       delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line.

       160-write-run-section.
           move "=== Runs Rolled Forward ===" to report-line
           write report-line
           move "Run Id              Mode         Rows  Delta"
               to report-line
           write report-line
           if run-line-count = 0
               move "  (no runs on the run log for the book date)"
                   to report-line
               write report-line
           end-if
           move 1 to rn-index
           perform 162-write-run-line
               until rn-index > run-line-count.

       162-write-run-line.
           move rn-line (rn-index) to report-line
           write report-line
           add 1 to rn-index.

       170-write-break-section.
           move spaces to report-line
           write report-line
           move "=== Breaks ===" to report-line
           write report-line
           if ws-break-count = 0
               move "  (none)" to report-line
               write report-line
           else
               move spaces to wl-report-line
               string "Acct    Break                           "
                           delimited by size
                       "     Expected           Found"
                           delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               move 1 to bl-index
               perform 172-write-break-line
                   until bl-index > ws-break-count
                       or bl-index > 500
               if ws-break-count > 500
                   move "  ** more than 500 breaks - listing "
                       to wl-report-line
                   move "incomplete **" to wl-report-line (38:13)
                   move wl-report-line to report-line
                   write report-line
               end-if
           end-if.

       172-write-break-line.
           move bl-line (bl-index) to report-line
           write report-line
           add 1 to bl-index.

      *Prints the roll-forward in total: the trailer, each kind of
      *movement, where that should leave the book, what tonight's
      *master holds and the difference, then the run accounting.
       200-write-roll-forward.
           move spaces to report-line
           write report-line
           move "=== Roll-Forward ===" to report-line
           write report-line
           move spaces to wl-report-line
           string "                      Count        Principal Hash"
                       delimited by size
                   "       Future Value Hash" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move "Backup Trailer  " to wl-report-line
           move ws-trailer-count to edited-roll-count
           move ws-trailer-principal to edited-roll-principal
           move ws-trailer-future-value to edited-roll-future-value
           perform 205-write-roll-line
           move "Accounts Added  " to wl-report-line
           move ws-added-count to edited-roll-count
           move ws-added-principal to edited-roll-principal
           move ws-added-future-value to edited-roll-future-value
           perform 205-write-roll-line
           move "Accounts Closed " to wl-report-line
           compute edited-roll-count = 0 - ws-closed-count
           move ws-closed-principal to edited-roll-principal
           move ws-closed-future-value to edited-roll-future-value
           perform 205-write-roll-line
           move "Value Changes   " to wl-report-line
           move ws-changed-count to edited-roll-count
           move ws-changed-principal to edited-roll-principal
           move ws-changed-future-value to edited-roll-future-value
           perform 205-write-roll-line
           move "Rolled Forward  " to wl-report-line
           move ws-expected-count to edited-roll-count
           move ws-expected-principal to edited-roll-principal
           move ws-expected-future-value
               to edited-roll-future-value
           perform 205-write-roll-line
           move "Tonight's Master" to wl-report-line
           move ws-master-count to edited-roll-count
           move ws-master-principal to edited-roll-principal
           move ws-master-future-value to edited-roll-future-value
           perform 205-write-roll-line
           move "Difference      " to wl-report-line
           move ws-difference-count to edited-roll-count
           move ws-difference-principal to edited-roll-principal
           move ws-difference-future-value
               to edited-roll-future-value
           perform 205-write-roll-line
           move spaces to report-line
           write report-line
           move "Balance Total   " to wl-report-line
           move ws-expected-balance to edited-roll-principal
           move spaces to wl-report-line (17:64)
           move "rolled" to wl-report-line (22:6)
           move edited-roll-principal to wl-report-line (29:21)
           move wl-report-line to report-line
           write report-line
           move spaces to wl-report-line
           move ws-master-balance to edited-roll-principal
           move "master" to wl-report-line (22:6)
           move edited-roll-principal to wl-report-line (29:21)
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move ws-runs-applied to edited-recon-count
           move "Runs Rolled         = " to wl-report-line
           perform 210-write-count-line
           move ws-runs-skipped to edited-recon-count
           move "Trial Runs Skipped  = " to wl-report-line
           perform 210-write-count-line
           move ws-activity-rows to edited-recon-count
           move "Activity Rows       = " to wl-report-line
           perform 210-write-count-line
           move ws-ledger-rows to edited-recon-count
           move "Accrual Rows        = " to wl-report-line
           perform 210-write-count-line
           move ws-accounts-proved to edited-recon-count
           move "Accounts Proved     = " to wl-report-line
           perform 210-write-count-line
           move ws-break-count to edited-recon-count
           move "Breaks              = " to wl-report-line
           perform 210-write-count-line.

       205-write-roll-line.
           move edited-roll-count to wl-report-line (17:11)
           move edited-roll-principal to wl-report-line (29:21)
           move edited-roll-future-value to wl-report-line (51:23)
           move wl-report-line to report-line
           write report-line.

       210-write-count-line.
           move edited-recon-count to wl-report-line (23:9)
           move wl-report-line to report-line
           write report-line.

       900-close-files.
           close master-file
           close report-file.

      *A file the run cannot proceed without failed, or the book
      *is too big to prove; display why and end the run with a
      *failing return code.
       999-abort-run.
           display "RECN2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
