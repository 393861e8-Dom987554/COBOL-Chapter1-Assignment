       identification division.

       program-id. glif2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the general ledger interface.
      *  It takes live runs off CALC2000.RLOG - calc2000
      *  transaction, rework and revaluation runs, accr2000
      *  interest runs and fees2000 fee runs, whether they completed
      *  or abended - and turns the money each run moved into
      *  double-entry journal lines: new
      *  accounts and principal increases debit cash clearing and
      *  credit client deposits, closes and principal decreases the
      *  reverse, withdrawals debit deposits with the amount and its
      *  penalty and credit cash with the amount and penalty income
      *  with the penalty, interest credited debits interest expense
      *  and credits deposits, and fees charged debit deposits and
      *  credit fee income. The lines are summarized by branch,
      *  product and currency with base-currency equivalents from
      *  CALC2000.XRATE, and proved debits equal to credits for
      *  every branch and currency before the upload file is
      *  written. An out-of-balance run prints the breaks, writes
      *  no upload file at all and ends with return code eight, so
      *  nothing unbalanced ever reaches the ledger. Every run
      *  released is recorded on GLIF2000.JLOG, and a night with no
      *  control card journals each run not yet on it, so no run is
      *  missed and none is posted twice.

       environment division.

       input-output section.

       file-control.

           select control-file
               assign to "GLIF2000.CTL"
               organization is line sequential
               file status is ws-control-status.

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

           select xrate-file
               assign to "CALC2000.XRATE"
               organization is line sequential
               file status is ws-xrate-status.

           select upload-file
               assign to dynamic ws-upload-filename
               organization is line sequential
               file status is ws-upload-status.

           select report-file
               assign to "GLIF2000.RPT"
               organization is line sequential
               file status is ws-report-status.

           select journal-log-file
               assign to "GLIF2000.JLOG"
               organization is line sequential
               file status is ws-journal-log-status.

       data division.

       file section.

      *Control card: the run id to journal, journaled again even
      *when it is already on the journaled-run log. No card, or a
      *blank id, journals every live run waiting to be journaled.
       fd  control-file.
       01  control-record.
           05  ctl-run-id                  pic x(18).

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
      *closed, with its balance before and after.
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

      *Daily exchange rates: units of base currency per native
      *unit, one row per currency.
       fd  xrate-file.
       01  xrate-record.
           05  xr-currency-code            pic x(3).
           05  xr-rate                     pic 9(3)v9(6).

      *The GL upload file, GLIF2000.GL.<source run id>, in the
      *bank's upload format: one header, one detail per summarized
      *journal line, then the control trailer with the detail
      *count, the base-currency debit and credit totals and a hash
      *of the native amounts.
       fd  upload-file.
       01  gl-header-record.
           05  gh-record-type              pic x.
           05  gh-source-system            pic x(8).
           05  gh-source-run-id            pic x(18).
           05  gh-source-run-mode          pic x(8).
           05  gh-posting-date             pic 9(8).
           05  gh-base-currency            pic x(3).
       01  gl-detail-record.
           05  gd-record-type              pic x.
           05  gd-posting-date             pic 9(8).
           05  gd-branch-code              pic x(3).
           05  gd-product-code             pic x(3).
           05  gd-currency-code            pic x(3).
           05  gd-gl-account               pic x(8).
           05  gd-debit-credit             pic x.
           05  gd-native-amount            pic 9(11)v99.
           05  gd-base-amount              pic 9(11)v99.
           05  gd-item-count               pic 9(7).
           05  gd-source-run-id            pic x(18).
       01  gl-trailer-record.
           05  gt-record-type              pic x.
           05  gt-detail-count             pic 9(7).
           05  gt-debit-base-total         pic 9(13)v99.
           05  gt-credit-base-total        pic 9(13)v99.
           05  gt-native-hash-total        pic 9(15)v99.

      *Printable journal and balance proof for accounting.
       fd  report-file.
       01  report-line                     pic x(80).

      *The journaled-run log: one row for every run whose journal
      *has been released, with its mode, the date it was journaled
      *and how the run itself ended. Only the runs logged on the
      *run log after the first one on it are picked up without a
      *control card; anything earlier was journaled before the log
      *was kept.
       fd  journal-log-file.
       01  journal-log-record.
           05  jl-run-id                   pic x(18).
           05  filler                      pic x.
           05  jl-run-mode                 pic x(8).
           05  filler                      pic x.
           05  jl-journal-date             pic 9(8).
           05  filler                      pic x.
           05  jl-completion-status        pic x(8).

       working-storage section.

      *The bank's chart of accounts as the interface posts to it.
       01  gl-account-numbers.
           05  gl-cash-clearing            pic x(8) value '10100000'.
           05  gl-client-deposits          pic x(8) value '20100000'.
           05  gl-interest-expense         pic x(8) value '50100000'.
           05  gl-penalty-income           pic x(8) value '40100000'.
           05  gl-fee-income               pic x(8) value '40200000'.

      *The run being journaled, as found on the run log, and the
      *file its money movement is read from.
       01  source-run-control.
           05  ws-requested-run-id         pic x(18) value spaces.
           05  ws-source-run-id            pic x(18) value spaces.
           05  ws-source-run-mode          pic x(8) value spaces.
           05  ws-source-completion        pic x(8) value spaces.
           05  ws-posting-date             pic 9(8).
           05  ws-source-filename          pic x(40).
           05  ws-upload-filename          pic x(40).
           05  ws-runlog-eof               pic x value 'N'.
           05  ws-source-eof               pic x value 'N'.
           05  ws-source-open-flag         pic x value 'N'.
           05  ws-source-rows              pic 9(7) value 0.
           05  ws-today                    pic 9(8).

      *The runs to journal this time, in run-log order: the one
      *the control card names, or every live run logged since the
      *journaled-run log began that is not on it yet. Past 100 the
      *rest wait for the next night.
       01  source-run-table.
           05  source-run-count            pic 999 value 0.
           05  sr-index                    pic 999.
           05  ws-runs-released            pic 999 value 0.
           05  ws-runs-refused             pic 999 value 0.
           05  ws-runs-left-over           pic 9(5) value 0.
           05  source-run-entry occurs 100 times.
               10  sre-run-id              pic x(18).
               10  sre-run-mode            pic x(8).
               10  sre-trial-label         pic x(5).
               10  sre-completion          pic x(8).

      *The runs already journaled, loaded from the journaled-run
      *log, and the first of them, where the log began.
       01  journaled-run-control.
           05  journaled-count             pic 9(4) value 0.
           05  jr-index                    pic 9(4).
           05  ws-journal-log-eof          pic x value 'N'.
           05  ws-journaled-flag           pic x value 'N'.
           05  ws-check-run-id             pic x(18).
           05  ws-log-start-id             pic x(18) value spaces.
           05  ws-log-window-flag          pic x value 'N'.
           05  journaled-entry occurs 5000 times.
               10  jre-run-id              pic x(18).

      *One journal leg about to be posted: the line's summary key
      *and the amount it carries.
       01  journal-leg.
           05  ws-leg-key.
               10  ws-leg-branch-code      pic x(3).
               10  ws-leg-product-code     pic x(3).
               10  ws-leg-currency-code    pic x(3).
               10  ws-leg-gl-account       pic x(8).
               10  ws-leg-debit-credit     pic x.
           05  ws-leg-amount               pic 9(11)v99.
           05  ws-balance-movement         pic s9(11)v99.
           05  ws-movement-amount          pic 9(11)v99.

      *The summarized journal, kept in branch, product, currency,
      *GL account and debit/credit order as lines are posted, so
      *the upload and the report come out grouped without a sort.
      *A journal too big for the table is refused rather than
      *released with lines missing.
       01  journal-table-control.
           05  journal-entry-count         pic 9(4) value 0.
           05  je-index                    pic 9(4).
           05  je-slot                     pic 9(4).
           05  je-move-index               pic 9(4).
           05  ws-je-found                 pic x value 'N'.
           05  ws-je-position-found        pic x value 'N'.
           05  journal-entry occurs 500 times.
               10  je-key.
                   15  je-branch-code      pic x(3).
                   15  je-product-code     pic x(3).
                   15  je-currency-code    pic x(3).
                   15  je-gl-account       pic x(8).
                   15  je-debit-credit     pic x.
               10  je-native-amount        pic 9(11)v99.
               10  je-base-amount          pic 9(11)v99.
               10  je-item-count           pic 9(7).

      *Debits and credits per branch and currency, in native
      *money: the proof the file must pass before it is released.
       01  balance-table-control.
           05  balance-entry-count         pic 9(4) value 0.
           05  bc-index                    pic 9(4).
           05  bc-slot                     pic 9(4).
           05  ws-bc-found                 pic x value 'N'.
           05  ws-breaks-found             pic 9(4) value 0.
           05  ws-balance-ok-flag          pic x value 'Y'.
           05  balance-entry occurs 500 times.
               10  bc-branch-code          pic x(3).
               10  bc-currency-code        pic x(3).
               10  bc-debit-total          pic 9(13)v99.
               10  bc-credit-total         pic 9(13)v99.

      *Daily exchange rates, loaded once. A blank currency means
      *the base, and the base always converts at 1.
       01  currency-control.
           05  base-currency-code          pic x(3) value 'USD'.
           05  xrate-entry-count           pic 99 value 0.
           05  xrate-index                 pic 99.
           05  ws-xrate-eof                pic x value 'N'.
           05  ws-currency-found-flag      pic x value 'N'.
           05  ws-lookup-currency          pic x(3).
           05  exchange-rate               pic 9(3)v9(6).
           05  ws-missing-rate-count       pic 9(4) value 0.
           05  xrate-entry occurs 20 times.
               10  xre-currency-code       pic x(3).
               10  xre-rate                pic 9(3)v9(6).

      *Upload control totals, carried on the trailer.
       01  upload-totals.
           05  ws-detail-count             pic 9(7) value 0.
           05  ws-debit-base-total         pic 9(13)v99 value 0.
           05  ws-credit-base-total        pic 9(13)v99 value 0.
           05  ws-native-hash-total        pic 9(15)v99 value 0.

       01  report-control.
           05  wl-report-line              pic x(80).
           05  ws-abort-message            pic x(60).
           05  edited-native-amount        pic zz,zzz,zzz,zz9.99.
           05  edited-base-amount          pic zz,zzz,zzz,zz9.99.
           05  edited-debit-total          pic z,zzz,zzz,zzz,zz9.99.
           05  edited-credit-total         pic z,zzz,zzz,zzz,zz9.99.
           05  edited-item-count           pic z,zzz,zz9.

       01  file-status-fields.
           05  ws-control-status           pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.
           05  ws-source-status            pic xx value '00'.
           05  ws-xrate-status             pic xx value '00'.
           05  ws-upload-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.
           05  ws-journal-log-status       pic xx value '00'.

       procedure division.

      *Finds the runs to journal and journals each in turn. The
      *return code is eight when any run's journal was refused,
      *so operations hold the ledger upload for that night.
       000-build-gl-interface.
           display "  Building GL Journal Interface  "
           accept ws-today from date yyyymmdd
           perform 005-open-files
           perform 010-read-control-record
           perform 015-load-journaled-log
           perform 020-find-source-run
           perform 025-load-exchange-rates
           move 1 to sr-index
           perform 035-journal-source-run
               until sr-index > source-run-count
           if source-run-count = 0
               move "General Ledger Journal Interface" to report-line
               write report-line after advancing page
               move "No run waiting to be journaled." to report-line
               write report-line
               display "No run waiting to be journaled."
           end-if
           if ws-runs-refused > 0
               move 8 to return-code
           end-if
           display "Runs released:     " ws-runs-released
           display "Runs refused:      " ws-runs-refused
           perform 900-close-files
           display "End of session."
           stop run.

      *Posts one run's money movement into the summarized journal,
      *converts it to base currency, proves it, and releases its
      *upload file only when every branch and currency balances.
      *A released run goes onto the journaled-run log. An abended
      *run is journaled from the rows it wrote before it stopped;
      *one that stopped before writing any has nothing to post and
      *is logged as journaled.
       035-journal-source-run.
           move sre-run-id (sr-index) to ws-source-run-id
           move sre-run-mode (sr-index) to ws-source-run-mode
           move sre-completion (sr-index) to ws-source-completion
           move ws-source-run-id (1:8) to ws-posting-date
           display "Journaling run:    " ws-source-run-id
                   " " ws-source-run-mode " " ws-source-completion
           move 0 to journal-entry-count
           move 0 to balance-entry-count
           move 0 to ws-breaks-found
           move 'Y' to ws-balance-ok-flag
           move 0 to ws-missing-rate-count
           move 0 to ws-detail-count
           move 0 to ws-debit-base-total
           move 0 to ws-credit-base-total
           move 0 to ws-native-hash-total
           move 0 to ws-source-rows
           move 'N' to ws-source-eof
           perform 030-open-source-file
           perform 150-write-report-headers
           if ws-source-open-flag = 'N'
               move spaces to wl-report-line
               string "Verdict: NOTHING TO POST - run stopped before "
                           delimited by size
                       "writing its file." delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               perform 310-log-journaled-run
           else
               if ws-source-run-mode = "ACCRUAL"
                       or ws-source-run-mode = "FEES"
                   perform 045-read-ledger-record
                   perform 060-journal-ledger-record
                       until ws-source-eof = 'Y'
                   close ledger-file
               else
                   perform 040-read-activity-record
                   perform 050-journal-activity-record
                       until ws-source-eof = 'Y'
                   close activity-file
               end-if
               perform 120-convert-journal-to-base
               perform 160-write-journal-listing
               perform 200-prove-balance
               perform 037-release-or-refuse
           end-if
           display "Source rows read:  " ws-source-rows
           display "Journal lines:     " journal-entry-count
           add 1 to sr-index.

      *Releases the proven journal's upload file and logs the run,
      *or refuses an unproven one: no upload file, nothing logged,
      *so the run is picked up again once the break is put right.
       037-release-or-refuse.
           if ws-balance-ok-flag = 'Y'
               perform 300-write-upload-file
               move spaces to wl-report-line
               string "Verdict: RELEASED - " delimited by size
                       ws-upload-filename delimited by space
                       " written." delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               display "Upload released: " ws-upload-filename
               add 1 to ws-runs-released
               perform 310-log-journaled-run
           else
               move spaces to wl-report-line
               string "Verdict: REFUSED - journal not proven, "
                           delimited by size
                       "no upload file written." delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
               add 1 to ws-runs-refused
               display "Journal not proven - upload REFUSED."
           end-if.

      *The report is the whole point of the run; a missing control
      *card just means journal every run waiting.
       005-open-files.
           open output report-file
           if ws-report-status not = '00'
               string "unable to open GLIF2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       010-read-control-record.
           open input control-file
           if ws-control-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       move ctl-run-id to ws-requested-run-id
               end-read
               close control-file
           end-if.

      *Loads the journaled-run log, then holds it open to extend,
      *so a log that cannot be written stops the run before any
      *upload is released that it could not record. With no
      *control card there must be a log to start from: the first
      *run is named on the card, and the log begins with it.
       015-load-journaled-log.
           open input journal-log-file
           if ws-journal-log-status = '00'
               perform 017-load-journaled-entry
                   until ws-journal-log-eof = 'Y'
               close journal-log-file
           end-if
           if ws-requested-run-id = spaces and journaled-count = 0
               move "no GLIF2000.JLOG - name the first run on the card"
                   to ws-abort-message
               perform 999-abort-run
           end-if
           open extend journal-log-file
           if ws-journal-log-status = '35'
               open output journal-log-file
           end-if
           if ws-journal-log-status not = '00'
               string "unable to open GLIF2000.JLOG, status "
                       ws-journal-log-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       017-load-journaled-entry.
           read journal-log-file
               at end
                   move 'Y' to ws-journal-log-eof
               not at end
                   if journaled-count >= 5000
                       move "GLIF2000.JLOG over 5000 runs - archive it"
                           to ws-abort-message
                       perform 999-abort-run
                   end-if
                   add 1 to journaled-count
                   move jl-run-id to jre-run-id (journaled-count)
                   if journaled-count = 1
                       move jl-run-id to ws-log-start-id
                   end-if
           end-read.

      *Raises the journaled flag when ws-check-run-id is on the
      *journaled-run log.
       018-check-journaled-run.
           move 'N' to ws-journaled-flag
           move 1 to jr-index
           perform 019-check-journaled-entry
               until jr-index > journaled-count
                   or ws-journaled-flag = 'Y'.

       019-check-journaled-entry.
           if jre-run-id (jr-index) = ws-check-run-id
               move 'Y' to ws-journaled-flag
           end-if
           add 1 to jr-index.

      *Walks the whole run log for the runs to journal: the one
      *the control card names, or else every live run that moved
      *money - a calc2000 transaction, rework or revaluation run,
      *an accr2000 accrual or a fees2000 fee run - logged from the
      *start of the journaled-run log on and not yet journaled. A
      *run that abended is journaled like one that completed,
      *from the rows it wrote. A trial run, or a run id not on the
      *log, is never journaled.
       020-find-source-run.
           open input runlog-file
           if ws-runlog-status not = '00'
               string "unable to open CALC2000.RLOG, status "
                       ws-runlog-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if
           perform 022-check-runlog-entry
               until ws-runlog-eof = 'Y'
           close runlog-file
           if ws-runs-left-over > 0
               display "More than 100 runs waiting - "
                       ws-runs-left-over " left for the next run."
           end-if
           if ws-requested-run-id not = spaces
               if source-run-count = 0
                   string "run " ws-requested-run-id
                           " not on the run log" delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
               end-if
               if sre-trial-label (1) not = spaces
                   string "run " ws-requested-run-id
                           " was a trial - not journaled"
                           delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
               end-if
           end-if.

       022-check-runlog-entry.
           read runlog-file
               at end
                   move 'Y' to ws-runlog-eof
               not at end
                   if ws-requested-run-id = spaces
                       if rl-run-id = ws-log-start-id
                           move 'Y' to ws-log-window-flag
                       end-if
                       if ws-log-window-flag = 'Y'
                               and rl-trial-label = spaces
                               and (rl-completion-status = "COMPLETE"
                                   or rl-completion-status = "ABENDED")
                               and (rl-run-mode = "TRANSACT"
                                   or rl-run-mode = "REWORK"
                                   or rl-run-mode = "REVALUE"
                                   or rl-run-mode = "ACCRUAL"
                                   or rl-run-mode = "FEES")
                           move rl-run-id to ws-check-run-id
                           perform 018-check-journaled-run
                           if ws-journaled-flag = 'N'
                               perform 024-take-runlog-entry
                           end-if
                       end-if
                   else
                       if rl-run-id = ws-requested-run-id
                               and source-run-count = 0
                           perform 024-take-runlog-entry
                       end-if
                   end-if
           end-read.

       024-take-runlog-entry.
           if source-run-count >= 100
               add 1 to ws-runs-left-over
           else
               add 1 to source-run-count
               move rl-run-id to sre-run-id (source-run-count)
               move rl-run-mode to sre-run-mode (source-run-count)
               move rl-trial-label
                   to sre-trial-label (source-run-count)
               move rl-completion-status
                   to sre-completion (source-run-count)
           end-if.

      *Loads the day's exchange rates for the base equivalents. A
      *missing rate file leaves only the base currency convertible.
       025-load-exchange-rates.
           open input xrate-file
           if ws-xrate-status not = '00'
               display "No exchange-rate file - base currency only."
           else
               perform 026-load-xrate-entry
                   until ws-xrate-eof = 'Y'
                       or xrate-entry-count >= 20
               if ws-xrate-eof not = 'Y'
                   display "Exchange-rate file longer than 20 "
                           "entries - remainder ignored."
               end-if
               close xrate-file
           end-if.

       026-load-xrate-entry.
           read xrate-file
               at end
                   move 'Y' to ws-xrate-eof
               not at end
                   add 1 to xrate-entry-count
                   move xr-currency-code
                       to xre-currency-code (xrate-entry-count)
                   move xr-rate to xre-rate (xrate-entry-count)
           end-read.

      *Opens the run's own money-movement file: the accrual ledger
      *for an accrual run, the fee ledger for a fee run, the master
      *activity file for a calc2000 run. An abended run may have
      *stopped before it wrote its file; any other run's file must
      *be there. The upload file takes
      *the source run's id as its suffix, so a rerun for the same
      *run replaces its own upload and never another run's.
       030-open-source-file.
           move spaces to ws-source-filename
           if ws-source-run-mode = "ACCRUAL"
               string "CALC2000.ACCR." delimited by size
                       ws-source-run-id delimited by size
                       into ws-source-filename
               end-string
               open input ledger-file
           else
               if ws-source-run-mode = "FEES"
                   string "CALC2000.FEEL." delimited by size
                           ws-source-run-id delimited by size
                           into ws-source-filename
                   end-string
                   open input ledger-file
               else
                   string "CALC2000.ACTV." delimited by size
                           ws-source-run-id delimited by size
                           into ws-source-filename
                   end-string
                   open input activity-file
               end-if
           end-if
           move 'Y' to ws-source-open-flag
           if ws-source-status not = '00'
               if ws-source-completion = "ABENDED"
                   move 'N' to ws-source-open-flag
                   display "Run " ws-source-run-id
                           " stopped before writing "
                           ws-source-filename
               else
                   string "unable to open " delimited by size
                           ws-source-filename delimited by space
                           ", status " delimited by size
                           ws-source-status delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
               end-if
           end-if
           move spaces to ws-upload-filename
           string "GLIF2000.GL." delimited by size
                   ws-source-run-id delimited by size
                   into ws-upload-filename
           end-string.

       040-read-activity-record.
           read activity-file
               at end
                   move 'Y' to ws-source-eof
               not at end
                   add 1 to ws-source-rows
           end-read.

       045-read-ledger-record.
           read ledger-file
               at end
                   move 'Y' to ws-source-eof
               not at end
                   add 1 to ws-source-rows
           end-read.

      *Journals one master activity row by the money it moved on
      *deposit. A new account brings its opening balance in, a
      *close takes the closing balance out, and a projection or
      *change that moved the principal moves the balance by the
      *same amount, in whichever direction it went. A withdrawal
      *takes the amount and its penalty off deposit, paying the
      *amount out and keeping the penalty as income. A row that
      *moved no money - a reprojection or revaluation that only
      *changed the quoted future value - posts nothing.
       050-journal-activity-record.
           move ac-branch-code to ws-leg-branch-code
           move ac-product-code to ws-leg-product-code
           if ac-currency-code = spaces
               move base-currency-code to ws-leg-currency-code
           else
               move ac-currency-code to ws-leg-currency-code
           end-if
           evaluate ac-event-code
               when 'N'
                   move ac-new-balance to ws-movement-amount
                   perform 070-post-deposit-in
               when 'D'
                   move ac-old-balance to ws-movement-amount
                   perform 075-post-deposit-out
               when 'W'
                   perform 080-post-withdrawal
               when other
                   compute ws-balance-movement =
                       ac-new-balance - ac-old-balance
                   if ws-balance-movement > 0
                       move ws-balance-movement to ws-movement-amount
                       perform 070-post-deposit-in
                   end-if
                   if ws-balance-movement < 0
                       compute ws-movement-amount =
                           0 - ws-balance-movement
                       perform 075-post-deposit-out
                   end-if
           end-evaluate
           perform 040-read-activity-record.

      *Journals one ledger posting: interest expense to the bank,
      *credited to the client's deposit, or a fee taken off the
      *client's deposit and kept as fee income.
       060-journal-ledger-record.
           if lg-entry-type = 'I' and lg-amount > 0
               move lg-branch-code to ws-leg-branch-code
               move lg-product-code to ws-leg-product-code
               if lg-currency-code = spaces
                   move base-currency-code to ws-leg-currency-code
               else
                   move lg-currency-code to ws-leg-currency-code
               end-if
               move lg-amount to ws-leg-amount
               move gl-interest-expense to ws-leg-gl-account
               move 'D' to ws-leg-debit-credit
               perform 100-post-journal-leg
               move gl-client-deposits to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if
           if lg-entry-type = 'F' and lg-amount > 0
               move lg-branch-code to ws-leg-branch-code
               move lg-product-code to ws-leg-product-code
               if lg-currency-code = spaces
                   move base-currency-code to ws-leg-currency-code
               else
                   move lg-currency-code to ws-leg-currency-code
               end-if
               move lg-amount to ws-leg-amount
               move gl-client-deposits to ws-leg-gl-account
               move 'D' to ws-leg-debit-credit
               perform 100-post-journal-leg
               move gl-fee-income to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if
           perform 045-read-ledger-record.

      *Money coming onto deposit: cash clearing debited, client
      *deposits credited.
       070-post-deposit-in.
           if ws-movement-amount > 0
               move ws-movement-amount to ws-leg-amount
               move gl-cash-clearing to ws-leg-gl-account
               move 'D' to ws-leg-debit-credit
               perform 100-post-journal-leg
               move gl-client-deposits to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if.

      *Money leaving deposit: client deposits debited, cash
      *clearing credited.
       075-post-deposit-out.
           if ws-movement-amount > 0
               move ws-movement-amount to ws-leg-amount
               move gl-client-deposits to ws-leg-gl-account
               move 'D' to ws-leg-debit-credit
               perform 100-post-journal-leg
               move gl-cash-clearing to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if.

      *A withdrawal: client deposits debited with the amount and
      *penalty together, cash clearing credited with the amount
      *paid out and penalty income with the penalty.
       080-post-withdrawal.
           compute ws-leg-amount = ac-amount + ac-penalty
           if ws-leg-amount > 0
               move gl-client-deposits to ws-leg-gl-account
               move 'D' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if
           if ac-amount > 0
               move ac-amount to ws-leg-amount
               move gl-cash-clearing to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if
           if ac-penalty > 0
               move ac-penalty to ws-leg-amount
               move gl-penalty-income to ws-leg-gl-account
               move 'C' to ws-leg-debit-credit
               perform 100-post-journal-leg
           end-if.

      *Adds one leg into its summarized journal line and into its
      *branch and currency's debit or credit total. The journal
      *table is searched in key order: a matching line takes the
      *amount, otherwise a new line is opened where the key falls,
      *the lines after it moving down one place to make room.
       100-post-journal-leg.
           move 'N' to ws-je-found
           move 'N' to ws-je-position-found
           move 1 to je-index
           perform 105-find-journal-position
               until je-index > journal-entry-count
                   or ws-je-position-found = 'Y'
           if ws-je-position-found = 'Y'
               if je-key (je-index) = ws-leg-key
                   move 'Y' to ws-je-found
               end-if
           end-if
           if ws-je-found = 'N'
               if journal-entry-count >= 500
                   move "journal longer than 500 lines - refused"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               move je-index to je-slot
               move journal-entry-count to je-move-index
               perform 107-shift-journal-entry
                   until je-move-index < je-slot
               add 1 to journal-entry-count
               move ws-leg-key to je-key (je-slot)
               move zeros to je-native-amount (je-slot)
               move zeros to je-base-amount (je-slot)
               move zeros to je-item-count (je-slot)
           end-if
           add ws-leg-amount to je-native-amount (je-index)
           add 1 to je-item-count (je-index)
           perform 110-post-balance-leg.

       105-find-journal-position.
           if je-key (je-index) >= ws-leg-key
               move 'Y' to ws-je-position-found
           else
               add 1 to je-index
           end-if.

       107-shift-journal-entry.
           move journal-entry (je-move-index)
               to journal-entry (je-move-index + 1)
           subtract 1 from je-move-index.

      *Adds one leg to its branch and currency's proof totals,
      *opening a new proof line the first time the pair is seen.
       110-post-balance-leg.
           move 'N' to ws-bc-found
           move 1 to bc-index
           perform 115-check-balance-entry
               until bc-index > balance-entry-count
           if ws-bc-found = 'N'
               if balance-entry-count >= 500
                   move "more than 500 branch/currency pairs - refused"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               add 1 to balance-entry-count
               move balance-entry-count to bc-slot
               move ws-leg-branch-code to bc-branch-code (bc-slot)
               move ws-leg-currency-code
                   to bc-currency-code (bc-slot)
               move zeros to bc-debit-total (bc-slot)
               move zeros to bc-credit-total (bc-slot)
           end-if
           if ws-leg-debit-credit = 'D'
               add ws-leg-amount to bc-debit-total (bc-slot)
           else
               add ws-leg-amount to bc-credit-total (bc-slot)
           end-if.

       115-check-balance-entry.
           if bc-branch-code (bc-index) = ws-leg-branch-code
                   and bc-currency-code (bc-index)
                       = ws-leg-currency-code
               move 'Y' to ws-bc-found
               move bc-index to bc-slot
           end-if
           add 1 to bc-index.

      *Gives every journal line its base-currency equivalent at the
      *day's exchange rate. A currency with no rate cannot be
      *valued for the ledger, so the journal is refused.
       120-convert-journal-to-base.
           move 1 to je-index
           perform 125-convert-journal-entry
               until je-index > journal-entry-count.

       125-convert-journal-entry.
           move je-currency-code (je-index) to ws-lookup-currency
           perform 130-lookup-exchange-rate
           if ws-currency-found-flag = 'Y'
               compute je-base-amount (je-index) rounded =
                   je-native-amount (je-index) * exchange-rate
           else
               move zeros to je-base-amount (je-index)
               add 1 to ws-missing-rate-count
               move 'N' to ws-balance-ok-flag
           end-if
           add 1 to je-index.

       130-lookup-exchange-rate.
           move 'N' to ws-currency-found-flag
           move 1 to xrate-index
           perform 135-check-xrate-entry
               until xrate-index > xrate-entry-count
           if ws-currency-found-flag = 'N'
                   and ws-lookup-currency = base-currency-code
               move 1 to exchange-rate
               move 'Y' to ws-currency-found-flag
           end-if.

       135-check-xrate-entry.
           if xre-currency-code (xrate-index) = ws-lookup-currency
               move xre-rate (xrate-index) to exchange-rate
               move 'Y' to ws-currency-found-flag
           end-if
           add 1 to xrate-index.

       150-write-report-headers.
           move "General Ledger Journal Interface" to report-line
           write report-line after advancing page
           move spaces to wl-report-line
           string "Run " delimited by size
                   ws-source-run-id delimited by size
                   "  " delimited by size
                   ws-source-run-mode delimited by size
                   "  posting date " delimited by size
                   ws-posting-date delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           if ws-source-completion = "ABENDED"
               move "Run ABENDED - journaled from the rows it wrote."
                   to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

      *Lists every summarized journal line with its native and
      *base amounts and how many postings it summarizes.
       160-write-journal-listing.
           move "=== Journal ===" to report-line
           write report-line
           move spaces to wl-report-line
           string "Brn Prd Cur GL Acct  D/C     Native Amount"
                       delimited by size
                   "       Base Amount     Items" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move 1 to je-index
           perform 165-write-journal-line
               until je-index > journal-entry-count.

       165-write-journal-line.
           move je-native-amount (je-index) to edited-native-amount
           move je-base-amount (je-index) to edited-base-amount
           move je-item-count (je-index) to edited-item-count
           move spaces to wl-report-line
           string je-branch-code (je-index) delimited by size
                   " " delimited by size
                   je-product-code (je-index) delimited by size
                   " " delimited by size
                   je-currency-code (je-index) delimited by size
                   " " delimited by size
                   je-gl-account (je-index) delimited by size
                   "  " delimited by size
                   je-debit-credit (je-index) delimited by size
                   " " delimited by size
                   edited-native-amount delimited by size
                   " " delimited by size
                   edited-base-amount delimited by size
                   " " delimited by size
                   edited-item-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           if je-base-amount (je-index) = 0
                   and je-native-amount (je-index) > 0
               move spaces to wl-report-line
               string "    *** no exchange rate for currency "
                           delimited by size
                       je-currency-code (je-index) delimited by size
                       " ***" delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
           end-if
           add 1 to je-index.

      *The balance proof: debits against credits for every branch
      *and currency in native money. Any pair that does not net to
      *zero is a break, and a single break holds the whole file.
       200-prove-balance.
           move spaces to report-line
           write report-line
           move "=== Balance Proof by Branch and Currency ==="
               to report-line
           write report-line
           move spaces to wl-report-line
           string "Brn Cur               Debits"
                       delimited by size
                   "              Credits  Status" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move 1 to bc-index
           perform 205-prove-balance-line
               until bc-index > balance-entry-count
           move spaces to report-line
           write report-line
           if ws-missing-rate-count > 0
               move ws-missing-rate-count to edited-item-count
               move spaces to wl-report-line
               string "Lines without an exchange rate = "
                           delimited by size
                       edited-item-count delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to report-line
               write report-line
           end-if
           move ws-breaks-found to edited-item-count
           move spaces to wl-report-line
           string "Branch/currency breaks         = "
                       delimited by size
                   edited-item-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line.

       205-prove-balance-line.
           move bc-debit-total (bc-index) to edited-debit-total
           move bc-credit-total (bc-index) to edited-credit-total
           move spaces to wl-report-line
           string bc-branch-code (bc-index) delimited by size
                   " " delimited by size
                   bc-currency-code (bc-index) delimited by size
                   " " delimited by size
                   edited-debit-total delimited by size
                   " " delimited by size
                   edited-credit-total delimited by size
                   into wl-report-line
           end-string
           if bc-debit-total (bc-index)
                   = bc-credit-total (bc-index)
               move "  in balance" to wl-report-line (52:12)
           else
               move "  ** BREAK **" to wl-report-line (52:13)
               add 1 to ws-breaks-found
               move 'N' to ws-balance-ok-flag
           end-if
           move wl-report-line to report-line
           write report-line
           add 1 to bc-index.

      *Writes the proven journal to the upload file: the header,
      *one detail per journal line, and the control trailer. The
      *trailer's base totals are each side's converted lines added
      *up; the proof itself is made in native money, branch by
      *branch and currency by currency.
       300-write-upload-file.
           open output upload-file
           if ws-upload-status not = '00'
               string "unable to open " delimited by size
                       ws-upload-filename delimited by space
                       ", status " delimited by size
                       ws-upload-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if
           move spaces to gl-header-record
           move 'H' to gh-record-type
           move "CALC2000" to gh-source-system
           move ws-source-run-id to gh-source-run-id
           move ws-source-run-mode to gh-source-run-mode
           move ws-posting-date to gh-posting-date
           move base-currency-code to gh-base-currency
           write gl-header-record
           move 1 to je-index
           perform 305-write-upload-detail
               until je-index > journal-entry-count
           move spaces to gl-trailer-record
           move 'T' to gt-record-type
           move ws-detail-count to gt-detail-count
           move ws-debit-base-total to gt-debit-base-total
           move ws-credit-base-total to gt-credit-base-total
           move ws-native-hash-total to gt-native-hash-total
           write gl-trailer-record
           close upload-file.

       305-write-upload-detail.
           move spaces to gl-detail-record
           move 'D' to gd-record-type
           move ws-posting-date to gd-posting-date
           move je-branch-code (je-index) to gd-branch-code
           move je-product-code (je-index) to gd-product-code
           move je-currency-code (je-index) to gd-currency-code
           move je-gl-account (je-index) to gd-gl-account
           move je-debit-credit (je-index) to gd-debit-credit
           move je-native-amount (je-index) to gd-native-amount
           move je-base-amount (je-index) to gd-base-amount
           move je-item-count (je-index) to gd-item-count
           move ws-source-run-id to gd-source-run-id
           write gl-detail-record
           add 1 to ws-detail-count
           add je-native-amount (je-index) to ws-native-hash-total
           if je-debit-credit (je-index) = 'D'
               add je-base-amount (je-index) to ws-debit-base-total
           else
               add je-base-amount (je-index) to ws-credit-base-total
           end-if
           add 1 to je-index.

      *Records the run on the journaled-run log, unless a control
      *card has journaled it again and it is there already.
       310-log-journaled-run.
           move ws-source-run-id to ws-check-run-id
           perform 018-check-journaled-run
           if ws-journaled-flag = 'Y'
               display "Run " ws-source-run-id
                       " already on GLIF2000.JLOG - journaled again."
           else
               move spaces to journal-log-record
               move ws-source-run-id to jl-run-id
               move ws-source-run-mode to jl-run-mode
               move ws-today to jl-journal-date
               move ws-source-completion to jl-completion-status
               write journal-log-record
           end-if.

       900-close-files.
           close journal-log-file
           close report-file.

      *A file the run cannot proceed without failed, or there is no
      *run to journal; display why and end the run with nothing
      *released.
       999-abort-run.
           display "GLIF2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
