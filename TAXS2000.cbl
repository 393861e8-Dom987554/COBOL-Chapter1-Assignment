       identification division.

       program-id. taxs2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the year-end interest tax
      *  run. It finds every accr2000 interest run on CALC2000.RLOG
      *  and reads its accrual ledger, totalling the interest each
      *  account was credited for periods ending in the tax year.
      *  Because it works from the ledgers rather than the master,
      *  an account closed during the year through a 'D'
      *  transaction is reported the same as one still open. The
      *  accounts are grouped by client taxpayer id off the
      *  STMT2000.NAME file, and the run prints one interest
      *  income statement per client, writes the fixed-format
      *  regulator filing extract - header, payer, one payee record
      *  per client and a trailer - and lists every account whose
      *  client has no valid taxpayer id on an exceptions report
      *  for backup withholding. A filing that cannot be trusted -
      *  no payer id, a ledger missing, or interest in a currency
      *  with no exchange rate - ends with return code eight.

       environment division.

       input-output section.

       file-control.

           select control-file
               assign to "TAXS2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select runlog-file
               assign to "CALC2000.RLOG"
               organization is line sequential
               file status is ws-runlog-status.

           select ledger-file
               assign to dynamic ws-ledger-filename
               organization is line sequential
               file status is ws-ledger-status.

           select name-file
               assign to "STMT2000.NAME"
               organization is line sequential
               file status is ws-name-status.

           select xrate-file
               assign to "CALC2000.XRATE"
               organization is line sequential
               file status is ws-xrate-status.

           select statement-file
               assign to "TAXS2000.STMT"
               organization is line sequential
               file status is ws-statement-status.

           select extract-file
               assign to "TAXS2000.EXT"
               organization is line sequential
               file status is ws-extract-status.

           select exception-file
               assign to "TAXS2000.EXC"
               organization is line sequential
               file status is ws-exception-status.

       data division.

       file section.

      *Control card: the tax year to report and the bank's own
      *taxpayer id and name as the payer of the interest. No card,
      *or no year on it, reports the calendar year before today.
       fd  control-file.
       01  control-record.
           05  ctl-tax-year                pic 9(4).
           05  ctl-payer-tin               pic x(9).
           05  ctl-payer-name              pic x(30).

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

      *An accr2000 run's accrual ledger, CALC2000.ACCR.<id>: one
      *row per compounding period credited.
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

      *Client names and mailing addresses, as stmt2000 reads them,
      *with the client's taxpayer id and backup-withholding
      *indicator.
       fd  name-file.
       01  name-record.
           05  na-account-id               pic x(6).
           05  na-client-name              pic x(30).
           05  na-addr-line-1              pic x(30).
           05  na-addr-line-2              pic x(30).
           05  na-city                     pic x(20).
           05  na-state                    pic x(2).
           05  na-postal-code              pic x(10).
           05  na-tax-id                   pic x(9).
           05  na-withholding-flag         pic x.

      *Daily exchange rates: units of base currency per native
      *unit, one row per currency.
       fd  xrate-file.
       01  xrate-record.
           05  xr-currency-code            pic x(3).
           05  xr-rate                     pic 9(3)v9(6).

      *Printable client tax statements, one page per client.
       fd  statement-file.
       01  statement-line                  pic x(80).

      *The regulator filing extract: one header, one payer record
      *for the bank, one payee record per client carrying the
      *client's interest for the year in base currency, then the
      *trailer with the payee count and the interest total.
       fd  extract-file.
       01  tx-header-record.
           05  th-record-type              pic x.
           05  th-tax-year                 pic 9(4).
           05  th-payer-tin                pic x(9).
           05  th-created-date             pic 9(8).
           05  th-source-system            pic x(8).
       01  tx-payer-record.
           05  tp-record-type              pic x.
           05  tp-payer-tin                pic x(9).
           05  tp-payer-name               pic x(30).
           05  tp-tax-year                 pic 9(4).
           05  tp-base-currency            pic x(3).
       01  tx-payee-record.
           05  tb-record-type              pic x.
           05  tb-payee-tin                pic x(9).
           05  tb-payee-name               pic x(30).
           05  tb-addr-line-1              pic x(30).
           05  tb-addr-line-2              pic x(30).
           05  tb-city                     pic x(20).
           05  tb-state                    pic x(2).
           05  tb-postal-code              pic x(10).
           05  tb-interest-amount          pic 9(11)v99.
           05  tb-withholding-flag         pic x.
           05  tb-account-count            pic 9(3).
       01  tx-trailer-record.
           05  tt-record-type              pic x.
           05  tt-payee-count              pic 9(7).
           05  tt-interest-total           pic 9(13)v99.
           05  tt-exception-count          pic 9(7).

      *Printable exceptions report and run summary for the tax
      *desk.
       fd  exception-file.
       01  exception-line                  pic x(80).

       working-storage section.

      *The year being reported and the payer reporting it.
       01  tax-year-control.
           05  ws-run-date                 pic 9(8).
           05  ws-run-split redefines ws-run-date.
               10  ws-run-yyyy             pic 9(4).
               10  ws-run-mmdd             pic 9(4).
           05  ws-tax-year                 pic 9(4).
           05  ws-payer-tin                pic x(9) value spaces.
           05  ws-payer-name               pic x(30) value spaces.
           05  ws-filing-ok-flag           pic x value 'Y'.

      *The run log walk and the ledger in hand.
       01  ledger-control.
           05  ws-runlog-eof               pic x value 'N'.
           05  ws-ledger-eof               pic x value 'N'.
           05  ws-ledger-filename          pic x(40).
           05  ws-runs-scanned             pic 9(5) value 0.
           05  ws-ledgers-missing          pic 9(5) value 0.
           05  ws-ledger-rows              pic 9(7) value 0.

      *Interest credited in the tax year, one entry per account,
      *in the account's own currency and in base. A book too big
      *for the table stops the run rather than file with accounts
      *missing.
       01  account-table-control.
           05  account-entry-count         pic 9(4) value 0.
           05  ae-index                    pic 9(4).
           05  ae-slot                     pic 9(4).
           05  ws-ae-found                 pic x value 'N'.
           05  account-entry occurs 1000 times.
               10  ae-account-id           pic x(6).
               10  ae-currency-code        pic x(3).
               10  ae-interest             pic 9(9)v99.
               10  ae-base-interest        pic 9(11)v99.
               10  ae-client-slot          pic 9(4).

      *One entry per client: every account under one valid
      *taxpayer id reports together. An account with no name
      *record or no valid id is a client of its own, reported
      *without an id and subject to backup withholding.
       01  client-table-control.
           05  client-entry-count          pic 9(4) value 0.
           05  ce-index                    pic 9(4).
           05  ce-slot                     pic 9(4).
           05  ws-ce-found                 pic x value 'N'.
           05  ws-tin-valid-flag           pic x value 'N'.
           05  client-entry occurs 1000 times.
               10  ce-tax-id               pic x(9).
               10  ce-tin-valid-flag       pic x.
               10  ce-name-found-flag      pic x.
               10  ce-name-slot            pic 9(4).
               10  ce-withholding-flag     pic x.
               10  ce-account-count        pic 9(3).
               10  ce-base-interest        pic 9(11)v99.

      *Client names and addresses, loaded once at the start of the
      *run and looked up per account, the way stmt2000 loads them.
       01  name-table-control.
           05  name-entry-count            pic 9(4) value 0.
           05  name-index                  pic 9(4).
           05  ws-name-eof                 pic x value 'N'.
           05  ws-name-found-flag          pic x value 'N'.
           05  ws-name-slot                pic 9(4).
           05  ws-lookup-account           pic x(6).
           05  name-entry occurs 1000 times.
               10  ne-account-id           pic x(6).
               10  ne-client-name          pic x(30).
               10  ne-addr-line-1          pic x(30).
               10  ne-addr-line-2          pic x(30).
               10  ne-city                 pic x(20).
               10  ne-state                pic x(2).
               10  ne-postal-code          pic x(10).
               10  ne-tax-id               pic x(9).
               10  ne-withholding-flag     pic x.

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
           05  xrate-entry occurs 20 times.
               10  xre-currency-code       pic x(3).
               10  xre-rate                pic 9(3)v9(6).

      *Filing control totals, carried on the trailer.
       01  filing-totals.
           05  ws-payee-count              pic 9(7) value 0.
           05  ws-interest-total           pic 9(13)v99 value 0.
           05  ws-exception-count          pic 9(7) value 0.
           05  ws-exception-reason         pic x(24).

      *Drives statement pages, report headings and page breaks.
       01  report-control.
           05  ws-line-count               pic 99 value 0.
           05  ws-lines-per-page           pic 99 value 20.
           05  ws-page-count               pic 999 value 0.
           05  ws-statement-page-count     pic 9(5) value 0.
           05  wl-report-line              pic x(80).
           05  ws-abort-message            pic x(60).
           05  ws-masked-tin               pic x(9).
           05  edited-decimal-value        pic zzz,zzz,zz9.99.
           05  edited-base-value           pic zz,zzz,zzz,zz9.99.
           05  edited-total-value          pic z,zzz,zzz,zzz,zz9.99.
           05  edited-tax-count            pic z,zzz,zz9.

       01  file-status-fields.
           05  ws-control-status           pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.
           05  ws-ledger-status            pic xx value '00'.
           05  ws-name-status              pic xx value '00'.
           05  ws-xrate-status             pic xx value '00'.
           05  ws-statement-status         pic xx value '00'.
           05  ws-extract-status           pic xx value '00'.
           05  ws-exception-status         pic xx value '00'.

       procedure division.

      *Totals the year's interest off every accrual ledger, groups
      *it by client, prints the statements and writes the filing,
      *then sets the return code the tax desk keys off.
       000-produce-tax-reporting.
           display "  Producing Year-End Interest Tax Reporting  "
           accept ws-run-date from date yyyymmdd
           perform 005-open-files
           perform 010-read-control-record
           perform 015-load-name-table
           perform 018-load-exchange-rates
           perform 020-scan-run-log
           perform 055-write-exception-headers
           perform 040-group-accounts-by-client
           perform 070-write-extract-header
           move 1 to ce-index
           perform 060-write-client-statement
               until ce-index > client-entry-count
           perform 080-write-extract-trailer
           perform 200-write-exception-summary
           display "Accrual runs read:  " ws-runs-scanned
           display "Accounts reported:  " account-entry-count
           display "Payee records:      " ws-payee-count
           display "Exceptions:         " ws-exception-count
           perform 900-close-files
           if ws-filing-ok-flag = 'N'
               move 8 to return-code
               display "Tax filing INCOMPLETE - see TAXS2000.EXC."
           end-if
           display "End of session."
           stop run.

      *The statements, the extract and the exceptions report are
      *the whole point of the run; a missing control card just
      *means last year, with no payer on the filing.
       005-open-files.
           open output statement-file
           if ws-statement-status not = '00'
               string "unable to open TAXS2000.STMT, status "
                       ws-statement-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output extract-file
           if ws-extract-status not = '00'
               string "unable to open TAXS2000.EXT, status "
                       ws-extract-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output exception-file
           if ws-exception-status not = '00'
               string "unable to open TAXS2000.EXC, status "
                       ws-exception-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

      *Takes the tax year and the payer from the control card. A
      *missing or zero year reports the calendar year before
      *today, the normal January run. A filing without a payer id
      *is still produced for review but marked incomplete.
       010-read-control-record.
           compute ws-tax-year = ws-run-yyyy - 1
           open input control-file
           if ws-control-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       if ctl-tax-year is numeric
                               and ctl-tax-year > 0
                           move ctl-tax-year to ws-tax-year
                       end-if
                       move ctl-payer-tin to ws-payer-tin
                       move ctl-payer-name to ws-payer-name
               end-read
               close control-file
           end-if
           if ws-payer-tin is not numeric
                   or ws-payer-tin = '000000000'
               move 'N' to ws-filing-ok-flag
               display "No valid payer id on the control card - "
                       "filing incomplete."
           end-if
           display "Tax year: " ws-tax-year.

      *Loads the client name-and-address file, one entry per
      *account, with each client's taxpayer id.
       015-load-name-table.
           open input name-file
           if ws-name-status not = '00'
               display "No name file - every client is reported "
                       "without an id."
           else
               perform 017-load-name-entry
                   until ws-name-eof = 'Y'
                       or name-entry-count >= 1000
               if ws-name-eof not = 'Y'
                   display "Name file longer than 1000 entries - "
                           "remainder ignored."
               end-if
               close name-file
           end-if.

       017-load-name-entry.
           read name-file
               at end
                   move 'Y' to ws-name-eof
               not at end
                   add 1 to name-entry-count
                   move na-account-id
                       to ne-account-id (name-entry-count)
                   move na-client-name
                       to ne-client-name (name-entry-count)
                   move na-addr-line-1
                       to ne-addr-line-1 (name-entry-count)
                   move na-addr-line-2
                       to ne-addr-line-2 (name-entry-count)
                   move na-city to ne-city (name-entry-count)
                   move na-state to ne-state (name-entry-count)
                   move na-postal-code
                       to ne-postal-code (name-entry-count)
                   move na-tax-id to ne-tax-id (name-entry-count)
                   move na-withholding-flag
                       to ne-withholding-flag (name-entry-count)
           end-read.

      *Loads the day's exchange rates for the base equivalents. A
      *missing rate file leaves only the base currency convertible.
       018-load-exchange-rates.
           open input xrate-file
           if ws-xrate-status not = '00'
               display "No exchange-rate file - base currency only."
           else
               perform 019-load-xrate-entry
                   until ws-xrate-eof = 'Y'
                       or xrate-entry-count >= 20
               if ws-xrate-eof not = 'Y'
                   display "Exchange-rate file longer than 20 "
                           "entries - remainder ignored."
               end-if
               close xrate-file
           end-if.

       019-load-xrate-entry.
           read xrate-file
               at end
                   move 'Y' to ws-xrate-eof
               not at end
                   add 1 to xrate-entry-count
                   move xr-currency-code
                       to xre-currency-code (xrate-entry-count)
                   move xr-rate to xre-rate (xrate-entry-count)
           end-read.

      *Walks the run log for every accr2000 run that could have
      *credited interest for the tax year - any accrual run dated
      *in the year or after it, since a January run credits the
      *periods that ended in December. A run that abended still
      *credited the accounts it reached, so its ledger counts too.
       020-scan-run-log.
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
           close runlog-file.

       022-check-runlog-entry.
           read runlog-file
               at end
                   move 'Y' to ws-runlog-eof
               not at end
                   if rl-run-mode = "ACCRUAL"
                           and rl-run-id (1:4) >= ws-tax-year
                       perform 030-read-accrual-ledger
                   end-if
           end-read.

      *Reads one accrual run's ledger. A ledger the run log says
      *exists but which cannot be opened leaves the year's totals
      *short, so the filing is marked incomplete.
       030-read-accrual-ledger.
           add 1 to ws-runs-scanned
           move spaces to ws-ledger-filename
           string "CALC2000.ACCR." delimited by size
                   rl-run-id delimited by space
                   into ws-ledger-filename
           end-string
           open input ledger-file
           if ws-ledger-status not = '00'
               add 1 to ws-ledgers-missing
               move 'N' to ws-filing-ok-flag
               display "Ledger missing: " ws-ledger-filename
           else
               move 'N' to ws-ledger-eof
               perform 032-read-ledger-record
               perform 034-post-ledger-interest
                   until ws-ledger-eof = 'Y'
               close ledger-file
           end-if.

       032-read-ledger-record.
           read ledger-file
               at end move 'Y' to ws-ledger-eof
           end-read.

      *Adds one interest posting to its account's total when the
      *period it paid for ended in the tax year.
       034-post-ledger-interest.
           if lg-entry-type = 'I'
                   and lg-period-end (1:4) = ws-tax-year
               add 1 to ws-ledger-rows
               move 'N' to ws-ae-found
               move 1 to ae-index
               perform 036-check-account-slot
                   until ae-index > account-entry-count
               if ws-ae-found = 'N'
                   if account-entry-count >= 1000
                       move "more than 1000 accounts earned interest"
                           to ws-abort-message
                       perform 999-abort-run
                   end-if
                   add 1 to account-entry-count
                   move account-entry-count to ae-slot
                   move lg-account-id to ae-account-id (ae-slot)
                   move lg-currency-code to ae-currency-code (ae-slot)
                   move zeros to ae-interest (ae-slot)
                   move zeros to ae-base-interest (ae-slot)
                   move zeros to ae-client-slot (ae-slot)
               end-if
               add lg-amount to ae-interest (ae-slot)
           end-if
           perform 032-read-ledger-record.

       036-check-account-slot.
           if ae-account-id (ae-index) = lg-account-id
               move 'Y' to ws-ae-found
               move ae-index to ae-slot
           end-if
           add 1 to ae-index.

      *Converts every account's interest to base and files it
      *under its client.
       040-group-accounts-by-client.
           move 1 to ae-index
           perform 042-assign-account-client
               until ae-index > account-entry-count.

      *An account whose name record carries a valid taxpayer id
      *joins that id's client; any other account is a client on
      *its own and goes on the exceptions report for backup
      *withholding. A valid id is nine digits, not all zero.
       042-assign-account-client.
           perform 048-convert-account-interest
           move ae-account-id (ae-index) to ws-lookup-account
           perform 125-lookup-name-entry
           move 'N' to ws-tin-valid-flag
           if ws-name-found-flag = 'Y'
               if ne-tax-id (ws-name-slot) is numeric
                       and ne-tax-id (ws-name-slot) not = '000000000'
                   move 'Y' to ws-tin-valid-flag
               end-if
           end-if
           move 'N' to ws-ce-found
           if ws-tin-valid-flag = 'Y'
               move 1 to ce-index
               perform 044-check-client-slot
                   until ce-index > client-entry-count
           end-if
           if ws-ce-found = 'N'
               perform 046-open-client-entry
           end-if
           move ce-slot to ae-client-slot (ae-index)
           add 1 to ce-account-count (ce-slot)
           add ae-base-interest (ae-index)
               to ce-base-interest (ce-slot)
           if ws-name-found-flag = 'Y'
               if ne-withholding-flag (ws-name-slot) = 'Y'
                   move 'Y' to ce-withholding-flag (ce-slot)
               end-if
           end-if
           if ws-name-found-flag = 'N'
               move "No name record" to ws-exception-reason
               perform 050-write-exception-line
           else
               if ws-tin-valid-flag = 'N'
                   move "No valid taxpayer id"
                       to ws-exception-reason
                   perform 050-write-exception-line
               end-if
           end-if
           add 1 to ae-index.

       044-check-client-slot.
           if ce-tin-valid-flag (ce-index) = 'Y'
                   and ce-tax-id (ce-index) = ne-tax-id (ws-name-slot)
               move 'Y' to ws-ce-found
               move ce-index to ce-slot
           end-if
           add 1 to ce-index.

      *Opens a client entry for the account in hand, addressed
      *from its name record when it has one. A client without a
      *valid id is subject to backup withholding.
       046-open-client-entry.
           add 1 to client-entry-count
           move client-entry-count to ce-slot
           move ws-tin-valid-flag to ce-tin-valid-flag (ce-slot)
           move ws-name-found-flag to ce-name-found-flag (ce-slot)
           if ws-name-found-flag = 'Y'
               move ws-name-slot to ce-name-slot (ce-slot)
           else
               move zeros to ce-name-slot (ce-slot)
           end-if
           if ws-tin-valid-flag = 'Y'
               move ne-tax-id (ws-name-slot) to ce-tax-id (ce-slot)
               move 'N' to ce-withholding-flag (ce-slot)
           else
               move spaces to ce-tax-id (ce-slot)
               move 'Y' to ce-withholding-flag (ce-slot)
           end-if
           move zeros to ce-account-count (ce-slot)
           move zeros to ce-base-interest (ce-slot).

      *Converts the account's interest to base at the day's rate.
      *Interest in a currency with no rate cannot be filed at its
      *value, so it is listed and the filing marked incomplete.
       048-convert-account-interest.
           move ae-currency-code (ae-index) to ws-lookup-currency
           if ws-lookup-currency = spaces
               move base-currency-code to ws-lookup-currency
           end-if
           perform 130-lookup-exchange-rate
           if ws-currency-found-flag = 'Y'
               compute ae-base-interest (ae-index) rounded =
                   ae-interest (ae-index) * exchange-rate
           else
               move zeros to ae-base-interest (ae-index)
               move 'N' to ws-filing-ok-flag
               move "No exchange rate" to ws-exception-reason
               perform 050-write-exception-line
           end-if.

      *Lists one account on the exceptions report with why it is
      *there and the interest it earned in its own currency.
       050-write-exception-line.
           if ws-line-count >= ws-lines-per-page
               perform 055-write-exception-headers
           end-if
           add 1 to ws-exception-count
           move ae-interest (ae-index) to edited-decimal-value
           move spaces to wl-report-line
           string ae-account-id (ae-index) delimited by size
                   "  " delimited by size
                   ws-exception-reason delimited by size
                   " " delimited by size
                   edited-decimal-value delimited by size
                   " " delimited by size
                   ae-currency-code (ae-index) delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           add 1 to ws-line-count.

       055-write-exception-headers.
           add 1 to ws-page-count
           move spaces to wl-report-line
           string "Tax Reporting Exceptions - Tax Year "
                       delimited by size
                   ws-tax-year delimited by size
                   " - Page " delimited by size
                   ws-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line after advancing page
           move spaces to exception-line
           write exception-line
           move "Acct    Reason                         Interest Cur"
               to exception-line
           write exception-line
           move 0 to ws-line-count.

      *Prints one client's statement page - the address block, the
      *masked taxpayer id, each account's interest for the year in
      *its own currency and in base, and the total - then writes
      *the client's payee record to the extract.
       060-write-client-statement.
           add 1 to ws-statement-page-count
           move spaces to wl-report-line
           string "Interest Income Statement - Tax Year "
                       delimited by size
                   ws-tax-year delimited by size
                   " - Page " delimited by size
                   ws-statement-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to statement-line
           write statement-line after advancing page
           move spaces to wl-report-line
           string "Payer: " delimited by size
                   ws-payer-name delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to statement-line
           write statement-line
           move spaces to statement-line
           write statement-line
           perform 062-write-statement-address
           move spaces to wl-report-line
           if ce-tin-valid-flag (ce-index) = 'Y'
               move "XXXXX" to ws-masked-tin
               move ce-tax-id (ce-index) (6:4)
                   to ws-masked-tin (6:4)
               string "Taxpayer Id: " delimited by size
                       ws-masked-tin delimited by size
                       into wl-report-line
               end-string
           else
               move "Taxpayer Id: NOT ON FILE" to wl-report-line
           end-if
           move wl-report-line to statement-line
           write statement-line
           move spaces to statement-line
           write statement-line
           move spaces to wl-report-line
           string "Account  Cur        Interest"
                       delimited by size
                   "            Base " delimited by size
                   base-currency-code delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to statement-line
           write statement-line
           move 1 to ae-index
           perform 064-write-statement-account-line
               until ae-index > account-entry-count
           move spaces to statement-line
           write statement-line
           move ce-base-interest (ce-index) to edited-base-value
           move spaces to wl-report-line
           string "Total Interest Income " delimited by size
                   base-currency-code delimited by size
                   ":     " delimited by size
                   edited-base-value delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to statement-line
           write statement-line
           if ce-withholding-flag (ce-index) = 'Y'
               move spaces to statement-line
               write statement-line
               move "This interest is subject to backup withholding."
                   to statement-line
               write statement-line
           end-if
           perform 066-write-payee-record
           add 1 to ce-index.

      *The client's name and mailing address, laid out as stmt2000
      *lays out a statement's.
       062-write-statement-address.
           if ce-name-found-flag (ce-index) = 'Y'
               move ce-name-slot (ce-index) to ws-name-slot
               move ne-client-name (ws-name-slot) to statement-line
               write statement-line
               move ne-addr-line-1 (ws-name-slot) to statement-line
               write statement-line
               if ne-addr-line-2 (ws-name-slot) not = spaces
                   move ne-addr-line-2 (ws-name-slot)
                       to statement-line
                   write statement-line
               end-if
               move spaces to wl-report-line
               string ne-city (ws-name-slot) delimited by size
                       " " delimited by size
                       ne-state (ws-name-slot) delimited by size
                       " " delimited by size
                       ne-postal-code (ws-name-slot)
                           delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to statement-line
               write statement-line
           else
               move "** no address on file **" to statement-line
               write statement-line
           end-if
           move spaces to statement-line
           write statement-line.

       064-write-statement-account-line.
           if ae-client-slot (ae-index) = ce-index
               move ae-interest (ae-index) to edited-decimal-value
               move ae-base-interest (ae-index) to edited-base-value
               move spaces to wl-report-line
               string ae-account-id (ae-index) delimited by size
                       "   " delimited by size
                       ae-currency-code (ae-index) delimited by size
                       " " delimited by size
                       edited-decimal-value delimited by size
                       "    " delimited by size
                       edited-base-value delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to statement-line
               write statement-line
           end-if
           add 1 to ae-index.

      *One payee record per client, carrying the year's interest
      *in base and the backup-withholding indicator.
       066-write-payee-record.
           move spaces to tx-payee-record
           move 'B' to tb-record-type
           move ce-tax-id (ce-index) to tb-payee-tin
           if ce-name-found-flag (ce-index) = 'Y'
               move ce-name-slot (ce-index) to ws-name-slot
               move ne-client-name (ws-name-slot) to tb-payee-name
               move ne-addr-line-1 (ws-name-slot) to tb-addr-line-1
               move ne-addr-line-2 (ws-name-slot) to tb-addr-line-2
               move ne-city (ws-name-slot) to tb-city
               move ne-state (ws-name-slot) to tb-state
               move ne-postal-code (ws-name-slot) to tb-postal-code
           end-if
           move ce-base-interest (ce-index) to tb-interest-amount
           move ce-withholding-flag (ce-index) to tb-withholding-flag
           move ce-account-count (ce-index) to tb-account-count
           write tx-payee-record
           add 1 to ws-payee-count
           add ce-base-interest (ce-index) to ws-interest-total.

      *Opens the filing with its header and the bank's payer
      *record.
       070-write-extract-header.
           move spaces to tx-header-record
           move 'H' to th-record-type
           move ws-tax-year to th-tax-year
           move ws-payer-tin to th-payer-tin
           move ws-run-date to th-created-date
           move "CALC2000" to th-source-system
           write tx-header-record
           move spaces to tx-payer-record
           move 'P' to tp-record-type
           move ws-payer-tin to tp-payer-tin
           move ws-payer-name to tp-payer-name
           move ws-tax-year to tp-tax-year
           move base-currency-code to tp-base-currency
           write tx-payer-record.

      *Closes the filing with the payee count, the interest total
      *the payee records must add up to, and the exceptions count.
       080-write-extract-trailer.
           move spaces to tx-trailer-record
           move 'T' to tt-record-type
           move ws-payee-count to tt-payee-count
           move ws-interest-total to tt-interest-total
           move ws-exception-count to tt-exception-count
           write tx-trailer-record.

      *Finds the account's entry on the name table, if it has one.
       125-lookup-name-entry.
           move 'N' to ws-name-found-flag
           move 1 to name-index
           perform 127-check-name-entry
               until name-index > name-entry-count.

       127-check-name-entry.
           if ne-account-id (name-index) = ws-lookup-account
               move 'Y' to ws-name-found-flag
               move name-index to ws-name-slot
           end-if
           add 1 to name-index.

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

      *Prints the run accounting under the last exception line, so
      *the report on its own ties to the extract trailer.
       200-write-exception-summary.
           if ws-exception-count = 0
               move "No exceptions." to exception-line
               write exception-line
           end-if
           move spaces to exception-line
           write exception-line
           move "=== Tax Reporting Summary ===" to exception-line
           write exception-line
           move ws-runs-scanned to edited-tax-count
           move spaces to wl-report-line
           string "Accrual Runs Read   = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move ws-ledgers-missing to edited-tax-count
           move spaces to wl-report-line
           string "Ledgers Missing     = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move ws-ledger-rows to edited-tax-count
           move spaces to wl-report-line
           string "Postings In Year    = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move account-entry-count to edited-tax-count
           move spaces to wl-report-line
           string "Accounts Reported   = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move ws-payee-count to edited-tax-count
           move spaces to wl-report-line
           string "Payee Records       = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move ws-exception-count to edited-tax-count
           move spaces to wl-report-line
           string "Exceptions          = " delimited by size
                   edited-tax-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move ws-interest-total to edited-total-value
           move spaces to wl-report-line
           string "Interest Filed " delimited by size
                   base-currency-code delimited by size
                   "  = " delimited by size
                   edited-total-value delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to exception-line
           write exception-line
           move spaces to exception-line
           write exception-line
           if ws-filing-ok-flag = 'Y'
               move "Verdict: filing complete." to exception-line
           else
               move "Verdict: INCOMPLETE - do not file until resolved."
                   to exception-line
           end-if
           write exception-line.

       900-close-files.
           close statement-file
           close extract-file
           close exception-file.

      *A file the run cannot proceed without failed, or the book
      *outgrew the account table; display why and end the run with
      *a failing return code.
       999-abort-run.
           display "TAXS2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
