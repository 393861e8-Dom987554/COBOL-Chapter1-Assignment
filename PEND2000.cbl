       identification division.

       program-id. pend2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program reads the CALC2000.PEND file of
      *  closes, changes and withdrawals calc2000 has held for dual
      *  control, ages every item from the date it was held
      *  against today, and prints the pending-approval report:
      *  each item with its action, the amount that put it over its
      *  currency's threshold, who keyed it and how long it has
      *  waited, then an escalation section for anything left
      *  unapproved longer than the operator's threshold. The
      *  pending file itself is calc2000's and is never changed
      *  here.

       environment division.

       input-output section.

       file-control.

           select pending-file
               assign to "CALC2000.PEND"
               organization is line sequential
               file status is ws-pending-status.

           select control-file
               assign to "PEND2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select report-file
               assign to "PEND2000.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

      *Held closes, changes and withdrawals in the calc2000
      *pending layout: the transaction as keyed, the date and id
      *of the run that held it, and the amount and currency
      *measured against the threshold - for a withdrawal, its
      *amount and penalty together.
       fd  pending-file.
       01  pending-record.
           05  pd-trans-data               pic x(67).
           05  pd-trans-split redefines pd-trans-data.
               10  pd-account-id           pic x(6).
               10  pd-principal            pic 9(7)v99.
               10  filler                  pic x(8).
               10  pd-trans-code           pic x.
               10  filler                  pic x(35).
               10  pd-keyed-by             pic x(8).
           05  pd-held-date                pic 9(8).
           05  pd-held-run-id              pic x(18).
           05  pd-amount                   pic 9(9)v99.
           05  pd-currency-code            pic x(3).

      *Control card: the escalation threshold in days - items
      *waiting longer than this print in the escalation section.
       fd  control-file.
       01  control-record.
           05  ctl-escalation-days         pic 9(3).

      *Printable pending-approval report for the approvers.
       fd  report-file.
       01  report-line                     pic x(80).

       working-storage section.

      *The operator's escalation threshold and the run's date
      *anchors for the aging arithmetic.
       01  aging-control.
           05  ws-escalation-days          pic 9(3) value 5.
           05  ws-today-date               pic 9(8).
           05  ws-today-day-number         pic 9(7).
           05  ws-held-day-number          pic 9(7).
           05  ws-item-age-days            pic s9(5).
           05  ws-escalate-flag            pic x value 'N'.

      *Day-number arithmetic: dn-date in, dn-day-number out, the
      *same serial day count susp2000 ages its queue with, so two
      *dates subtract to a day difference with ordinary verbs.
       01  day-number-fields.
           05  dn-date                     pic 9(8).
           05  dn-date-split redefines dn-date.
               10  dn-yyyy                 pic 9(4).
               10  dn-mm                   pic 99.
               10  dn-dd                   pic 99.
           05  dn-work-year                pic 9(4).
           05  dn-work-month               pic 99.
           05  dn-day-number               pic 9(7).
           05  dn-month-days               pic 9(3).
           05  dn-quarter-days             pic 9(4).
           05  dn-century-days             pic 9(3).
           05  dn-cycle-days               pic 9(3).

      *Escalation detail held until every item has printed, so the
      *report reads the whole queue first, the stale items second.
      *The section holds up to 500 items; past that the count
      *still accumulates and the report notes the listing is
      *incomplete.
       01  escalation-control.
           05  ws-escalation-count         pic 9(5) value 0.
           05  es-index                    pic 9(5).
           05  es-line occurs 500 times    pic x(80).

      *Run accounting for the console and the report summary.
       01  pending-totals.
           05  ws-items-read               pic 9(7) value 0.
           05  ws-items-undated            pic 9(7) value 0.
           05  ws-items-unkeyed            pic 9(7) value 0.
           05  edited-pending-count        pic z,zzz,zz9.
           05  edited-age-days             pic zzzz9.
           05  edited-held-amount          pic zzz,zzz,zz9.99.

      *Drives report headings.
       01  report-control.
           05  wl-report-line              pic x(80).
           05  ws-keyed-by-label           pic x(8).
           05  ws-age-label                pic x(5).
           05  ws-abort-message            pic x(60).

       01  file-status-fields.
           05  ws-pending-status           pic xx value '00'.
           05  ws-control-status           pic xx value '00'.
           05  ws-report-status            pic xx value '00'.

       01  eof-switches.
           05  ws-pending-eof              pic x value 'N'.
           05  ws-pending-open-flag        pic x value 'N'.

       procedure division.

      *Reads the threshold, prints and ages every item waiting for
      *approval, then the escalation section and the summary.
       000-age-pending-file.
           display "  Aging Pending Approvals  "
           perform 005-open-files
           perform 010-read-control-record
           accept ws-today-date from date yyyymmdd
           move ws-today-date to dn-date
           perform 800-compute-day-number
           move dn-day-number to ws-today-day-number
           perform 150-write-report-headers
           perform 040-read-pending-record
           perform 050-age-pending-item
               until ws-pending-eof = 'Y'
           if ws-items-read = 0
               move "  (no items waiting for approval)"
                   to report-line
               write report-line
           end-if
           perform 170-write-escalation-section
           perform 200-write-pending-summary
           display "Items pending:   " ws-items-read
           display "Items escalated: " ws-escalation-count
           perform 900-close-files
           display "End of session."
           stop run.

      *An absent pending file means nothing is waiting: the report
      *still prints, saying so.
       005-open-files.
           open input pending-file
           if ws-pending-status not = '00'
               display "No pending file - nothing awaits approval."
               move 'Y' to ws-pending-eof
           else
               move 'Y' to ws-pending-open-flag
           end-if

           open input control-file
           if ws-control-status not = '00'
               display "No control card - 5-day escalation "
                       "assumed."
               move 'S' to ws-control-status
           end-if

           open output report-file
           if ws-report-status not = '00'
               string "unable to open PEND2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       010-read-control-record.
           if ws-control-status = '00'
               read control-file
                   at end
                       display "Empty control card - 5-day "
                               "escalation assumed."
                   not at end
                       if ctl-escalation-days is numeric
                               and ctl-escalation-days > 0
                           move ctl-escalation-days
                               to ws-escalation-days
                       else
                           display "Bad threshold on control card "
                                   "- 5-day escalation assumed."
                       end-if
               end-read
               close control-file
           end-if.

       040-read-pending-record.
           if ws-pending-eof = 'N'
               read pending-file
                   at end move 'Y' to ws-pending-eof
               end-read
           end-if.

      *Ages one item from the date it was held, prints it, and
      *banks it for escalation when it has waited longer than the
      *threshold. An item with no readable held date cannot be
      *aged; it escalates rather than hides.
       050-age-pending-item.
           add 1 to ws-items-read
           move 'N' to ws-escalate-flag
           if pd-held-date is numeric and pd-held-date > 0
               move pd-held-date to dn-date
               perform 800-compute-day-number
               move dn-day-number to ws-held-day-number
               compute ws-item-age-days =
                   ws-today-day-number - ws-held-day-number
               if ws-item-age-days < 0
                   move 0 to ws-item-age-days
               end-if
               move ws-item-age-days to edited-age-days
               move edited-age-days to ws-age-label
               if ws-item-age-days > ws-escalation-days
                   move 'Y' to ws-escalate-flag
               end-if
           else
               add 1 to ws-items-undated
               move "  ?  " to ws-age-label
               move 'Y' to ws-escalate-flag
           end-if
           if pd-keyed-by = spaces
               add 1 to ws-items-unkeyed
               move "unknown" to ws-keyed-by-label
           else
               move pd-keyed-by to ws-keyed-by-label
           end-if
           perform 060-format-pending-line
           move wl-report-line to report-line
           write report-line
           if ws-escalate-flag = 'Y'
               perform 070-bank-escalation-item
           end-if
           perform 040-read-pending-record.

      *One item in words and figures: account, action, amount and
      *currency, who keyed it, when it was held, how many days it
      *has waited, and whether it is over the threshold.
       060-format-pending-line.
           move pd-amount to edited-held-amount
           move spaces to wl-report-line
           string pd-account-id delimited by size
                   "  " delimited by size
                   pd-trans-code delimited by size
                   "  " delimited by size
                   edited-held-amount delimited by size
                   " " delimited by size
                   pd-currency-code delimited by size
                   "  " delimited by size
                   ws-keyed-by-label delimited by size
                   "  " delimited by size
                   pd-held-date delimited by size
                   "  " delimited by size
                   ws-age-label delimited by size
                   into wl-report-line
           end-string
           if ws-escalate-flag = 'Y'
               move "ESCALATE" to wl-report-line (61:8)
           end-if.

      *Banks one over-threshold item for the escalation section,
      *with the run that held it so the approver can find the
      *original on that run's report.
       070-bank-escalation-item.
           add 1 to ws-escalation-count
           if ws-escalation-count <= 500
               move spaces to wl-report-line
               string pd-account-id delimited by size
                       "  " delimited by size
                       pd-trans-code delimited by size
                       "  keyed by " delimited by size
                       ws-keyed-by-label delimited by size
                       "  held by run " delimited by size
                       pd-held-run-id delimited by size
                       "  age " delimited by size
                       ws-age-label delimited by size
                       into wl-report-line
               end-string
               move wl-report-line
                   to es-line (ws-escalation-count)
           end-if.

       150-write-report-headers.
           move spaces to wl-report-line
           string "Pending Approval Report - " delimited by size
                   ws-today-date delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to wl-report-line
           string "Acct    Act        Amount Cur  Keyed By  "
                       delimited by size
                   "Held On    Days" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move spaces to wl-report-line
           string "- - - - - - - - - - - - - - - - - - - - "
                       delimited by size
                   "- - - - - - - - - - - - - -" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line.

      *Prints every item waiting longer than the threshold, for
      *the approvers' managers to chase.
       170-write-escalation-section.
           move spaces to report-line
           write report-line
           move spaces to wl-report-line
           string "=== Escalation - items waiting over "
                       delimited by size
                   ws-escalation-days delimited by size
                   " days ===" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           if ws-escalation-count = 0
               move "  (none)" to report-line
               write report-line
           end-if
           move 1 to es-index
           perform 172-write-escalation-line
               until es-index > ws-escalation-count
                   or es-index > 500
           if ws-escalation-count > 500
               move "  (listing incomplete - over 500 entries)"
                   to report-line
               write report-line
           end-if.

       172-write-escalation-line.
           move es-line (es-index) to report-line
           write report-line
           add 1 to es-index.

      *Prints the summary block, so the report on its own says
      *how much is waiting and how much of it is stale.
       200-write-pending-summary.
           move spaces to report-line
           write report-line
           move "=== Pending Summary ===" to report-line
           write report-line
           move ws-items-read to edited-pending-count
           move spaces to wl-report-line
           string "Items Pending       = " delimited by size
                   edited-pending-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-escalation-count to edited-pending-count
           move spaces to wl-report-line
           string "Items Escalated     = " delimited by size
                   edited-pending-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-items-undated to edited-pending-count
           move spaces to wl-report-line
           string "Items Without Date  = " delimited by size
                   edited-pending-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-items-unkeyed to edited-pending-count
           move spaces to wl-report-line
           string "Items Without User  = " delimited by size
                   edited-pending-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line.

      *Turns a yyyymmdd date into a plain serial day number, as
      *susp2000's 800-compute-day-number does.
       800-compute-day-number.
           if dn-mm <= 2
               compute dn-work-year = dn-yyyy - 1
               compute dn-work-month = dn-mm + 12
           else
               move dn-yyyy to dn-work-year
               move dn-mm to dn-work-month
           end-if
           compute dn-month-days =
               (153 * (dn-work-month + 1)) / 5
           divide dn-work-year by 4 giving dn-quarter-days
           divide dn-work-year by 100 giving dn-century-days
           divide dn-work-year by 400 giving dn-cycle-days
           compute dn-day-number =
               (365 * dn-work-year)
               + dn-quarter-days
               - dn-century-days
               + dn-cycle-days
               + dn-month-days
               + dn-dd.

       900-close-files.
           if ws-pending-open-flag = 'Y'
               close pending-file
           end-if
           close report-file.

      *A file the run cannot proceed without failed to open;
      *display why and end the run instead of processing with a
      *file that was never successfully opened.
       999-abort-run.
           display "PEND2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
