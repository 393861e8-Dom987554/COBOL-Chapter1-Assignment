       identification division.

       program-id. rtch2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program prints the client rate-change
      *  notices regulation requires before a new rate takes
      *  effect. It reads the effective-dated rate history on
      *  CALC2000.RATE and works out, for every product and
      *  principal tier, the rate going out and the rate coming in
      *  on the change date. It then walks the CALC2000.MSTR
      *  account master and, for every account whose tier rate
      *  changes, prints a notice addressed from the STMT2000.NAME
      *  file with the old rate, the new rate, and the projected
      *  future value reworked at the new rate, the same projection
      *  arithmetic calc2000 uses. A report lists the tier changes
      *  and every account notified, so the notice list no longer
      *  has to be built by hand from a master dump.

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
               assign to "RTCH2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select rate-file
               assign to "CALC2000.RATE"
               organization is line sequential
               file status is ws-rate-status.

           select name-file
               assign to "STMT2000.NAME"
               organization is line sequential
               file status is ws-name-status.

           select notice-file
               assign to "RTCH2000.NTC"
               organization is line sequential
               file status is ws-notice-status.

           select report-file
               assign to "RTCH2000.RPT"
               organization is line sequential
               file status is ws-report-status.

           select fee-file
               assign to "CALC2000.FEES"
               organization is line sequential
               file status is ws-fee-status.

       data division.

       file section.

      *One row per client account, as maintained by calc2000.
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

      *Control card: the date the rate change takes effect. No
      *card means the next change on the rate file dated after
      *today.
       fd  control-file.
       01  control-record.
           05  ctl-change-date             pic 9(8).

      *The bank's rate history, as calc2000 loads it: one row per
      *product code, principal tier and effective date.
       fd  rate-file.
       01  rate-record.
           05  rt-product-code             pic x(3).
           05  rt-tier-floor               pic 9(7)v99.
           05  rt-rate                     pic 99v999.
           05  rt-effective-date           pic 9(8).

      *Client names and mailing addresses, as stmt2000 reads them.
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

      *The fee schedule, as calc2000 projects against it: any
      *number of rows per product code, each one fee the product
      *carries.
       fd  fee-file.
       01  fee-record.
           05  fs-product-code             pic x(3).
           05  fs-fee-type                 pic x.
           05  fs-fee-amount               pic 9(5)v99.
           05  fs-fee-percent              pic 99v999.
           05  fs-waiver-balance           pic 9(9)v99.

      *Printable client notices, one page per account.
       fd  notice-file.
       01  notice-line                     pic x(80).

      *Printable notice report for the branches and compliance.
       fd  report-file.
       01  report-line                     pic x(80).

       working-storage section.

      *The change being notified: the date it takes effect, split
      *for printing, and the run date it is measured against.
       01  change-control.
           05  ws-run-date                 pic 9(8).
           05  ws-change-date              pic 9(8) value 0.
           05  ws-change-split redefines ws-change-date.
               10  ws-change-yyyy          pic 9(4).
               10  ws-change-mm            pic 99.
               10  ws-change-dd            pic 99.
           05  ws-change-found-flag        pic x value 'N'.
           05  ws-late-notice-flag         pic x value 'N'.

      *The whole rate history, loaded once so the rates on either
      *side of the change date can be resolved from it.
       01  rate-history-control.
           05  history-entry-count         pic 9(3) value 0.
           05  history-index               pic 9(3).
           05  ws-rate-eof                 pic x value 'N'.
           05  history-entry occurs 200 times.
               10  rhe-product-code        pic x(3).
               10  rhe-tier-floor          pic 9(7)v99.
               10  rhe-rate                pic 99v999.
               10  rhe-effective-date      pic 9(8).

      *One entry per product tier: the rate in force the day
      *before the change date and the rate in force on it, each
      *resolved the way calc2000's rate table load resolves it -
      *the latest row effective by that day wins. A tier with no
      *outgoing row is new with the change.
       01  tier-table-control.
           05  tier-entry-count            pic 99 value 0.
           05  tier-index                  pic 99.
           05  ws-tier-slot                pic 99.
           05  ws-tier-overflow-flag       pic x value 'N'.
           05  ws-tiers-changed            pic 9(3) value 0.
           05  tier-entry occurs 50 times.
               10  tce-product-code        pic x(3).
               10  tce-tier-floor          pic 9(7)v99.
               10  tce-old-found-flag      pic x.
               10  tce-old-date            pic 9(8).
               10  tce-old-rate            pic 99v999.
               10  tce-new-found-flag      pic x.
               10  tce-new-date            pic 9(8).
               10  tce-new-rate            pic 99v999.

      *One account's rates either side of the change: the tier
      *each falls in is the highest floor the principal reaches,
      *exactly as calc2000 prices it. An account in no outgoing
      *tier is held to the rate on its master row.
       01  account-rate-fields.
           05  ws-old-found-flag           pic x.
           05  ws-new-found-flag           pic x.
           05  ws-old-best-floor           pic 9(7)v99.
           05  ws-new-best-floor           pic 9(7)v99.
           05  ws-old-rate                 pic 99v999.
           05  ws-new-rate                 pic 99v999.
           05  ws-notice-currency          pic x(3).
           05  base-currency-code          pic x(3) value 'USD'.

      *The projection reworked at the new rate, matching the
      *projection arithmetic in calc2000 period for period.
       01  work-fields.
           05  future-value                pic 9(9)v99.
           05  period-counter              pic 9(4).
           05  periods-per-year            pic 99.
           05  total-periods               pic 9(4).
           05  period-rate                 pic 9(2)v9(5).
           05  display-interest-rate       pic zz.999.
           05  display-new-rate            pic zz.999.
           05  edited-decimal-value        pic zzz,zzz,zz9.99.
           05  edited-revised-value        pic zzz,zzz,zz9.99.
           05  edited-tier-floor           pic z,zzz,zz9.99.
           05  edited-notice-count         pic z,zzz,zz9.
           05  ws-abort-message            pic x(60).

      *The fee schedule, loaded once so the revised projection
      *comes out net of fees as calc2000's does.
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

      *Client names and addresses, loaded once at the start of the
      *run and looked up per notice, the way stmt2000 loads them.
      *A notice with no entry still prints, flagged on the page and
      *on the report, so the branch can address it by hand before
      *the change date.
       01  name-table-control.
           05  name-entry-count            pic 9(4) value 0.
           05  name-index                  pic 9(4).
           05  ws-name-eof                 pic x value 'N'.
           05  ws-name-found-flag          pic x value 'N'.
           05  ws-name-slot                pic 9(4).
           05  ws-unaddressed-count        pic 9(7) value 0.
           05  name-entry occurs 1000 times.
               10  ne-account-id           pic x(6).
               10  ne-client-name          pic x(30).
               10  ne-addr-line-1          pic x(30).
               10  ne-addr-line-2          pic x(30).
               10  ne-city                 pic x(20).
               10  ne-state                pic x(2).
               10  ne-postal-code          pic x(10).

      *Run accounting for the console and the report summary.
       01  notice-totals.
           05  ws-accounts-read            pic 9(7) value 0.
           05  ws-notices-printed          pic 9(7) value 0.

      *Drives notice pages, report headings and page breaks.
       01  report-control.
           05  ws-line-count               pic 99 value 0.
           05  ws-lines-per-page           pic 99 value 20.
           05  ws-page-count               pic 999 value 0.
           05  ws-notice-page-count        pic 9(5) value 0.
           05  wl-report-line              pic x(80).

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-control-status           pic xx value '00'.
           05  ws-rate-status              pic xx value '00'.
           05  ws-name-status              pic xx value '00'.
           05  ws-notice-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.
           05  ws-fee-status               pic xx value '00'.

       01  eof-switches.
           05  ws-master-eof               pic x value 'N'.

       procedure division.

      *Settles the change date, resolves the outgoing and incoming
      *rate for every product tier, lists the tiers that change,
      *then walks the book printing a notice for every account a
      *changed tier reaches.
       000-print-rate-notices.
           display "  Printing Rate Change Notices  "
           accept ws-run-date from date yyyymmdd
           perform 005-open-files
           perform 015-load-rate-history
           perform 010-read-control-record
           if ws-change-found-flag = 'Y'
               perform 030-resolve-tier-rates
               perform 040-write-tier-changes
               if ws-tiers-changed > 0
                   perform 020-load-name-table
                   perform 023-load-fee-schedule
                   perform 050-position-master-at-start
                   if ws-master-eof = 'N'
                       perform 055-read-next-master
                   end-if
                   perform 060-check-one-account
                       until ws-master-eof = 'Y'
               end-if
           end-if
           perform 200-write-notice-summary
           display "Accounts read:    " ws-accounts-read
           display "Notices printed:  " ws-notices-printed
           if ws-unaddressed-count > 0
               display "Notices without address: "
                       ws-unaddressed-count
           end-if
           perform 900-close-files
           display "End of session."
           stop run.

      *The master, the rate file and both outputs are the whole
      *point of the run; a missing control card just means notify
      *the next change on file.
       005-open-files.
           open input master-file
           if ws-master-status not = '00'
               string "unable to open CALC2000.MSTR, status "
                       ws-master-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open input rate-file
           if ws-rate-status not = '00'
               string "unable to open CALC2000.RATE, status "
                       ws-rate-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open input control-file
           if ws-control-status not = '00'
               display "No control card - notifying the next "
                       "change on file."
               move 'S' to ws-control-status
           end-if

           open output notice-file
           if ws-notice-status not = '00'
               string "unable to open RTCH2000.NTC, status "
                       ws-notice-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output report-file
           if ws-report-status not = '00'
               string "unable to open RTCH2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

      *Takes the change date from the control card, or failing
      *that the earliest effective date on the rate file still
      *ahead of today. A change dated today or earlier is still
      *notified, but flagged late on the console and the report.
       010-read-control-record.
           if ws-control-status = '00'
               read control-file
                   at end
                       display "Empty control card - notifying the "
                               "next change on file."
                   not at end
                       if ctl-change-date is numeric
                               and ctl-change-date > 0
                           move ctl-change-date to ws-change-date
                           move 'Y' to ws-change-found-flag
                       else
                           display "Bad change date on control card "
                                   "- notifying the next change on "
                                   "file."
                       end-if
               end-read
               close control-file
           end-if
           if ws-change-found-flag = 'N'
               move 1 to history-index
               perform 025-check-next-change-date
                   until history-index > history-entry-count
           end-if
           if ws-change-found-flag = 'Y'
               display "Change effective: " ws-change-date
               if ws-change-date not > ws-run-date
                   move 'Y' to ws-late-notice-flag
                   display "Change date is not after today - "
                           "notices are late."
               end-if
           else
               display "No future rate change on file - no "
                       "notices."
           end-if.

      *Loads the whole rate history as it stands on the file.
      *An effective date that is blank or not numeric counts as
      *zero - in force since before the history was kept - the
      *way calc2000 reads it.
       015-load-rate-history.
           perform 017-load-history-entry
               until ws-rate-eof = 'Y'
                   or history-entry-count >= 200
           if ws-rate-eof not = 'Y'
               display "Rate file longer than 200 entries - "
                       "remainder ignored."
           end-if
           close rate-file.

       017-load-history-entry.
           read rate-file
               at end
                   move 'Y' to ws-rate-eof
               not at end
                   add 1 to history-entry-count
                   move rt-product-code
                       to rhe-product-code (history-entry-count)
                   move rt-tier-floor
                       to rhe-tier-floor (history-entry-count)
                   move rt-rate to rhe-rate (history-entry-count)
                   if rt-effective-date is numeric
                       move rt-effective-date
                           to rhe-effective-date (history-entry-count)
                   else
                       move 0
                           to rhe-effective-date (history-entry-count)
                   end-if
           end-read.

      *Loads the client name-and-address file, one entry per
      *client, for the per-notice lookup.
       020-load-name-table.
           open input name-file
           if ws-name-status not = '00'
               display "No name file - notices print without "
                       "addresses."
           else
               perform 022-load-name-entry
                   until ws-name-eof = 'Y'
                       or name-entry-count >= 1000
               if ws-name-eof not = 'Y'
                   display "Name file longer than 1000 entries - "
                           "remainder ignored."
               end-if
               close name-file
           end-if.

       022-load-name-entry.
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
           end-read.

      *Loads the fee schedule calc2000 also reads. A missing file
      *is announced and leaves the revised projection gross of
      *fees.
       023-load-fee-schedule.
           open input fee-file
           if ws-fee-status not = '00'
               display "No fee schedule - projections not net of "
                       "fees."
           else
               perform 024-load-fee-entry
                   until ws-fee-eof = 'Y'
                       or fee-entry-count >= 50
               if ws-fee-eof not = 'Y'
                   display "Fee schedule longer than 50 "
                           "entries - remainder ignored."
               end-if
               close fee-file
           end-if.

       024-load-fee-entry.
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

      *Keeps the earliest effective date after today seen so far.
       025-check-next-change-date.
           if rhe-effective-date (history-index) > ws-run-date
               if ws-change-found-flag = 'N'
                       or rhe-effective-date (history-index)
                           < ws-change-date
                   move rhe-effective-date (history-index)
                       to ws-change-date
                   move 'Y' to ws-change-found-flag
               end-if
           end-if
           add 1 to history-index.

      *Resolves every product tier's outgoing and incoming rate
      *from the history in one pass.
       030-resolve-tier-rates.
           move 1 to history-index
           perform 032-apply-history-row
               until history-index > history-entry-count
           if ws-tier-overflow-flag = 'Y'
               display "More than 50 product tiers - remainder "
                       "ignored."
           end-if.

      *A row effective before the change date competes for the
      *outgoing rate; a row effective on or before it competes for
      *the incoming one. Either way the latest row wins. Rows
      *dated after the change date play no part.
       032-apply-history-row.
           if rhe-effective-date (history-index) not > ws-change-date
               move 0 to ws-tier-slot
               move 1 to tier-index
               perform 034-find-tier-slot
                   until tier-index > tier-entry-count
               if ws-tier-slot = 0
                   if tier-entry-count < 50
                       add 1 to tier-entry-count
                       move tier-entry-count to ws-tier-slot
                       move rhe-product-code (history-index)
                           to tce-product-code (ws-tier-slot)
                       move rhe-tier-floor (history-index)
                           to tce-tier-floor (ws-tier-slot)
                       move 'N' to tce-old-found-flag (ws-tier-slot)
                       move 'N' to tce-new-found-flag (ws-tier-slot)
                   else
                       move 'Y' to ws-tier-overflow-flag
                   end-if
               end-if
               if ws-tier-slot > 0
                   perform 036-file-tier-rates
               end-if
           end-if
           add 1 to history-index.

       034-find-tier-slot.
           if tce-product-code (tier-index)
                   = rhe-product-code (history-index)
               and tce-tier-floor (tier-index)
                   = rhe-tier-floor (history-index)
               move tier-index to ws-tier-slot
           end-if
           add 1 to tier-index.

       036-file-tier-rates.
           if rhe-effective-date (history-index) < ws-change-date
               if tce-old-found-flag (ws-tier-slot) = 'N'
                       or rhe-effective-date (history-index)
                           not < tce-old-date (ws-tier-slot)
                   move 'Y' to tce-old-found-flag (ws-tier-slot)
                   move rhe-effective-date (history-index)
                       to tce-old-date (ws-tier-slot)
                   move rhe-rate (history-index)
                       to tce-old-rate (ws-tier-slot)
               end-if
           end-if
           if tce-new-found-flag (ws-tier-slot) = 'N'
                   or rhe-effective-date (history-index)
                       not < tce-new-date (ws-tier-slot)
               move 'Y' to tce-new-found-flag (ws-tier-slot)
               move rhe-effective-date (history-index)
                   to tce-new-date (ws-tier-slot)
               move rhe-rate (history-index)
                   to tce-new-rate (ws-tier-slot)
           end-if.

      *Lists every product tier whose rate changes on the change
      *date, or which the change brings in new, ahead of the
      *accounts it reaches.
       040-write-tier-changes.
           perform 150-write-report-headers
           move "=== Tier Rate Changes ===" to report-line
           write report-line
           move "Prd       Tier Floor  Old Rate  New Rate"
               to report-line
           write report-line
           add 2 to ws-line-count
           move 1 to tier-index
           perform 042-write-tier-change-line
               until tier-index > tier-entry-count
           if ws-tiers-changed = 0
               move "No tier rate changes on this date."
                   to report-line
               write report-line
               add 1 to ws-line-count
           end-if
           move spaces to report-line
           write report-line
           move "=== Accounts Notified ===" to report-line
           write report-line
           add 2 to ws-line-count
           perform 095-write-account-heading.

       042-write-tier-change-line.
           if tce-new-found-flag (tier-index) = 'Y'
               and (tce-old-found-flag (tier-index) = 'N'
                   or tce-old-rate (tier-index)
                       not = tce-new-rate (tier-index))
               add 1 to ws-tiers-changed
               move tce-tier-floor (tier-index) to edited-tier-floor
               move tce-new-rate (tier-index) to display-new-rate
               move spaces to wl-report-line
               if tce-old-found-flag (tier-index) = 'Y'
                   move tce-old-rate (tier-index)
                       to display-interest-rate
                   string tce-product-code (tier-index)
                               delimited by size
                           "  " delimited by size
                           edited-tier-floor delimited by size
                           "    " delimited by size
                           display-interest-rate delimited by size
                           "    " delimited by size
                           display-new-rate delimited by size
                           into wl-report-line
                   end-string
               else
                   string tce-product-code (tier-index)
                               delimited by size
                           "  " delimited by size
                           edited-tier-floor delimited by size
                           "       new" delimited by size
                           "    " delimited by size
                           display-new-rate delimited by size
                           into wl-report-line
                   end-string
               end-if
               move wl-report-line to report-line
               write report-line
               add 1 to ws-line-count
           end-if
           add 1 to tier-index.

      *Positions the master at its first row for the book walk.
       050-position-master-at-start.
           move low-values to mr-account-id
           start master-file key >= mr-account-id
               invalid key
                   move 'Y' to ws-master-eof
           end-start.

       055-read-next-master.
           read master-file next record
               at end move 'Y' to ws-master-eof
           end-read.

      *An account is affected when its principal falls in a tier
      *on the incoming table and the incoming rate differs from
      *the rate it earns today. Each one gets its notice and its
      *line on the report.
       060-check-one-account.
           add 1 to ws-accounts-read
           perform 062-lookup-account-rates
           if ws-new-found-flag = 'Y'
                   and ws-new-rate not = ws-old-rate
               perform 070-reproject-account
               perform 125-lookup-name-entry
               perform 080-write-rate-notice
               perform 090-write-account-detail
           end-if
           perform 055-read-next-master.

      *Finds the account's tier on both sides of the change, the
      *highest floor its principal reaches for its product, as
      *calc2000's 062-lookup-product-rate finds it.
       062-lookup-account-rates.
           move 'N' to ws-old-found-flag
           move 'N' to ws-new-found-flag
           move 0 to ws-old-best-floor
           move 0 to ws-new-best-floor
           move mr-yearly-interest-rate to ws-old-rate
           move 0 to ws-new-rate
           move 1 to tier-index
           perform 064-check-tier-entry
               until tier-index > tier-entry-count.

       064-check-tier-entry.
           if tce-product-code (tier-index) = mr-product-code
                   and tce-tier-floor (tier-index)
                       <= mr-investment-amount
               if tce-old-found-flag (tier-index) = 'Y'
                   if ws-old-found-flag = 'N'
                           or tce-tier-floor (tier-index)
                               >= ws-old-best-floor
                       move 'Y' to ws-old-found-flag
                       move tce-tier-floor (tier-index)
                           to ws-old-best-floor
                       move tce-old-rate (tier-index) to ws-old-rate
                   end-if
               end-if
               if tce-new-found-flag (tier-index) = 'Y'
                   if ws-new-found-flag = 'N'
                           or tce-tier-floor (tier-index)
                               >= ws-new-best-floor
                       move 'Y' to ws-new-found-flag
                       move tce-tier-floor (tier-index)
                           to ws-new-best-floor
                       move tce-new-rate (tier-index) to ws-new-rate
                   end-if
               end-if
           end-if
           add 1 to tier-index.

      *Reworks the account's projection at the new rate over its
      *own principal, term, frequency and contribution, exactly as
      *calc2000's 110-run-projection does. An unrecognized
      *frequency compounds annually, as it projects.
       070-reproject-account.
           move mr-investment-amount to future-value
           move 1 to period-counter
           evaluate mr-compound-freq
               when 'M'
                   move 12 to periods-per-year
               when 'Q'
                   move 4 to periods-per-year
               when other
                   move 1 to periods-per-year
           end-evaluate
           compute total-periods =
               mr-number-of-years * periods-per-year
           compute period-rate rounded =
               ws-new-rate / periods-per-year
           compute ws-fee-months = 12 / periods-per-year
           perform 072-calculate-next-fv
               until period-counter > total-periods.

      *Deposits the period's recurring contribution, compounds
      *one period at the period rate and takes out the period's
      *fees, exactly as calc2000's 120-calculate-next-fv does.
       072-calculate-next-fv.
           add mr-contribution to future-value
           compute future-value rounded =
               future-value +
                   (future-value * period-rate / 100)
           if fee-entry-count > 0
               perform 074-deduct-period-fees
           end-if
           add 1 to period-counter.

      *Prices every fee on the product's schedule against the
      *value the period closes on, as calc2000's
      *122-deduct-period-fees does, never below zero.
       074-deduct-period-fees.
           move 0 to ws-period-fees
           move 1 to fee-index
           perform 076-price-fee-entry
               until fee-index > fee-entry-count
           if ws-period-fees > future-value
               move 0 to future-value
           else
               subtract ws-period-fees from future-value
           end-if.

       076-price-fee-entry.
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

      *Prints one client's notice page: the address block, the
      *account, the date the change takes effect, the rate going
      *out and coming in, and the projected value before and after.
       080-write-rate-notice.
           add 1 to ws-notice-page-count
           add 1 to ws-notices-printed
           move spaces to wl-report-line
           string "Notice of Interest Rate Change - Page "
                       delimited by size
                   ws-notice-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line after advancing page
           move spaces to notice-line
           write notice-line
           perform 085-write-address-block
           if mr-currency-code = spaces
               move base-currency-code to ws-notice-currency
           else
               move mr-currency-code to ws-notice-currency
           end-if
           move spaces to wl-report-line
           string "Account: " delimited by size
                   mr-account-id delimited by size
                   "   Product: " delimited by size
                   mr-product-code delimited by size
                   "   Currency: " delimited by size
                   ws-notice-currency delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line
           move spaces to notice-line
           write notice-line
           move spaces to wl-report-line
           string "The interest rate on this account changes "
                       delimited by size
                   "effective " delimited by size
                   ws-change-yyyy delimited by size
                   "/" delimited by size
                   ws-change-mm delimited by size
                   "/" delimited by size
                   ws-change-dd delimited by size
                   "." delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line
           move spaces to notice-line
           write notice-line
           move ws-old-rate to display-interest-rate
           move spaces to wl-report-line
           string "Current Rate:            " delimited by size
                   display-interest-rate delimited by size
                   " %" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line
           move ws-new-rate to display-new-rate
           move spaces to wl-report-line
           string "New Rate:                " delimited by size
                   display-new-rate delimited by size
                   " %" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line
           move spaces to notice-line
           write notice-line
           move mr-future-value to edited-decimal-value
           move spaces to wl-report-line
           string "Current Projected Value: " delimited by size
                   edited-decimal-value delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line
           move future-value to edited-revised-value
           move spaces to wl-report-line
           string "Revised Projected Value: " delimited by size
                   edited-revised-value delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to notice-line
           write notice-line.

      *Prints the client's name and mailing address at the top of
      *the notice, laid out as stmt2000 lays out a statement's. An
      *account with no entry on the name file is flagged on the
      *page itself and counted for the console.
       085-write-address-block.
           if ws-name-found-flag = 'Y'
               move ne-client-name (ws-name-slot) to notice-line
               write notice-line
               move ne-addr-line-1 (ws-name-slot) to notice-line
               write notice-line
               if ne-addr-line-2 (ws-name-slot) not = spaces
                   move ne-addr-line-2 (ws-name-slot)
                       to notice-line
                   write notice-line
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
               move wl-report-line to notice-line
               write notice-line
           else
               add 1 to ws-unaddressed-count
               move "** no address on file **" to notice-line
               write notice-line
           end-if
           move spaces to notice-line
           write notice-line.

      *Writes one notified account's report line; an asterisk
      *after the revised value marks a notice with no address.
       090-write-account-detail.
           if ws-line-count >= ws-lines-per-page
               perform 150-write-report-headers
               perform 095-write-account-heading
           end-if
           move ws-old-rate to display-interest-rate
           move ws-new-rate to display-new-rate
           move mr-future-value to edited-decimal-value
           move future-value to edited-revised-value
           move spaces to wl-report-line
           string mr-account-id delimited by size
                   " " delimited by size
                   mr-product-code delimited by size
                   " " delimited by size
                   ws-notice-currency delimited by size
                   "  " delimited by size
                   display-interest-rate delimited by size
                   "  " delimited by size
                   display-new-rate delimited by size
                   " " delimited by size
                   edited-decimal-value delimited by size
                   " " delimited by size
                   edited-revised-value delimited by size
                   into wl-report-line
           end-string
           if ws-name-found-flag = 'N'
               move "*" to wl-report-line (61:1)
           end-if
           move wl-report-line to report-line
           write report-line
           add 1 to ws-line-count.

       095-write-account-heading.
           move spaces to wl-report-line
           string "Acct   Prd Cur   Old %   New %  Current Value"
                       delimited by size
                   "  Revised Value" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           add 1 to ws-line-count.

      *Finds the account's entry on the name table, if it has one.
       125-lookup-name-entry.
           move 'N' to ws-name-found-flag
           move 1 to name-index
           perform 127-check-name-entry
               until name-index > name-entry-count.

       127-check-name-entry.
           if ne-account-id (name-index) = mr-account-id
               move 'Y' to ws-name-found-flag
               move name-index to ws-name-slot
           end-if
           add 1 to name-index.

      *Starts a new report page: title, page number, the change
      *date and, when it is not ahead of today, the late warning.
       150-write-report-headers.
           add 1 to ws-page-count
           move spaces to wl-report-line
           string "Rate Change Notice Report - Page "
                       delimited by size
                   ws-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line after advancing page
           move spaces to wl-report-line
           if ws-change-found-flag = 'Y'
               string "Change effective " delimited by size
                       ws-change-yyyy delimited by size
                       "/" delimited by size
                       ws-change-mm delimited by size
                       "/" delimited by size
                       ws-change-dd delimited by size
                       into wl-report-line
               end-string
               if ws-late-notice-flag = 'Y'
                   move "** LATE - not after run date **"
                       to wl-report-line (30:31)
               end-if
           else
               move "No future rate change on file"
                   to wl-report-line
           end-if
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move 0 to ws-line-count.

      *Prints the run accounting under the last detail line.
       200-write-notice-summary.
           if ws-page-count = 0
               perform 150-write-report-headers
           end-if
           move spaces to report-line
           write report-line
           move "=== Notice Summary ===" to report-line
           write report-line
           move ws-tiers-changed to edited-notice-count
           move spaces to wl-report-line
           string "Tiers Changed       = " delimited by size
                   edited-notice-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-accounts-read to edited-notice-count
           move spaces to wl-report-line
           string "Accounts Read       = " delimited by size
                   edited-notice-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-notices-printed to edited-notice-count
           move spaces to wl-report-line
           string "Notices Printed     = " delimited by size
                   edited-notice-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move ws-unaddressed-count to edited-notice-count
           move spaces to wl-report-line
           string "No Address (*)      = " delimited by size
                   edited-notice-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line.

       900-close-files.
           close master-file
           close notice-file
           close report-file.

      *A file the run cannot proceed without failed to open;
      *display why and end the run with a failing return code.
       999-abort-run.
           display "RTCH2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
