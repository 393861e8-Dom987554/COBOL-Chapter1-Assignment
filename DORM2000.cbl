       identification division.

       program-id. dorm2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the yearly dormancy run. It
      *  walks the CALC2000.MSTR account master and measures every
      *  account's last client activity - the date calc2000 stamps
      *  when the client opens, adds to, changes or draws on the
      *  account - against the inactivity thresholds on the control
      *  card. An account past the dormancy period is flagged
      *  dormant, and one past the statutory escheat period is
      *  flagged escheat-eligible, on the master itself; each step
      *  up prints a due-diligence letter addressed from the
      *  STMT2000.NAME file. Every escheat-eligible account is then
      *  listed on the state unclaimed-property report, grouped by
      *  the client's state with base-currency subtotals, for the
      *  yearly filing. A report lists every inactive account, the
      *  accounts that could not be measured or addressed, and the
      *  run accounting.

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
               assign to "DORM2000.CTL"
               organization is line sequential
               file status is ws-control-status.

           select name-file
               assign to "STMT2000.NAME"
               organization is line sequential
               file status is ws-name-status.

           select xrate-file
               assign to "CALC2000.XRATE"
               organization is line sequential
               file status is ws-xrate-status.

           select letter-file
               assign to "DORM2000.LTR"
               organization is line sequential
               file status is ws-letter-status.

           select report-file
               assign to "DORM2000.RPT"
               organization is line sequential
               file status is ws-report-status.

           select unclaimed-file
               assign to "DORM2000.UCP"
               organization is line sequential
               file status is ws-unclaimed-status.

       data division.

       file section.

      *One row per client account, as maintained by calc2000. The
      *dormancy status is this program's to keep; the last
      *activity date is calc2000's and is only read here.
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

      *Control card: the years without client activity before an
      *account is dormant, and before it is escheat-eligible. No
      *card means 3 and 5 years.
       fd  control-file.
       01  control-record.
           05  ctl-dormant-years           pic 99.
           05  ctl-escheat-years           pic 99.

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

      *Daily exchange rates: units of base currency per native
      *unit, one row per currency.
       fd  xrate-file.
       01  xrate-record.
           05  xr-currency-code            pic x(3).
           05  xr-rate                     pic 9(3)v9(6).

      *Printable due-diligence letters, one page per account. Each
      *run adds its letters to the end of the file, so nothing a
      *run has lettered is lost if a later one stops short; the
      *file is cleared once its letters have been printed and
      *mailed.
       fd  letter-file.
       01  letter-line                     pic x(80).

      *Printable dormancy report for the branches and compliance.
       fd  report-file.
       01  report-line                     pic x(80).

      *Printable state unclaimed-property report for the filing.
       fd  unclaimed-file.
       01  unclaimed-line                  pic x(80).

       working-storage section.

      *The inactivity thresholds and the run date they are measured
      *to. Each account's threshold dates are its last activity
      *date moved on by the whole years on the card, so an account
      *reaches each one on the anniversary of its last activity.
       01  dormancy-control.
           05  ws-dormant-years            pic 99 value 3.
           05  ws-escheat-years            pic 99 value 5.
           05  ws-run-date                 pic 9(8).
           05  ws-run-split redefines ws-run-date.
               10  ws-run-yyyy             pic 9(4).
               10  ws-run-mm               pic 99.
               10  ws-run-dd               pic 99.
           05  ws-activity-date            pic 9(8).
           05  ws-activity-split redefines ws-activity-date.
               10  ws-activity-yyyy        pic 9(4).
               10  ws-activity-mm          pic 99.
               10  ws-activity-dd          pic 99.
           05  ws-dormant-date             pic 9(8).
           05  ws-escheat-date             pic 9(8).
           05  ws-old-status               pic x.
           05  ws-new-status               pic x.
           05  ws-old-rank                 pic 9.
           05  ws-new-rank                 pic 9.
           05  ws-account-action           pic x(8).

      *Calendar month arithmetic: am-base-date moved forward by
      *am-months whole months into am-result-date, the day pulled
      *back to the month's last day where the month is shorter -
      *29 February plus a year is 28 February.
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

      *Client names and addresses, loaded once at the start of the
      *run and looked up per account, the way stmt2000 loads them.
      *A letter with no entry still prints, flagged on the page
      *and listed as an exception, so the branch can address it by
      *hand; on the unclaimed-property report it falls under the
      *unknown state.
       01  name-table-control.
           05  name-entry-count            pic 9(4) value 0.
           05  name-index                  pic 9(4).
           05  ws-name-eof                 pic x value 'N'.
           05  ws-name-found-flag          pic x value 'N'.
           05  ws-name-slot                pic 9(4).
           05  name-entry occurs 1000 times.
               10  ne-account-id           pic x(6).
               10  ne-client-name          pic x(30).
               10  ne-addr-line-1          pic x(30).
               10  ne-addr-line-2          pic x(30).
               10  ne-city                 pic x(20).
               10  ne-state                pic x(2).
               10  ne-postal-code          pic x(10).
               10  ne-tax-id               pic x(9).

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

      *Every escheat-eligible account, banked in account order as
      *the book is walked and printed by state once the walk is
      *done. An account with no address carries high-values for
      *its state so it sorts after every real one. The filing
      *must be complete, so a book with more escheat accounts
      *than the table holds ends the run rather than file short.
       01  escheat-table-control.
           05  escheat-entry-count         pic 9(4) value 0.
           05  escheat-index               pic 9(4).
           05  ws-state-key                pic x(2).
           05  escheat-entry occurs 1000 times.
               10  ee-account-id           pic x(6).
               10  ee-state-key            pic x(2).
               10  ee-client-name          pic x(20).
               10  ee-tax-id               pic x(9).
               10  ee-last-activity-date   pic 9(8).
               10  ee-currency-code        pic x(3).
               10  ee-balance              pic 9(9)v99.
               10  ee-base-amount          pic 9(11)v99.
               10  ee-converted-flag       pic x.

      *One entry per state on the unclaimed-property report, kept
      *in state order as each new state is filed, with the count
      *and base-currency total the subtotal line prints.
       01  state-table-control.
           05  state-entry-count           pic 9(3) value 0.
           05  state-index                 pic 9(3).
           05  ws-state-slot               pic 9(3).
           05  ws-insert-slot              pic 9(3).
           05  ws-state-found-flag         pic x.
           05  ws-state-label              pic x(2).
           05  state-entry occurs 100 times.
               10  st-state-key            pic x(2).
               10  st-account-count        pic 9(5).
               10  st-base-total           pic 9(13)v99.
               10  st-unconverted-count    pic 9(5).

      *Exception detail held until the book has been walked, so
      *the report reads the inactive accounts first and the ones
      *needing attention second. The section holds up to 500
      *lines; past that the count still accumulates and the
      *report notes the listing is incomplete.
       01  exception-control.
           05  ws-exception-count          pic 9(5) value 0.
           05  ex-index                    pic 9(5).
           05  ex-line occurs 500 times    pic x(80).

      *Run accounting for the console, the report summary and the
      *unclaimed-property report totals.
       01  dormancy-totals.
           05  ws-accounts-read            pic 9(7) value 0.
           05  ws-accounts-active          pic 9(7) value 0.
           05  ws-accounts-dormant         pic 9(7) value 0.
           05  ws-accounts-escheat         pic 9(7) value 0.
           05  ws-newly-dormant            pic 9(7) value 0.
           05  ws-newly-escheat            pic 9(7) value 0.
           05  ws-flags-reset              pic 9(7) value 0.
           05  ws-letters-printed          pic 9(7) value 0.
           05  ws-accounts-undated         pic 9(7) value 0.
           05  ws-unaddressed-count        pic 9(7) value 0.
           05  ws-unconverted-count        pic 9(7) value 0.
           05  ws-grand-base-total         pic 9(13)v99 value 0.

      *Drives letter pages, report headings and page breaks.
       01  report-control.
           05  ws-line-count               pic 99 value 0.
           05  ws-lines-per-page           pic 99 value 20.
           05  ws-page-count               pic 999 value 0.
           05  ws-ucp-line-count           pic 99 value 0.
           05  ws-ucp-page-count           pic 999 value 0.
           05  ws-letter-page-count        pic 9(5) value 0.
           05  wl-report-line              pic x(80).
           05  ws-abort-message            pic x(60).
           05  ws-letter-currency          pic x(3).
           05  edited-balance-value        pic zzz,zzz,zz9.99.
           05  edited-base-value           pic zzz,zzz,zz9.99.
           05  edited-base-total           pic z,zzz,zzz,zzz,zz9.99.
           05  edited-dormancy-count       pic z,zzz,zz9.
           05  edited-years                pic z9.

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-control-status           pic xx value '00'.
           05  ws-name-status              pic xx value '00'.
           05  ws-xrate-status             pic xx value '00'.
           05  ws-letter-status            pic xx value '00'.
           05  ws-report-status            pic xx value '00'.
           05  ws-unclaimed-status         pic xx value '00'.

       01  eof-switches.
           05  ws-master-eof               pic x value 'N'.

       procedure division.

      *Reads the thresholds, walks the whole book settling every
      *account's dormancy status and writing a letter for every
      *step up, then prints the exceptions, the summary and the
      *state unclaimed-property report.
       000-detect-dormant-accounts.
           display "  Detecting Dormant Accounts  "
           accept ws-run-date from date yyyymmdd
           perform 005-open-files
           perform 010-read-control-record
           perform 020-load-name-table
           perform 025-load-exchange-rates
           perform 150-write-report-headers
           perform 030-position-master-at-start
           if ws-master-eof = 'N'
               perform 045-read-next-master
           end-if
           perform 050-check-one-account
               until ws-master-eof = 'Y'
           perform 170-write-exception-section
           perform 200-write-dormancy-summary
           perform 250-write-unclaimed-report
           display "Accounts read:    " ws-accounts-read
           display "Dormant:          " ws-accounts-dormant
           display "Escheat-eligible: " ws-accounts-escheat
           display "Letters printed:  " ws-letters-printed
           if ws-exception-count > 0
               display "Exceptions:       " ws-exception-count
           end-if
           perform 900-close-files
           display "End of session."
           stop run.

      *The master and all three outputs are the whole point of the
      *run; a missing control card just means the usual periods.
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
               display "No control card - 3-year dormancy and "
                       "5-year escheat assumed."
               move 'S' to ws-control-status
           end-if

           open extend letter-file
           if ws-letter-status = '35'
               open output letter-file
           end-if
           if ws-letter-status not = '00'
               string "unable to open DORM2000.LTR, status "
                       ws-letter-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output report-file
           if ws-report-status not = '00'
               string "unable to open DORM2000.RPT, status "
                       ws-report-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if

           open output unclaimed-file
           if ws-unclaimed-status not = '00'
               string "unable to open DORM2000.UCP, status "
                       ws-unclaimed-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

      *Takes the two periods from the card. The escheat period
      *must be longer than the dormancy period, or an account
      *would skip straight past its dormancy letter; a card that
      *gets them the wrong way round is refused whole.
       010-read-control-record.
           if ws-control-status = '00'
               read control-file
                   at end
                       display "Empty control card - 3-year "
                               "dormancy and 5-year escheat assumed."
                   not at end
                       if ctl-dormant-years is numeric
                               and ctl-escheat-years is numeric
                               and ctl-dormant-years > 0
                               and ctl-escheat-years
                                   > ctl-dormant-years
                           move ctl-dormant-years
                               to ws-dormant-years
                           move ctl-escheat-years
                               to ws-escheat-years
                       else
                           display "Bad periods on control card - "
                                   "3-year dormancy and 5-year "
                                   "escheat assumed."
                       end-if
               end-read
               close control-file
           end-if
           display "Dormant after:    " ws-dormant-years " years"
           display "Escheat after:    " ws-escheat-years " years".

      *Loads the client name-and-address file, one entry per
      *client, for the per-account lookup.
       020-load-name-table.
           open input name-file
           if ws-name-status not = '00'
               display "No name file - letters print without "
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
                   move na-tax-id to ne-tax-id (name-entry-count)
           end-read.

      *Loads the day's exchange rates for the base-currency state
      *totals. A missing rate file leaves only the base currency
      *convertible.
       025-load-exchange-rates.
           open input xrate-file
           if ws-xrate-status not = '00'
               display "No exchange-rate file - base currency only."
           else
               perform 027-load-xrate-entry
                   until ws-xrate-eof = 'Y'
                       or xrate-entry-count >= 20
               if ws-xrate-eof not = 'Y'
                   display "Exchange-rate file longer than 20 "
                           "entries - remainder ignored."
               end-if
               close xrate-file
           end-if.

       027-load-xrate-entry.
           read xrate-file
               at end
                   move 'Y' to ws-xrate-eof
               not at end
                   add 1 to xrate-entry-count
                   move xr-currency-code
                       to xre-currency-code (xrate-entry-count)
                   move xr-rate to xre-rate (xrate-entry-count)
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

      *Settles one account's status. An account with no activity
      *date on the master cannot be measured, so it is left as it
      *stands and listed for somebody to key its dates. Any other
      *account whose status moves is rewritten; a step up - active
      *to dormant, or either to escheat-eligible - also gets its
      *letter. A flag the thresholds no longer support, because
      *the periods on the card were lengthened, is taken back
      *without a letter.
       050-check-one-account.
           add 1 to ws-accounts-read
           move mr-dormancy-status to ws-old-status
           move spaces to ws-account-action
           perform 125-lookup-name-entry
           if mr-last-activity-date is numeric
                   and mr-last-activity-date > 0
               perform 055-set-dormancy-status
               if ws-new-status not = ws-old-status
                   perform 060-post-status-change
               end-if
           else
               add 1 to ws-accounts-undated
               move ws-old-status to ws-new-status
               move "no activity date - status not measured"
                   to wl-report-line
               perform 090-bank-exception
           end-if
           evaluate ws-new-status
               when 'D'
                   add 1 to ws-accounts-dormant
               when 'E'
                   add 1 to ws-accounts-escheat
                   perform 100-bank-escheat-account
               when other
                   add 1 to ws-accounts-active
           end-evaluate
           if ws-new-status not = space
                   or ws-account-action not = spaces
               perform 080-write-account-detail
           end-if
           perform 045-read-next-master.

      *Works out the two threshold dates from the last activity
      *date and where the run date falls against them. The rank
      *orders the statuses so a step up can be told from a step
      *back.
       055-set-dormancy-status.
           move mr-last-activity-date to am-base-date
           compute am-months = ws-dormant-years * 12
           perform 810-add-months
           move am-result-date to ws-dormant-date
           compute am-months = ws-escheat-years * 12
           perform 810-add-months
           move am-result-date to ws-escheat-date
           if ws-run-date >= ws-escheat-date
               move 'E' to ws-new-status
               move 2 to ws-new-rank
           else
               if ws-run-date >= ws-dormant-date
                   move 'D' to ws-new-status
                   move 1 to ws-new-rank
               else
                   move space to ws-new-status
                   move 0 to ws-new-rank
               end-if
           end-if
           evaluate ws-old-status
               when 'D'
                   move 1 to ws-old-rank
               when 'E'
                   move 2 to ws-old-rank
               when other
                   move 0 to ws-old-rank
           end-evaluate.

      *Puts the new status on the master and, for a step up,
      *prints the account's letter.
       060-post-status-change.
           move ws-new-status to mr-dormancy-status
           rewrite master-record
               invalid key
                   string "rewrite failed for account "
                           mr-account-id delimited by size
                           into ws-abort-message
                   end-string
                   perform 999-abort-run
           end-rewrite
           if ws-new-rank > ws-old-rank
               if ws-new-status = 'E'
                   add 1 to ws-newly-escheat
               else
                   add 1 to ws-newly-dormant
               end-if
               move "LETTER" to ws-account-action
               perform 070-write-due-diligence-letter
           else
               add 1 to ws-flags-reset
               move "RESET" to ws-account-action
           end-if.

      *Prints one client's letter page: the address block, the
      *account and its balance, the date of the last activity,
      *and what the client must do - and, for an escheat-eligible
      *account, that the balance goes to the state otherwise.
       070-write-due-diligence-letter.
           add 1 to ws-letter-page-count
           add 1 to ws-letters-printed
           move spaces to wl-report-line
           string "Notice of Account Inactivity - Page "
                       delimited by size
                   ws-letter-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to letter-line
           write letter-line after advancing page
           move spaces to letter-line
           write letter-line
           perform 075-write-address-block
           if mr-currency-code = spaces
               move base-currency-code to ws-letter-currency
           else
               move mr-currency-code to ws-letter-currency
           end-if
           move spaces to wl-report-line
           string "Account: " delimited by size
                   mr-account-id delimited by size
                   "   Product: " delimited by size
                   mr-product-code delimited by size
                   "   Currency: " delimited by size
                   ws-letter-currency delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move mr-last-activity-date to ws-activity-date
           move spaces to wl-report-line
           string "Our records show no activity on this account "
                       delimited by size
                   "since " delimited by size
                   ws-activity-yyyy delimited by size
                   "/" delimited by size
                   ws-activity-mm delimited by size
                   "/" delimited by size
                   ws-activity-dd delimited by size
                   "." delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move mr-current-balance to edited-balance-value
           move spaces to wl-report-line
           string "Balance on Deposit:      " delimited by size
                   edited-balance-value delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           if ws-new-status = 'E'
               move "Unless you contact us, the balance will be "
                   to letter-line
               write letter-line
               move "reported and remitted to the state as "
                   to letter-line
               write letter-line
               move "unclaimed property, as the law requires."
                   to letter-line
               write letter-line
           else
               move "The account is now classed as dormant. To "
                   to letter-line
               write letter-line
               move "keep it active, please contact your branch "
                   to letter-line
               write letter-line
               move "or make a deposit or withdrawal."
                   to letter-line
               write letter-line
           end-if.

      *Prints the client's name and mailing address at the top of
      *the letter, laid out as stmt2000 lays out a statement's. An
      *account with no entry on the name file is flagged on the
      *page itself and listed as an exception.
       075-write-address-block.
           if ws-name-found-flag = 'Y'
               move ne-client-name (ws-name-slot) to letter-line
               write letter-line
               move ne-addr-line-1 (ws-name-slot) to letter-line
               write letter-line
               if ne-addr-line-2 (ws-name-slot) not = spaces
                   move ne-addr-line-2 (ws-name-slot)
                       to letter-line
                   write letter-line
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
               move wl-report-line to letter-line
               write letter-line
           else
               add 1 to ws-unaddressed-count
               move "** no address on file **" to letter-line
               write letter-line
               move "no address on file - letter needs addressing"
                   to wl-report-line
               perform 090-bank-exception
           end-if
           move spaces to letter-line
           write letter-line.

      *Writes one inactive or reset account's report line; an
      *asterisk after the action marks a letter with no address.
       080-write-account-detail.
           if ws-line-count >= ws-lines-per-page
               perform 150-write-report-headers
           end-if
           move mr-current-balance to edited-balance-value
           move spaces to wl-report-line
           string mr-account-id delimited by size
                   "  " delimited by size
                   mr-currency-code delimited by size
                   "  " delimited by size
                   mr-last-activity-date delimited by size
                   "   " delimited by size
                   ws-old-status delimited by size
                   "   " delimited by size
                   ws-new-status delimited by size
                   "  " delimited by size
                   edited-balance-value delimited by size
                   "  " delimited by size
                   ws-account-action delimited by size
                   into wl-report-line
           end-string
           if ws-account-action = "LETTER"
                   and ws-name-found-flag = 'N'
               move "*" to wl-report-line (54:1)
           end-if
           move wl-report-line to report-line
           write report-line
           add 1 to ws-line-count.

      *Banks one exception line - the account and the reason held
      *in wl-report-line - for the section printed after the walk.
       090-bank-exception.
           add 1 to ws-exception-count
           if ws-exception-count <= 500
               move spaces to ex-line (ws-exception-count)
               string mr-account-id delimited by size
                       "  " delimited by size
                       wl-report-line delimited by size
                       into ex-line (ws-exception-count)
               end-string
           end-if.

      *Banks one escheat-eligible account for the unclaimed-property
      *report with its balance converted to the base currency, and
      *files it under its state.
       100-bank-escheat-account.
           if escheat-entry-count >= 1000
               move "more than 1000 escheat-eligible accounts"
                   to ws-abort-message
               perform 999-abort-run
           end-if
           add 1 to escheat-entry-count
           move escheat-entry-count to escheat-index
           move mr-account-id to ee-account-id (escheat-index)
           if ws-name-found-flag = 'Y'
                   and ne-state (ws-name-slot) not = spaces
               move ne-state (ws-name-slot) to ws-state-key
           else
               move high-values to ws-state-key
           end-if
           move ws-state-key to ee-state-key (escheat-index)
           if ws-name-found-flag = 'Y'
               move ne-client-name (ws-name-slot)
                   to ee-client-name (escheat-index)
               move ne-tax-id (ws-name-slot)
                   to ee-tax-id (escheat-index)
           else
               move "(no name on file)"
                   to ee-client-name (escheat-index)
               move spaces to ee-tax-id (escheat-index)
           end-if
           move mr-last-activity-date
               to ee-last-activity-date (escheat-index)
           if mr-currency-code = spaces
               move base-currency-code to ws-lookup-currency
           else
               move mr-currency-code to ws-lookup-currency
           end-if
           move ws-lookup-currency
               to ee-currency-code (escheat-index)
           move mr-current-balance to ee-balance (escheat-index)
           perform 130-lookup-exchange-rate
           if ws-currency-found-flag = 'Y'
               compute ee-base-amount (escheat-index) rounded =
                   mr-current-balance * exchange-rate
               move 'Y' to ee-converted-flag (escheat-index)
           else
               move 0 to ee-base-amount (escheat-index)
               move 'N' to ee-converted-flag (escheat-index)
           end-if
           perform 105-file-escheat-state
           add 1 to st-account-count (ws-state-slot)
           if ee-converted-flag (escheat-index) = 'Y'
               add ee-base-amount (escheat-index)
                   to st-base-total (ws-state-slot)
               add ee-base-amount (escheat-index)
                   to ws-grand-base-total
           else
               add 1 to st-unconverted-count (ws-state-slot)
               add 1 to ws-unconverted-count
           end-if.

      *Finds the state's entry, or opens one in state order: the
      *entries after the new state's place move down one to make
      *room for it.
       105-file-escheat-state.
           move 'N' to ws-state-found-flag
           move 0 to ws-insert-slot
           move 1 to state-index
           perform 107-check-state-entry
               until state-index > state-entry-count
                   or ws-state-found-flag = 'Y'
           if ws-state-found-flag = 'N'
               if state-entry-count >= 100
                   move "more than 100 states on the filing"
                       to ws-abort-message
                   perform 999-abort-run
               end-if
               if ws-insert-slot = 0
                   compute ws-insert-slot = state-entry-count + 1
               end-if
               move state-entry-count to state-index
               perform 108-shift-state-entry
                   until state-index < ws-insert-slot
               add 1 to state-entry-count
               move ws-insert-slot to ws-state-slot
               move ws-state-key to st-state-key (ws-state-slot)
               move 0 to st-account-count (ws-state-slot)
               move 0 to st-base-total (ws-state-slot)
               move 0 to st-unconverted-count (ws-state-slot)
           end-if.

       107-check-state-entry.
           if st-state-key (state-index) = ws-state-key
               move 'Y' to ws-state-found-flag
               move state-index to ws-state-slot
           else
               if st-state-key (state-index) > ws-state-key
                       and ws-insert-slot = 0
                   move state-index to ws-insert-slot
               end-if
           end-if
           add 1 to state-index.

       108-shift-state-entry.
           move state-entry (state-index)
               to state-entry (state-index + 1)
           subtract 1 from state-index.

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

      *Starts a new report page: title, page number, the run date
      *and periods, and column headings.
       150-write-report-headers.
           add 1 to ws-page-count
           move spaces to wl-report-line
           string "Dormant Account Report - Page "
                       delimited by size
                   ws-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line after advancing page
           perform 155-write-period-line
           move wl-report-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to wl-report-line
           string "Acct    Cur  Last Act  Was Now        Balance"
                       delimited by size
                   "  Action" delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to report-line
           write report-line
           move 0 to ws-line-count.

      *Builds the run date and periods line both reports carry
      *under their titles.
       155-write-period-line.
           move spaces to wl-report-line
           move ws-dormant-years to edited-years
           string "As of " delimited by size
                   ws-run-yyyy delimited by size
                   "/" delimited by size
                   ws-run-mm delimited by size
                   "/" delimited by size
                   ws-run-dd delimited by size
                   "  Dormant after " delimited by size
                   edited-years delimited by size
                   " years" delimited by size
                   into wl-report-line
           end-string
           move ws-escheat-years to edited-years
           move "Escheat after    years" to wl-report-line (45:22)
           move edited-years to wl-report-line (59:2).

      *Lists every account that could not be measured or whose
      *letter could not be addressed, after the inactive accounts.
       170-write-exception-section.
           move spaces to report-line
           write report-line
           move "=== Exceptions ===" to report-line
           write report-line
           if ws-exception-count = 0
               move "  (none)" to report-line
               write report-line
           else
               move 1 to ex-index
               perform 172-write-exception-line
                   until ex-index > ws-exception-count
                       or ex-index > 500
               if ws-exception-count > 500
                   move "  ** more than 500 exceptions - listing "
                       to wl-report-line
                   move "incomplete **" to wl-report-line (42:13)
                   move wl-report-line to report-line
                   write report-line
               end-if
           end-if.

       172-write-exception-line.
           move ex-line (ex-index) to report-line
           write report-line
           add 1 to ex-index.

      *Prints the run accounting under the exceptions, so the
      *report on its own ties to the letters and the filing.
       200-write-dormancy-summary.
           move spaces to report-line
           write report-line
           move "=== Dormancy Summary ===" to report-line
           write report-line
           move ws-accounts-read to edited-dormancy-count
           move "Accounts Read       = " to wl-report-line
           perform 205-write-summary-line
           move ws-accounts-active to edited-dormancy-count
           move "Active              = " to wl-report-line
           perform 205-write-summary-line
           move ws-accounts-dormant to edited-dormancy-count
           move "Dormant             = " to wl-report-line
           perform 205-write-summary-line
           move ws-accounts-escheat to edited-dormancy-count
           move "Escheat-Eligible    = " to wl-report-line
           perform 205-write-summary-line
           move ws-newly-dormant to edited-dormancy-count
           move "Newly Dormant       = " to wl-report-line
           perform 205-write-summary-line
           move ws-newly-escheat to edited-dormancy-count
           move "Newly Escheat       = " to wl-report-line
           perform 205-write-summary-line
           move ws-flags-reset to edited-dormancy-count
           move "Flags Reset         = " to wl-report-line
           perform 205-write-summary-line
           move ws-letters-printed to edited-dormancy-count
           move "Letters Printed     = " to wl-report-line
           perform 205-write-summary-line
           move ws-unaddressed-count to edited-dormancy-count
           move "No Address (*)      = " to wl-report-line
           perform 205-write-summary-line
           move ws-accounts-undated to edited-dormancy-count
           move "No Activity Date    = " to wl-report-line
           perform 205-write-summary-line.

       205-write-summary-line.
           move edited-dormancy-count to wl-report-line (23:9)
           move wl-report-line to report-line
           write report-line.

      *Prints the state unclaimed-property report: every
      *escheat-eligible account under its state, states in order
      *with accounts without an address last, each state closed
      *by its count and base-currency total. An amount with no
      *exchange rate prints in its own currency only and is
      *counted out of the total, so the filing shows what still
      *needs converting by hand.
       250-write-unclaimed-report.
           perform 256-write-ucp-headers
           if state-entry-count = 0
               move "  (no escheat-eligible accounts)"
                   to unclaimed-line
               write unclaimed-line
           else
               move 1 to state-index
               perform 252-write-state-group
                   until state-index > state-entry-count
           end-if
           move spaces to unclaimed-line
           write unclaimed-line
           move "=== Filing Totals ===" to unclaimed-line
           write unclaimed-line
           move escheat-entry-count to edited-dormancy-count
           move spaces to wl-report-line
           string "Accounts Reported   = " delimited by size
                   edited-dormancy-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line
           move ws-grand-base-total to edited-base-total
           move spaces to wl-report-line
           string "Total in " delimited by size
                   base-currency-code delimited by size
                   "        = " delimited by size
                   edited-base-total delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line
           move ws-unconverted-count to edited-dormancy-count
           move spaces to wl-report-line
           string "No Exchange Rate    = " delimited by size
                   edited-dormancy-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line.

      *Prints one state's heading, its accounts in account order,
      *and its subtotal.
       252-write-state-group.
           if ws-ucp-line-count >= ws-lines-per-page
               perform 256-write-ucp-headers
           end-if
           if st-state-key (state-index) = high-values
               move "??" to ws-state-label
           else
               move st-state-key (state-index) to ws-state-label
           end-if
           move spaces to unclaimed-line
           write unclaimed-line
           move spaces to wl-report-line
           string "State: " delimited by size
                   ws-state-label delimited by size
                   into wl-report-line
           end-string
           if st-state-key (state-index) = high-values
               move "(no address on file)" to wl-report-line (12:20)
           end-if
           move wl-report-line to unclaimed-line
           write unclaimed-line
           add 2 to ws-ucp-line-count
           move 1 to escheat-index
           perform 254-write-escheat-line
               until escheat-index > escheat-entry-count
           move st-account-count (state-index)
               to edited-dormancy-count
           move st-base-total (state-index) to edited-base-total
           move spaces to wl-report-line
           string "  State " delimited by size
                   ws-state-label delimited by size
                   " accounts " delimited by size
                   edited-dormancy-count delimited by size
                   "  total " delimited by size
                   edited-base-total delimited by size
                   " " delimited by size
                   base-currency-code delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line
           add 1 to ws-ucp-line-count
           if st-unconverted-count (state-index) > 0
               move st-unconverted-count (state-index)
                   to edited-dormancy-count
               move spaces to wl-report-line
               string "  ** " delimited by size
                       edited-dormancy-count delimited by size
                       " account(s) not in the total - no "
                           delimited by size
                       "exchange rate **" delimited by size
                       into wl-report-line
               end-string
               move wl-report-line to unclaimed-line
               write unclaimed-line
               add 1 to ws-ucp-line-count
           end-if
           add 1 to state-index.

       254-write-escheat-line.
           if ee-state-key (escheat-index)
                   = st-state-key (state-index)
               if ws-ucp-line-count >= ws-lines-per-page
                   perform 256-write-ucp-headers
               end-if
               move ee-balance (escheat-index)
                   to edited-balance-value
               move ee-base-amount (escheat-index)
                   to edited-base-value
               move spaces to wl-report-line
               string ee-account-id (escheat-index)
                           delimited by size
                       " " delimited by size
                       ee-client-name (escheat-index)
                           delimited by size
                       " " delimited by size
                       ee-tax-id (escheat-index) delimited by size
                       " " delimited by size
                       ee-last-activity-date (escheat-index)
                           delimited by size
                       " " delimited by size
                       ee-currency-code (escheat-index)
                           delimited by size
                       " " delimited by size
                       edited-balance-value delimited by size
                       " " delimited by size
                       edited-base-value delimited by size
                       into wl-report-line
               end-string
               if ee-converted-flag (escheat-index) = 'N'
                   move "       no rate" to wl-report-line (67:14)
               end-if
               move wl-report-line to unclaimed-line
               write unclaimed-line
               add 1 to ws-ucp-line-count
           end-if
           add 1 to escheat-index.

      *Starts a new unclaimed-property page: title, page number,
      *the run date and periods, and column headings.
       256-write-ucp-headers.
           add 1 to ws-ucp-page-count
           move spaces to wl-report-line
           string "Unclaimed Property Report - Page "
                       delimited by size
                   ws-ucp-page-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line after advancing page
           perform 155-write-period-line
           move wl-report-line to unclaimed-line
           write unclaimed-line
           move spaces to unclaimed-line
           write unclaimed-line
           move spaces to wl-report-line
           string "Acct   Client Name          Tax Id    Last Act"
                       delimited by size
                   " Cur        Balance    Base Amount"
                       delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to unclaimed-line
           write unclaimed-line
           move 0 to ws-ucp-line-count.

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
           close letter-file
           close report-file
           close unclaimed-file.

      *A file the run cannot proceed without failed, the master
      *would not take a status, or the filing would be incomplete;
      *display why and end the run with a failing return code.
      *Statuses already rewritten stand, and so do the letters
      *already written for them, since the letter file is only
      *ever added to; a rerun letters only the accounts this one
      *had not reached.
       999-abort-run.
           display "DORM2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
