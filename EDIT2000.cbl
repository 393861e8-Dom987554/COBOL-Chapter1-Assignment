      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program proves the day's CALC2000.TRANS
      *  clean before the night batch window. It applies the same
      *  edits calc2000 applies - reason codes R001 to R013, the
      *  trailer balance, the product lookup against CALC2000.RATE
      *  and the currency lookup against CALC2000.XRATE - in
      *  report-only form, taking the records queued on the
      *  inqy2000 branch screen in INQY2000.QUE after the file as
      *  the night run does, printing an edit listing with record
      *  numbers and reasons so data entry fixes errors during the
      *  day instead of losing the account's cycle to suspense. The
      *  return code tells operations whether to release the night
               organization is line sequential
               file status is ws-xrate-status.

           select penalty-file
               assign to "CALC2000.PNLT"
               organization is line sequential
               file status is ws-penalty-status.

           select master-file
               assign to "CALC2000.MSTR"
               organization is indexed
               organization is line sequential
               file status is ws-edit-report-status.

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
           05  tr-target-value             pic 9(9)v99.
           05  tr-opened-date              pic 9(8).
           05  tr-branch-code              pic x(3).
           05  tr-keyed-by                 pic x(8).

      *Front-office control trailer, last record on the file.
       01  trans-trailer-record.
           05  tl-record-count             pic 9(7).
           05  tl-hash-total               pic 9(11)v99.

      *The branch-screen queue, in the same layout and with no
      *trailer of its own; calc2000 reads it after the day's file.
       fd  queue-file.
       01  queue-record                    pic x(67).

      *The night run's control card header, read for the one flag
      *that changes what a clean file looks like: the balance
      *waiver, 'B', under which calc2000 accepts a file not yet
           05  rt-product-code             pic x(3).
           05  rt-tier-floor               pic 9(7)v99.
           05  rt-rate                     pic 99v999.
           05  rt-effective-date           pic 9(8).

      *Daily exchange rates, as calc2000 loads them.
       fd  xrate-file.
           05  xr-currency-code            pic x(3).
           05  xr-rate                     pic 9(3)v9(6).

      *The early-withdrawal penalty schedule, as calc2000 loads it.
       fd  penalty-file.
       01  penalty-record.
           05  pn-product-code             pic x(3).
           05  pn-months-floor             pic 9(3).
           05  pn-penalty-percent          pic 99v999.
           05  pn-minimum-balance          pic 9(7)v99.

      *The account master, read only to prove that closes, changes
      *and withdrawals name accounts actually on the book, and to
      *price a withdrawal against the balance on deposit.
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

      *Printable edit listing for the data-entry team.
       fd  edit-report-file.
       01  edit-report-line                pic x(80).

      *Dual-control thresholds by currency, as calc2000 loads them.
       fd  dual-file.
       01  dual-record.
           05  du-currency-code            pic x(3).
           05  du-threshold                pic 9(9)v99.

      *Closes and changes waiting for approval, read only to prove
      *that the day's approvals name an item actually waiting.
       fd  pending-file.
       01  pending-record.
           05  pd-trans-data               pic x(67).
           05  pd-held-date                pic 9(8).
           05  pd-held-run-id              pic x(18).
           05  pd-amount                   pic 9(9)v99.
           05  pd-currency-code            pic x(3).

       working-storage section.

      *The transaction fields under edit, unpacked from the record
           05  product-code                pic x(3).
           05  currency-code               pic x(3).
           05  target-value                pic 9(9)v99.
           05  keyed-by                    pic x(8).

      *Dual control, loaded and measured exactly as calc2000 does
      *it, so the edit knows which of the day's closes, changes
      *and withdrawals tonight's run will hold.
       01  dual-control.
           05  dual-entry-count            pic 99 value 0.
           05  dual-index                  pic 99.
           05  ws-dual-eof                 pic x value 'N'.
           05  ws-hold-flag                pic x value 'N'.
           05  ws-hold-amount              pic 9(9)v99.
           05  ws-hold-currency            pic x(3).
           05  dual-entry occurs 21 times.
               10  due-currency-code       pic x(3).
               10  due-threshold           pic 9(9)v99.

      *The items waiting for approval: those on the pending file
      *plus the day's own closes and changes that will be held
      *ahead of any approval later on the file. An approval marks
      *its item, so a second approval for it fails as it will
      *tonight.
       01  pending-table-control.
           05  pending-entry-count         pic 9(3) value 0.
           05  pending-index               pic 9(3).
           05  ws-pending-slot             pic 9(3).
           05  ws-pending-eof              pic x value 'N'.
           05  pending-entry occurs 500 times.
               10  pe-trans-data           pic x(67).
               10  pe-trans-split redefines pe-trans-data.
                   15  pe-account-id       pic x(6).
                   15  pe-principal        pic 9(7)v99.
                   15  filler              pic x(8).
                   15  pe-trans-code       pic x.
                   15  filler              pic x(35).
                   15  pe-keyed-by         pic x(8).
               10  pe-status               pic x.

      *The bank's rate table, loaded once at the start of the run,
      *exactly as calc2000 loads it, so the edit prices records the
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
      *start of the run exactly as calc2000 loads it.
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

      *One withdrawal priced against its account the way
      *calc2000 prices it: months to maturity from today, the
      *penalty they attract and the balance left behind.
       01  withdrawal-control.
           05  ws-withdrawal-date          pic 9(8).
           05  ws-withdrawal-date-split redefines ws-withdrawal-date.
               10  ws-withdrawal-yyyy      pic 9(4).
               10  ws-withdrawal-mm        pic 99.
               10  ws-withdrawal-dd        pic 99.
           05  ws-maturity-date            pic 9(8).
           05  ws-months-to-maturity       pic 9(3).
           05  ws-penalty-percent          pic 99v999.
           05  ws-penalty-amount           pic 9(9)v99.
           05  ws-withdrawal-gross         pic 9(9)v99.
           05  ws-minimum-balance          pic 9(7)v99.
           05  ws-remaining-balance        pic 9(9)v99.

      *Calendar month arithmetic for the maturity date, as
      *calc2000 does it: am-base-date moved forward by am-months
      *whole months, the day pulled back to the month's last day
      *where the month is shorter.
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

      *Daily exchange rates, loaded once at the start of the run,
      *exactly as calc2000 loads them.
      *R005 product code not on the rate table
      *R006 currency code not on the exchange-rate file
      *R007 goal-seek target not greater than zero
      *R008 withdrawal and penalty exceed the balance on deposit
      *R009 withdrawal leaves less than the product minimum
      *R010 withdrawal for account not on master
      *R011 withdrawal amount not greater than zero
      *R012 approval keyed by the user who keyed the held item
      *R013 approval with no matching item held for approval
       01  edit-switches.
           05  ws-valid-record-flag        pic x value 'Y'.
           05  ws-reject-reason            pic x(4) value spaces.
           05  ws-records-in-error         pic 9(7) value 0.
           05  ws-record-number            pic 9(7) value 0.
           05  ws-input-hash-total         pic 9(11)v99 value 0.
           05  ws-queue-records            pic 9(7) value 0.
           05  ws-queue-hash               pic 9(11)v99 value 0.
           05  ws-balance-ok-flag          pic x value 'Y'.
           05  edited-record-number        pic z,zzz,zz9.
           05  edited-balancing-count      pic z,zzz,zz9.
           05  ws-xrate-status             pic xx value '00'.
           05  ws-master-status            pic xx value '00'.
           05  ws-edit-report-status       pic xx value '00'.
           05  ws-penalty-status           pic xx value '00'.
           05  ws-dual-status              pic xx value '00'.
           05  ws-pending-status           pic xx value '00'.
           05  ws-queue-status             pic xx value '00'.

       01  eof-switches.
           05  ws-trans-eof                pic x value 'N'.
           05  ws-queue-open-flag          pic x value 'N'.

       procedure division.

           perform 010-read-control-record
           perform 025-load-rate-table
           perform 027-load-exchange-rates
           perform 023-load-penalty-table
           perform 016-load-dual-thresholds
           perform 018-load-pending-file
           accept ws-withdrawal-date from date yyyymmdd
           perform 040-read-transaction-record
           perform 050-edit-transaction-record
               until ws-trans-eof = 'Y'
           if ws-master-status = '00'
               move 'Y' to ws-master-open-flag
           else
               display "No master file - close/change/withdrawal "
                       "edits bypassed."
           end-if.

      *Reads the night run's control card for the balance waiver,
               close control-file
           end-if.

      *Loads the dual-control thresholds as calc2000 does; with no
      *file nothing is held.
       016-load-dual-thresholds.
           open input dual-file
           if ws-dual-status = '00'
               perform 017-load-dual-entry
                   until ws-dual-eof = 'Y'
                       or dual-entry-count >= 21
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

      *Loads the items already waiting for approval. No file on
      *hand just means nothing is waiting.
       018-load-pending-file.
           open input pending-file
           if ws-pending-status = '00'
               perform 019-load-pending-entry
                   until ws-pending-eof = 'Y'
                       or pending-entry-count >= 500
               if ws-pending-eof not = 'Y'
                   display "Pending file longer than 500 items - "
                           "tonight's run will abend on it."
               end-if
               close pending-file
           end-if.

       019-load-pending-entry.
           read pending-file
               at end
                   move 'Y' to ws-pending-eof
               not at end
                   add 1 to pending-entry-count
                   move pd-trans-data
                       to pe-trans-data (pending-entry-count)
                   move 'P' to pe-status (pending-entry-count)
           end-read.

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

      *Loads the penalty schedule the way calc2000 does; without
      *one, withdrawals are charged no penalty and held to no
      *minimum, exactly as the night run will treat them.
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

      *Loads the bank's rate table at the rates in force today,
      *matching 025-load-rate-table in calc2000, so a record is
      *edited against the rate the night run will price it at.
       025-load-rate-table.
           accept ws-rate-as-of-date from date yyyymmdd
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

      *Loads the day's exchange rates, matching
                   move xr-rate to xre-rate (xrate-entry-count)
           end-read.

      *Reads the day's file, then the branch-screen queue after it
      *as calc2000 will.
       040-read-transaction-record.
           if ws-queue-open-flag = 'Y'
               perform 046-read-queue-record
           else
               read trans-file
                   at end perform 044-take-up-queue
               end-read
           end-if.

      *No queue on hand means nothing was keyed on the screen.
       044-take-up-queue.
           open input queue-file
           if ws-queue-status = '00'
               move 'Y' to ws-queue-open-flag
               perform 046-read-queue-record
           else
               move 'Y' to ws-trans-eof
           end-if.

      *Counts each queued record toward the queue's own figures,
      *which stand in for the trailer it does not carry.
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

      *Edits one record under the same routing calc2000 uses: the
      *trailer is banked for the balance check, a close is proved
      *against the master, a change takes the projection edits plus
      *the master check, a withdrawal is priced against the master,
      *an approval is proved against the items waiting for it,
      *goal-seeks take the target and term edits, and everything
      *else takes the full projection edits. Every failure prints
      *with its record number and reason code; the record itself
      *is never changed and nothing goes to suspense.
       050-edit-transaction-record.
           if tr-account-id = 'TRAILR'
               if ws-queue-open-flag not = 'Y'
                   move 'Y' to ws-trailer-found-flag
                   move tl-record-count to ws-trailer-count
                   move tl-hash-total to ws-trailer-hash
               end-if
           else
               add 1 to ws-records-read
               add 1 to ws-record-number
               move tr-product-code to product-code
               move tr-currency-code to currency-code
               move tr-target-value to target-value
               move tr-keyed-by to keyed-by
               move 'Y' to ws-valid-record-flag
               evaluate transaction-code
                   when 'D'
                       perform 300-edit-close
                   when 'C'
                       perform 310-edit-change
                   when 'W'
                       perform 320-edit-withdrawal
                   when 'V'
                       perform 340-edit-approval
                   when 'R'
                   when 'N'
                       perform 400-edit-goal-seek
           end-string
           move wl-report-line to edit-report-line
           write edit-report-line
           move ws-queue-records to edited-balancing-count
           move spaces to wl-report-line
           string "  From Branch Queue = " delimited by size
                   edited-balancing-count delimited by size
                   into wl-report-line
           end-string
           move wl-report-line to edit-report-line
           write edit-report-line
           move ws-records-in-error to edited-balancing-count
           move spaces to wl-report-line
           string "Records In Error    = " delimited by size
      *A missing trailer fails the edit only when the night run
      *would fail on it too - under the control card's balance
      *waiver it is noted, not held, since calc2000 will accept
      *the file exactly as it stands. Queued records are added to
      *the trailer's figures as the queue's own trailer.
       210-balance-input.
           if ws-trailer-found-flag = 'Y'
               add ws-queue-records to ws-trailer-count
               add ws-queue-hash to ws-trailer-hash
               if ws-trailer-count not = ws-records-read
                       or ws-trailer-hash not = ws-input-hash-total
                   move 'N' to ws-balance-ok-flag
                   move "close for account not on master"
                       to ws-reason-text
                   perform 070-write-edit-error
               else
                   perform 342-check-dual-control
               end-if
           end-if.

                   move "change for account not on master"
                       to ws-reason-text
                   perform 070-write-edit-error
               else
                   if ws-valid-record-flag = 'Y'
                       perform 342-check-dual-control
                   end-if
               end-if
           end-if.

      *A withdrawal must be for something and name an account on
      *the master, matching R011 and R010 in calc2000's
      *330-process-withdrawal; with the account in hand it is
      *priced the way the night run prices it, so a withdrawal the
      *balance cannot pay with its penalty, or that would leave
      *less than the product minimum, fails here with R008 or R009
      *instead of bouncing to suspense tonight. One that passes is
      *measured for dual control like a close or change.
       320-edit-withdrawal.
           if investment-amount <= 0
               move 'R011' to ws-reject-reason
               move "withdrawal amount must be greater than zero"
                   to ws-reason-text
               perform 070-write-edit-error
           end-if
           if ws-master-open-flag = 'Y'
               perform 330-lookup-master-account
               if ws-master-found-flag = 'N'
                   move 'R010' to ws-reject-reason
                   move "withdrawal for account not on master"
                       to ws-reason-text
                   perform 070-write-edit-error
               else
                   if investment-amount > 0
                       perform 322-price-withdrawal
                       if ws-valid-record-flag = 'Y'
                           perform 342-check-dual-control
                       end-if
                   end-if
               end-if
           end-if.

       322-price-withdrawal.
           perform 324-compute-months-to-maturity
           perform 326-lookup-penalty-rate
           compute ws-penalty-amount rounded =
               investment-amount * ws-penalty-percent / 100
           compute ws-withdrawal-gross =
               investment-amount + ws-penalty-amount
           if ws-withdrawal-gross > mr-current-balance
               move 'R008' to ws-reject-reason
               move "withdrawal and penalty exceed balance"
                   to ws-reason-text
               perform 070-write-edit-error
           else
               compute ws-remaining-balance =
                   mr-current-balance - ws-withdrawal-gross
               if ws-remaining-balance < ws-minimum-balance
                   move 'R009' to ws-reject-reason
                   move "withdrawal leaves less than product minimum"
                       to ws-reason-text
                   perform 070-write-edit-error
               end-if
           end-if.

      *Whole months from today to maturity, as calc2000's
      *334-compute-months-to-maturity counts them.
       324-compute-months-to-maturity.
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
               compute ws-months-to-maturity =
                   mr-number-of-years * 12
           end-if.

       326-lookup-penalty-rate.
           move 'N' to ws-penalty-found-flag
           move 0 to ws-best-months-floor
           move 0 to ws-penalty-percent
           move 0 to ws-minimum-balance
           move 1 to penalty-index
           perform 327-check-penalty-entry
               until penalty-index > penalty-entry-count.

       327-check-penalty-entry.
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

       330-lookup-master-account.
           move account-id to mr-account-id
           read master-file
                   move 'Y' to ws-master-found-flag
           end-read.

      *An approval must name an item waiting for it - on the
      *pending file or held earlier on this file - by account and
      *repeated principal (R013), and must be keyed by a user
      *other than the one who keyed the item (R012), matching
      *350-process-approval in calc2000.
       340-edit-approval.
           move 0 to ws-pending-slot
           move pending-entry-count to pending-index
           perform 341-find-pending-item
               until pending-index < 1
           if ws-pending-slot = 0
               move 'R013' to ws-reject-reason
               move "approval with no item held for approval"
                   to ws-reason-text
               perform 070-write-edit-error
           else
               if keyed-by = spaces
                       or keyed-by = pe-keyed-by (ws-pending-slot)
                   move 'R012' to ws-reject-reason
                   move "approval must come from a different user"
                       to ws-reason-text
                   perform 070-write-edit-error
               else
                   move 'A' to pe-status (ws-pending-slot)
               end-if
           end-if.

       341-find-pending-item.
           if pe-account-id (pending-index) = account-id
                   and pe-principal (pending-index)
                       = investment-amount
                   and pe-status (pending-index) = 'P'
               move pending-index to ws-pending-slot
           end-if
           subtract 1 from pending-index.

      *Measures a close, change or withdrawal that passed its
      *edits against its currency's threshold the way
      *340-check-dual-control in calc2000 does, and adds one that
      *will be held tonight to the items waiting, so an approval
      *later on the file finds it.
       342-check-dual-control.
           move 'N' to ws-hold-flag
           if dual-entry-count > 0
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
               perform 343-check-dual-entry
                   until dual-index > dual-entry-count
           end-if
           if ws-hold-flag = 'Y'
               if pending-entry-count < 500
                   add 1 to pending-entry-count
                   move trans-record
                       to pe-trans-data (pending-entry-count)
                   move 'P' to pe-status (pending-entry-count)
               else
                   display "Pending table full - tonight's run "
                           "will abend holding account "
                           account-id "."
               end-if
           end-if.

       343-check-dual-entry.
           if due-currency-code (dual-index) = ws-hold-currency
                   and ws-hold-amount > due-threshold (dual-index)
               move 'Y' to ws-hold-flag
           end-if
           add 1 to dual-index.

      *The goal-seek edits, matching 400-process-goal-seek: the
      *target must be positive, a rate solve needs a usable term,
      *a term solve needs a usable rate, and both need a currency.
           end-if
           perform 064-lookup-exchange-rate.

      *Moves am-base-date forward by am-months calendar months,
      *exactly as calc2000's 810-add-months does.
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
           close trans-file
           if ws-queue-open-flag = 'Y'
               close queue-file
           end-if
           close edit-report-file
           if ws-master-open-flag = 'Y'
               close master-file
