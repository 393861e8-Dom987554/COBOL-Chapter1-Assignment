       identification division.

       program-id. inqy2000.
      *  Programmer.:Dominic Mattern
      *  Date.......: 2026.10.15
      *  GitHub URL.:
      *  https://github.com/Dom987554/COBOL-Chapter1-Assignment.git
      *  Description: This program is the branch staff's online
      *  account screen. Staff key an account id and see its
      *  master terms, balance and projected value off
      *  CALC2000.MSTR, the client's name and address off
      *  STMT2000.NAME, the branch name off CALC2000.BRCH, and the
      *  account's latest audit rows off the retained audit
      *  generations the run log lists. From the same screen they
      *  key an add, change or close; the screen checks the account
      *  is or is not on the book as the action needs, then queues
      *  the transaction to INQY2000.QUE in the CALC2000.TRANS
      *  layout, stamped with the operator id staff sign on with.
      *  Each record is added to the end of the file as it is
      *  confirmed, so several sessions can queue at once; the
      *  night run takes the queue after CALC2000.TRANS, counts it
      *  for itself and clears what it took. The master itself is
      *  never updated from the screen.

       environment division.

       input-output section.

       file-control.

           select master-file
               assign to "CALC2000.MSTR"
               organization is indexed
               access mode is dynamic
               record key is mr-account-id
               file status is ws-master-status.

           select name-file
               assign to "STMT2000.NAME"
               organization is line sequential
               file status is ws-name-status.

           select branch-file
               assign to "CALC2000.BRCH"
               organization is line sequential
               file status is ws-branch-status.

           select runlog-file
               assign to "CALC2000.RLOG"
               organization is line sequential
               file status is ws-runlog-status.

           select audit-file
               assign to dynamic ws-audit-filename
               organization is line sequential
               file status is ws-audit-status.

           select queue-file
               assign to "INQY2000.QUE"
               organization is line sequential
               file status is ws-queue-status.

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

      *The bank's branches, shared with calc2000.
       fd  branch-file.
       01  branch-record.
           05  br-branch-code              pic x(3).
           05  br-branch-name              pic x(30).

      *The calc2000 run log: the list of retained audit generations
      *and the order they were written in.
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

      *One retained audit generation at a time, opened by name as
      *the run log lists them.
       fd  audit-file.
       01  audit-line                      pic x(100).

      *The queue of keyed transactions for the night's batch, in
      *the CALC2000.TRANS layout, in the order they were keyed.
      *It carries no trailer: calc2000 builds the queue's count and
      *hash total as it reads it.
       fd  queue-file.
       01  trans-record.
           05  tr-account-id               pic x(6).
           05  tr-principal                pic 9(7)v99.
           05  tr-years                    pic 99.
           05  tr-rate                     pic 99v999.
           05  tr-compound-freq            pic x.
           05  tr-trans-code               pic x.
           05  tr-contribution             pic 9(5)v99.
           05  tr-product-code             pic x(3).
           05  tr-currency-code            pic x(3).
           05  tr-target-value             pic 9(9)v99.
           05  tr-opened-date              pic 9(8).
           05  tr-branch-code              pic x(3).
           05  tr-keyed-by                 pic x(8).

       working-storage section.

      *The operator, account and action keyed on the screen, and
      *the line that tells staff what happened to the last one.
      *The operator id goes on every record queued as the user
      *who keyed it, for calc2000's dual control.
       01  inquiry-control.
           05  ws-operator-id              pic x(8) value spaces.
           05  ws-account-id               pic x(6) value spaces.
           05  ws-action-code              pic x value 'I'.
           05  ws-confirm-flag             pic x value 'N'.
           05  ws-message                  pic x(79) value spaces.
           05  ws-master-found-flag        pic x value 'N'.
           05  ws-entry-ok-flag            pic x value 'N'.
           05  ws-session-done-flag        pic x value 'N'.
           05  ws-today                    pic 9(8).

      *The account's terms as the screen shows them, and as staff
      *key them for an add or a change: a change starts from the
      *master's own terms, an add from a blank form.
       01  maintenance-fields.
           05  ws-principal                pic 9(7)v99 value 0.
           05  ws-years                    pic 99 value 0.
           05  ws-rate                     pic 99v999 value 0.
           05  ws-compound-freq            pic x value space.
           05  ws-contribution             pic 9(5)v99 value 0.
           05  ws-product-code             pic x(3) value spaces.
           05  ws-currency-code            pic x(3) value spaces.
           05  ws-opened-date              pic 9(8) value 0.
           05  ws-branch-code              pic x(3) value spaces.

      *What the screen shows beside the terms: the client, the
      *branch and the money actually on deposit.
       01  display-fields.
           05  ws-client-name              pic x(30) value spaces.
           05  ws-addr-line-1              pic x(30) value spaces.
           05  ws-addr-line-2              pic x(30) value spaces.
           05  ws-city-line                pic x(32) value spaces.
           05  ws-branch-name              pic x(30) value spaces.
           05  ws-current-balance          pic 9(9)v99 value 0.
           05  ws-interest-to-date         pic 9(9)v99 value 0.
           05  ws-fees-to-date             pic 9(9)v99 value 0.
           05  ws-future-value             pic 9(9)v99 value 0.

      *The account's newest audit rows, newest first, each with
      *the date of the run that wrote it. The generations are read
      *newest first and each one's rows for the account are held
      *in the generation buffer, oldest to newest, so they can be
      *handed on in reverse.
       01  recent-audit-control.
           05  ws-recent-count             pic 9 value 0.
           05  ws-generation-rows          pic 9 value 0.
           05  ws-row-index                pic 9.
           05  ws-shift-row                pic 9.
           05  ws-shift-next-row           pic 9.
           05  ws-recent-row               pic x(79).
           05  recent-lines.
               10  ra-line-1               pic x(79).
               10  ra-line-2               pic x(79).
               10  ra-line-3               pic x(79).
               10  ra-line-4               pic x(79).
               10  ra-line-5               pic x(79).
           05  recent-table redefines recent-lines.
               10  ra-line                 pic x(79) occurs 5 times.
           05  generation-rows.
               10  gr-line                 pic x(79) occurs 5 times.

      *The audit generations in run order, built from the run log
      *exactly as hist2000 builds them: the legacy CALC2000.AUDIT
      *first when it is still on disk, then one generation per
      *live run. Trial runs, accr2000's accrual runs and
      *fees2000's fee runs leave no audit generation of their own.
       01  generation-table-control.
           05  generation-count            pic 9(3) value 0.
           05  generation-index            pic 9(3).
           05  ws-runlog-eof               pic x value 'N'.
           05  ws-shift-index              pic 9(3).
           05  ws-shift-next               pic 9(3).
           05  ws-audit-filename           pic x(40).
           05  ws-audit-eof                pic x value 'N'.
           05  generation-entry occurs 500 times.
               10  ge-audit-filename       pic x(40).
               10  ge-run-label            pic x(18).

      *Client names and addresses, loaded once at sign-on the way
      *stmt2000 loads them.
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

      *The bank's branches, loaded once at sign-on.
       01  branch-table-control.
           05  branch-entry-count          pic 99 value 0.
           05  branch-index                pic 99.
           05  ws-branch-eof               pic x value 'N'.
           05  branch-entry occurs 50 times.
               10  bre-branch-code         pic x(3).
               10  bre-branch-name         pic x(30).

      *How many records this session has queued, for the line
      *shown when the session ends.
       01  queue-control.
           05  ws-queued-this-session      pic 9(5) value 0.

      *The transaction being queued, built in the TRANS layout.
       01  queue-record.
           05  qr-account-id               pic x(6).
           05  qr-principal                pic 9(7)v99.
           05  qr-years                    pic 99.
           05  qr-rate                     pic 99v999.
           05  qr-compound-freq            pic x.
           05  qr-trans-code               pic x.
           05  qr-contribution             pic 9(5)v99.
           05  qr-product-code             pic x(3).
           05  qr-currency-code            pic x(3).
           05  qr-target-value             pic 9(9)v99.
           05  qr-opened-date              pic 9(8).
           05  qr-branch-code              pic x(3).
           05  qr-keyed-by                 pic x(8).

       01  report-control.
           05  ws-abort-message            pic x(60).

       01  file-status-fields.
           05  ws-master-status            pic xx value '00'.
           05  ws-name-status              pic xx value '00'.
           05  ws-branch-status            pic xx value '00'.
           05  ws-runlog-status            pic xx value '00'.
           05  ws-audit-status             pic xx value '00'.
           05  ws-queue-status             pic xx value '00'.

       screen section.

      *Clears the screen when the session starts.
       01  clear-screen.
           05  blank screen.

      *The account id and action, with the result of the last
      *action on the bottom line. The last account's detail stays
      *on the screen beneath it until the next one is looked up.
       01  key-screen.
           05  line 1 column 1 value "INQY2000".
           05  line 1 column 22
               value "Account Inquiry and Maintenance".
           05  line 1 column 71 pic 9(8) from ws-today.
           05  line 3 column 1 value "Account Id:".
           05  line 3 column 13 pic x(6) using ws-account-id.
           05  line 3 column 22 value "Action:".
           05  line 3 column 30 pic x using ws-action-code.
           05  line 3 column 40 value "Operator:".
           05  line 3 column 50 pic x(8) using ws-operator-id.
           05  line 4 column 1
               value "I inquire   A add   C change   D close   X exit".
           05  line 23 column 1 pic x(79) from ws-message.

      *The account as it stands: terms on the left, client, branch
      *and money on the right, the newest audit rows below.
       01  detail-screen.
           05  line 6 column 1 value "Principal ....:".
           05  line 6 column 18 pic zzzzzz9.99 from ws-principal.
           05  line 7 column 1 value "Term (years) .:".
           05  line 7 column 18 pic z9 from ws-years.
           05  line 8 column 1 value "Rate % .......:".
           05  line 8 column 18 pic z9.999 from ws-rate.
           05  line 9 column 1 value "Compounding ..:".
           05  line 9 column 18 pic x from ws-compound-freq.
           05  line 10 column 1 value "Contribution .:".
           05  line 10 column 18 pic zzzz9.99 from ws-contribution.
           05  line 11 column 1 value "Product ......:".
           05  line 11 column 18 pic x(3) from ws-product-code.
           05  line 12 column 1 value "Currency .....:".
           05  line 12 column 18 pic x(3) from ws-currency-code.
           05  line 13 column 1 value "Opened .......:".
           05  line 13 column 18 pic 9(8) from ws-opened-date.
           05  line 14 column 1 value "Branch .......:".
           05  line 14 column 18 pic x(3) from ws-branch-code.
           05  line 6 column 40 value "Client:".
           05  line 6 column 48 pic x(30) from ws-client-name.
           05  line 7 column 48 pic x(30) from ws-addr-line-1.
           05  line 8 column 48 pic x(30) from ws-addr-line-2.
           05  line 9 column 48 pic x(32) from ws-city-line.
           05  line 10 column 40 value "Branch:".
           05  line 10 column 48 pic x(30) from ws-branch-name.
           05  line 12 column 40 value "Balance ......:".
           05  line 12 column 56 pic zzz,zzz,zz9.99
               from ws-current-balance.
           05  line 13 column 40 value "Interest .....:".
           05  line 13 column 56 pic zzz,zzz,zz9.99
               from ws-interest-to-date.
           05  line 14 column 40 value "Proj. Value ..:".
           05  line 14 column 56 pic zzz,zzz,zz9.99
               from ws-future-value.
           05  line 15 column 40 value "Fees Charged .:".
           05  line 15 column 56 pic zzz,zzz,zz9.99
               from ws-fees-to-date.
           05  line 16 column 1
               value "Recent activity, newest first:".
           05  line 17 column 1 pic x(79) from ra-line-1.
           05  line 18 column 1 pic x(79) from ra-line-2.
           05  line 19 column 1 pic x(79) from ra-line-3.
           05  line 20 column 1 pic x(79) from ra-line-4.
           05  line 21 column 1 pic x(79) from ra-line-5.
           05  line 23 column 1 pic x(79) from ws-message.

      *The terms opened up for keying over the detail layout, with
      *the confirmation that queues them.
       01  entry-screen.
           05  line 6 column 18 pic zzzzzz9.99 using ws-principal.
           05  line 7 column 18 pic z9 using ws-years.
           05  line 8 column 18 pic z9.999 using ws-rate.
           05  line 9 column 18 pic x using ws-compound-freq.
           05  line 10 column 18 pic zzzz9.99 using ws-contribution.
           05  line 11 column 18 pic x(3) using ws-product-code.
           05  line 12 column 18 pic x(3) using ws-currency-code.
           05  line 13 column 18 pic 9(8) using ws-opened-date.
           05  line 14 column 18 pic x(3) using ws-branch-code.
           05  line 22 column 1 value "Queue this transaction (Y/N):".
           05  line 22 column 31 pic x using ws-confirm-flag.

      *The confirmation alone, for a close.
       01  confirm-screen.
           05  line 22 column 1 value "Queue this close (Y/N):".
           05  line 22 column 25 pic x using ws-confirm-flag.

       procedure division.

      *Loads the reference tables, then serves one account and
      *action at a time until staff key X.
       000-run-inquiry-session.
           accept ws-today from date yyyymmdd
           perform 005-open-files
           perform 020-load-name-table
           perform 025-load-branch-table
           perform 030-load-generation-table
           move "Key an account id and an action." to ws-message
           display clear-screen
           perform 050-serve-one-request
               until ws-session-done-flag = 'Y'
           perform 900-close-files
           display "INQY2000 session ended - "
                   ws-queued-this-session " transactions queued."
           stop run.

      *The master is the whole point of the screen; the name,
      *branch and audit files only fill in what is shown beside
      *it.
       005-open-files.
           open input master-file
           if ws-master-status not = '00'
               string "unable to open CALC2000.MSTR, status "
                       ws-master-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if.

       020-load-name-table.
           open input name-file
           if ws-name-status = '00'
               perform 022-load-name-entry
                   until ws-name-eof = 'Y'
                       or name-entry-count >= 1000
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

       025-load-branch-table.
           open input branch-file
           if ws-branch-status = '00'
               perform 027-load-branch-entry
                   until ws-branch-eof = 'Y'
                       or branch-entry-count >= 50
               close branch-file
           end-if.

       027-load-branch-entry.
           read branch-file
               at end
                   move 'Y' to ws-branch-eof
               not at end
                   add 1 to branch-entry-count
                   move br-branch-code
                       to bre-branch-code (branch-entry-count)
                   move br-branch-name
                       to bre-branch-name (branch-entry-count)
           end-read.

      *Builds the generation list as hist2000's
      *020-load-generation-table does.
       030-load-generation-table.
           move spaces to ws-audit-filename
           move "CALC2000.AUDIT" to ws-audit-filename
           open input audit-file
           if ws-audit-status = '00'
               close audit-file
               add 1 to generation-count
               move ws-audit-filename
                   to ge-audit-filename (generation-count)
               move "(legacy)" to ge-run-label (generation-count)
           end-if
           open input runlog-file
           if ws-runlog-status = '00'
               perform 032-load-generation-entry
                   until ws-runlog-eof = 'Y'
               close runlog-file
           end-if.

      *When the table is full the oldest generation gives way, so
      *the newest are always kept - they are the ones the screen
      *shows.
       032-load-generation-entry.
           read runlog-file
               at end
                   move 'Y' to ws-runlog-eof
               not at end
                   if rl-trial-label not = 'TRIAL'
                           and rl-run-mode not = 'ACCRUAL'
                           and rl-run-mode not = 'FEES'
                       if generation-count >= 500
                           perform 034-drop-oldest-generation
                       else
                           add 1 to generation-count
                       end-if
                       move spaces
                           to ge-audit-filename (generation-count)
                       string "CALC2000.AUDIT."
                                   delimited by size
                               rl-run-id delimited by size
                               into ge-audit-filename
                                   (generation-count)
                       end-string
                       move rl-run-id
                           to ge-run-label (generation-count)
                   end-if
           end-read.

       034-drop-oldest-generation.
           move 1 to ws-shift-index
           perform 036-shift-generation-entry
               until ws-shift-index >= generation-count.

       036-shift-generation-entry.
           compute ws-shift-next = ws-shift-index + 1
           move ge-audit-filename (ws-shift-next)
               to ge-audit-filename (ws-shift-index)
           move ge-run-label (ws-shift-next)
               to ge-run-label (ws-shift-index)
           add 1 to ws-shift-index.

      *One cycle of the screen: take an account and an action,
      *look the account up, then inquire, queue or leave. The
      *action goes back to inquire after every cycle, so a stray
      *Enter never queues a second transaction.
       050-serve-one-request.
           display key-screen
           accept key-screen
           move 'N' to ws-confirm-flag
           evaluate ws-action-code
               when 'X'
               when 'x'
                   move 'Y' to ws-session-done-flag
               when other
                   if ws-account-id = spaces
                       move "Key an account id." to ws-message
                   else
                       perform 060-lookup-account
                       perform 070-perform-action
                   end-if
           end-evaluate
           move 'I' to ws-action-code.

      *Fills every field the detail screen shows: the master row
      *when the account is on the book, a blank form when it is
      *not, then the client, branch and newest audit rows.
       060-lookup-account.
           move ws-account-id to mr-account-id
           read master-file
               invalid key
                   move 'N' to ws-master-found-flag
               not invalid key
                   move 'Y' to ws-master-found-flag
           end-read
           if ws-master-found-flag = 'Y'
               move mr-investment-amount to ws-principal
               move mr-number-of-years to ws-years
               move mr-yearly-interest-rate to ws-rate
               move mr-compound-freq to ws-compound-freq
               move mr-contribution to ws-contribution
               move mr-product-code to ws-product-code
               move mr-currency-code to ws-currency-code
               move mr-opened-date to ws-opened-date
               move mr-branch-code to ws-branch-code
               move mr-current-balance to ws-current-balance
               move mr-interest-to-date to ws-interest-to-date
               move mr-fees-to-date to ws-fees-to-date
               move mr-future-value to ws-future-value
           else
               move 0 to ws-principal
               move 0 to ws-years
               move 0 to ws-rate
               move space to ws-compound-freq
               move 0 to ws-contribution
               move spaces to ws-product-code
               move spaces to ws-currency-code
               move 0 to ws-opened-date
               move spaces to ws-branch-code
               move 0 to ws-current-balance
               move 0 to ws-interest-to-date
               move 0 to ws-fees-to-date
               move 0 to ws-future-value
           end-if
           perform 062-lookup-client
           perform 064-lookup-branch-name
           perform 080-gather-recent-audit.

       062-lookup-client.
           move spaces to ws-client-name
           move spaces to ws-addr-line-1
           move spaces to ws-addr-line-2
           move spaces to ws-city-line
           move 'N' to ws-name-found-flag
           move 1 to name-index
           perform 063-check-name-entry
               until name-index > name-entry-count
           if ws-name-found-flag = 'Y'
               move ne-client-name (ws-name-slot) to ws-client-name
               move ne-addr-line-1 (ws-name-slot) to ws-addr-line-1
               move ne-addr-line-2 (ws-name-slot) to ws-addr-line-2
               string ne-city (ws-name-slot) delimited by size
                       " " delimited by size
                       ne-state (ws-name-slot) delimited by size
                       " " delimited by size
                       ne-postal-code (ws-name-slot)
                           delimited by size
                       into ws-city-line
               end-string
           else
               move "** no address on file **" to ws-client-name
           end-if.

       063-check-name-entry.
           if ne-account-id (name-index) = ws-account-id
               move 'Y' to ws-name-found-flag
               move name-index to ws-name-slot
           end-if
           add 1 to name-index.

       064-lookup-branch-name.
           move spaces to ws-branch-name
           move 1 to branch-index
           perform 065-check-branch-entry
               until branch-index > branch-entry-count.

       065-check-branch-entry.
           if bre-branch-code (branch-index) = ws-branch-code
                   and ws-branch-code not = spaces
               move bre-branch-name (branch-index) to ws-branch-name
           end-if
           add 1 to branch-index.

      *Carries out the keyed action. An add needs an account not
      *yet on the book and a change or close one that is, checked
      *here while the client is still at the counter rather than
      *in tonight's run as an R003 or R004 on suspense. Nothing is
      *queued without an operator id to stamp it with.
       070-perform-action.
           if ws-operator-id = spaces
               evaluate ws-action-code
                   when 'A'
                   when 'a'
                   when 'C'
                   when 'c'
                   when 'D'
                   when 'd'
                       display detail-screen
                       move "Key your operator id to queue."
                           to ws-message
                   when other
                       perform 071-carry-out-action
               end-evaluate
           else
               perform 071-carry-out-action
           end-if.

       071-carry-out-action.
           evaluate ws-action-code
               when 'I'
               when 'i'
               when space
                   display detail-screen
                   if ws-master-found-flag = 'Y'
                       move "Account shown." to ws-message
                   else
                       move "Account not on master." to ws-message
                   end-if
               when 'A'
               when 'a'
                   if ws-master-found-flag = 'Y'
                       move "Account already on master - use C."
                           to ws-message
                   else
                       move ws-today to ws-opened-date
                       display detail-screen
                       accept entry-screen
                       perform 072-edit-entry
                       if ws-entry-ok-flag = 'Y'
                           move 'A' to qr-trans-code
                           perform 076-queue-transaction
                       end-if
                   end-if
               when 'C'
               when 'c'
                   if ws-master-found-flag = 'N'
                       move "Account not on master - no change."
                           to ws-message
                   else
                       display detail-screen
                       accept entry-screen
                       perform 072-edit-entry
                       if ws-entry-ok-flag = 'Y'
                           move 'C' to qr-trans-code
                           perform 076-queue-transaction
                       end-if
                   end-if
               when 'D'
               when 'd'
                   if ws-master-found-flag = 'N'
                       move "Account not on master - no close."
                           to ws-message
                   else
                       display detail-screen
                       accept confirm-screen
                       if ws-confirm-flag = 'Y'
                               or ws-confirm-flag = 'y'
                           move 'D' to qr-trans-code
                           perform 076-queue-transaction
                       else
                           move "Close not queued." to ws-message
                       end-if
                   end-if
               when other
                   move "Action must be I, A, C, D or X."
                       to ws-message
           end-evaluate.

      *The edits calc2000 rejects on - a rate above zero (R001)
      *and a term of at least a year (R002) - plus a principal to
      *project, checked before anything is queued.
       072-edit-entry.
           move 'N' to ws-entry-ok-flag
           if ws-confirm-flag not = 'Y' and ws-confirm-flag not = 'y'
               move "Transaction not queued." to ws-message
           else
               if ws-principal = 0
                   move "Principal must be over zero - not queued."
                       to ws-message
               else
                   if ws-rate = 0
                       move "Rate must be over zero - not queued."
                           to ws-message
                   else
                       if ws-years = 0
                           move "Term under a year - not queued."
                               to ws-message
                       else
                           move 'Y' to ws-entry-ok-flag
                       end-if
                   end-if
               end-if
           end-if.

      *Builds the TRANS-layout record from the screen's terms - a
      *close carries only the account, its branch and the code -
      *and adds it to the end of the queue.
       076-queue-transaction.
           move ws-account-id to qr-account-id
           move ws-branch-code to qr-branch-code
           move ws-operator-id to qr-keyed-by
           move zeros to qr-target-value
           if qr-trans-code = 'D'
               move zeros to qr-principal
               move zeros to qr-years
               move zeros to qr-rate
               move space to qr-compound-freq
               move zeros to qr-contribution
               move spaces to qr-product-code
               move spaces to qr-currency-code
               move zeros to qr-opened-date
           else
               move ws-principal to qr-principal
               move ws-years to qr-years
               move ws-rate to qr-rate
               move ws-compound-freq to qr-compound-freq
               move ws-contribution to qr-contribution
               move ws-product-code to qr-product-code
               move ws-currency-code to qr-currency-code
               move ws-opened-date to qr-opened-date
           end-if
           perform 078-append-queue-record
           add 1 to ws-queued-this-session
           move spaces to ws-message
           string "Queued " delimited by size
                   qr-trans-code delimited by size
                   " for account " delimited by size
                   ws-account-id delimited by size
                   " for tonight's run." delimited by size
                   into ws-message
           end-string.

      *Adds the record to the end of the queue and closes it again
      *at once, so another session appending in between loses
      *nothing and the night run finds every record confirmed. The
      *first record of the day creates the file. A queue file that
      *cannot be written ends the session, since staff would
      *otherwise go on keying into nothing.
       078-append-queue-record.
           open extend queue-file
           if ws-queue-status = '35'
               open output queue-file
           end-if
           if ws-queue-status not = '00'
               string "unable to open INQY2000.QUE, status "
                       ws-queue-status delimited by size
                       into ws-abort-message
               end-string
               perform 999-abort-run
           end-if
           write trans-record from queue-record
           close queue-file.

      *Gathers the account's newest audit rows: generations are
      *read newest first until five rows are in hand, each one's
      *rows for the account passed on newest first.
       080-gather-recent-audit.
           move spaces to recent-lines
           move 0 to ws-recent-count
           move generation-count to generation-index
           perform 082-read-generation-for-account
               until generation-index = 0
                   or ws-recent-count >= 5.

      *Reads one generation, keeping its last five rows for the
      *account. A generation aged off retention is passed over.
       082-read-generation-for-account.
           move ge-audit-filename (generation-index)
               to ws-audit-filename
           move 0 to ws-generation-rows
           move 'N' to ws-audit-eof
           open input audit-file
           if ws-audit-status = '00'
               perform 084-read-audit-row
               perform 086-keep-audit-row
                   until ws-audit-eof = 'Y'
               close audit-file
               move ws-generation-rows to ws-row-index
               perform 088-hand-on-generation-row
                   until ws-row-index = 0
                       or ws-recent-count >= 5
           end-if
           subtract 1 from generation-index.

       084-read-audit-row.
           read audit-file
               at end move 'Y' to ws-audit-eof
           end-read.

      *An account's row is labelled with its run's date; when the
      *buffer is full the oldest row in it gives way.
       086-keep-audit-row.
           if audit-line (1:6) = ws-account-id
               move spaces to ws-recent-row
               string ge-run-label (generation-index) (1:8)
                           delimited by size
                       " " delimited by size
                       audit-line (8:70) delimited by size
                       into ws-recent-row
               end-string
               if ws-generation-rows >= 5
                   move 1 to ws-shift-row
                   perform 087-shift-generation-row
                       until ws-shift-row >= 5
               else
                   add 1 to ws-generation-rows
               end-if
               move ws-recent-row to gr-line (ws-generation-rows)
           end-if
           perform 084-read-audit-row.

       087-shift-generation-row.
           compute ws-shift-next-row = ws-shift-row + 1
           move gr-line (ws-shift-next-row) to gr-line (ws-shift-row)
           add 1 to ws-shift-row.

       088-hand-on-generation-row.
           add 1 to ws-recent-count
           move gr-line (ws-row-index) to ra-line (ws-recent-count)
           subtract 1 from ws-row-index.

       900-close-files.
           close master-file.

      *A file the session cannot proceed without failed; display
      *why and end the session with a failing return code.
       999-abort-run.
           display "INQY2000 abending - " ws-abort-message
           move 16 to return-code
           stop run.
