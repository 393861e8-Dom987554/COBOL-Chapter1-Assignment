      *that bounced it.
       fd  suspense-file.
       01  suspense-record.
           05  sr-trans-data               pic x(67).
           05  sr-trans-split redefines sr-trans-data.
               10  sr-account-id           pic x(6).
               10  filler                  pic x(61).
           05  sr-reject-reason            pic x(4).
           05  sr-reject-date              pic 9(8).
      *Alternate view of the same record in the layout suspense
           05  osr-trans-data              pic x(48).
           05  osr-reject-reason           pic x(4).
           05  osr-reject-date             pic 9(8).
           05  filler                      pic x(19).
      *And the layout it carried after that, before the
      *transaction grew the keyed-by user id: recognized and
      *reframed the same way.
       01  prior-suspense-record.
           05  psr-trans-data              pic x(59).
           05  psr-reject-reason           pic x(4).
           05  psr-reject-date             pic 9(8).
           05  filler                      pic x(8).

      *Control card: the escalation threshold in days - items
      *older than this print in the escalation section.
      *suspense layout, ready for calc2000 to seed back in.
       fd  carry-file.
       01  carry-record.
           05  cf-trans-data               pic x(67).
           05  cf-reject-reason            pic x(4).
           05  cf-reject-date              pic 9(8).

           05  dn-century-days             pic 9(3).
           05  dn-cycle-days               pic 9(3).

      *The aging matrix: one row per reason code R001-R013 plus a
      *catch-all, one bucket per age band. Band 1 is 0-7 days,
      *band 2 is 8-30, band 3 is 31-60, band 4 is over 60.
       01  aging-matrix-control.
           05  ws-reason-index             pic 99.
           05  ws-band-index               pic 9.
           05  ws-reason-slot              pic 99.
           05  ws-band-column              pic 99.
           05  aging-reason-entry occurs 14 times.
               10  ag-reason-code          pic x(4).
               10  ag-reason-text          pic x(30).
               10  ag-band-count occurs 4 times
      *Holding fields for reframing a pre-cutover item into the
      *current layout before it is aged and carried forward.
       01  reframe-fields.
           05  ws-old-trans-data           pic x(59).
           05  ws-old-reject-reason        pic x(4).
           05  ws-old-reject-date          pic 9(8).

           end-if.

      *Seeds the matrix with the reason codes and their meanings,
      *in the order calc2000 assigns them; slot 14 catches anything
      *a future reason lands in.
       020-initialize-aging-matrix.
           move 1 to ws-reason-index
           perform 022-clear-reason-entry
               until ws-reason-index > 14
           move 'R001' to ag-reason-code (1)
           move "rate not greater than zero" to ag-reason-text (1)
           move 'R002' to ag-reason-code (2)
           move 'R007' to ag-reason-code (7)
           move "goal-seek target not positive"
               to ag-reason-text (7)
           move 'R008' to ag-reason-code (8)
           move "withdrawal exceeds balance" to ag-reason-text (8)
           move 'R009' to ag-reason-code (9)
           move "withdrawal below minimum" to ag-reason-text (9)
           move 'R010' to ag-reason-code (10)
           move "withdrawal not on master" to ag-reason-text (10)
           move 'R011' to ag-reason-code (11)
           move "withdrawal amount not positive"
               to ag-reason-text (11)
           move 'R012' to ag-reason-code (12)
           move "approval keyed by same user" to ag-reason-text (12)
           move 'R013' to ag-reason-code (13)
           move "approval with no item held" to ag-reason-text (13)
           move '????' to ag-reason-code (14)
           move "unrecognized reason code" to ag-reason-text (14).

       022-clear-reason-entry.
           move spaces to ag-reason-code (ws-reason-index)
               end-read
           end-if.

      *Recognizes an item still framed in a pre-cutover layout -
      *its own reason and date fields do not parse, but an older
      *frame's do - and rebuilds it in place in the current
      *layout, the transaction data padded with spaces where the
      *fields added since now live. Everything downstream, the
      *aging, the escalation and the carry-forward, then sees one
      *layout only.
       048-reframe-old-item.
           if sr-reject-date is numeric
                   and sr-reject-reason (1:1) = 'R'
               continue
           else
               if psr-reject-date is numeric
                       and psr-reject-reason (1:1) = 'R'
                   add 1 to ws-items-reframed
                   move psr-trans-data to ws-old-trans-data
                   move psr-reject-reason to ws-old-reject-reason
                   move psr-reject-date to ws-old-reject-date
                   move spaces to suspense-record
                   move ws-old-trans-data to sr-trans-data
                   move ws-old-reject-reason to sr-reject-reason
                   move ws-old-reject-date to sr-reject-date
               else
                   if osr-reject-date is numeric
                           and osr-reject-reason (1:1) = 'R'
                       add 1 to ws-items-reframed
                       move osr-trans-data to ws-old-trans-data
                       move osr-reject-reason
                           to ws-old-reject-reason
                       move osr-reject-date to ws-old-reject-date
                       move spaces to suspense-record
                       move ws-old-trans-data to sr-trans-data
                       move ws-old-reject-reason to sr-reject-reason
                       move ws-old-reject-date to sr-reject-date
                   end-if
               end-if
           end-if.


      *Finds the item's reason row and age band and counts it.
       060-bucket-item.
           move 14 to ws-reason-slot
           move 1 to ws-reason-index
           perform 062-match-reason-code
               until ws-reason-index > 13
           move ws-reason-slot to ws-reason-index
           evaluate true
               when ws-item-age-days <= 7
       062-match-reason-code.
           if ag-reason-code (ws-reason-index) = sr-reject-reason
               move ws-reason-index to ws-reason-slot
               move 14 to ws-reason-index
           end-if
           add 1 to ws-reason-index.

           write report-line
           move 1 to ws-reason-index
           perform 162-write-matrix-row
               until ws-reason-index > 14.

       162-write-matrix-row.
           if ag-reason-total (ws-reason-index) > 0
                   or ws-reason-index < 14
               move spaces to wl-report-line
               move 1 to ws-band-index
               string ag-reason-code (ws-reason-index)
