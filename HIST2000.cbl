      *  request file of account ids, walks every retained audit
      *  generation in run-log order, and prints a chronological
      *  history per account: each run's principal, rate, term,
      *  scenario type and future value, plus every close, change
      *  and withdrawal, with a flag on any run where the projected
      *  value moved against the client - replacing an afternoon of
      *  hand-grepping audit files per account.

       environment division.
      *and the run id that labels its rows. The legacy single
      *CALC2000.AUDIT, from before runs carried ids, reads first
      *when it is still on disk. Trial runs are rehearsals, not
      *client history, so their generations are left off the list,
      *and accr2000's accrual runs and fees2000's fee runs write a
      *ledger, not an audit file, so they have no generation to
      *list.
       01  generation-table-control.
           05  generation-count            pic 9(3) value 0.
           05  generation-index            pic 9(3).
                   move 'Y' to ws-runlog-eof
               not at end
                   if rl-trial-label not = 'TRIAL'
                           and rl-run-mode not = 'ACCRUAL'
                           and rl-run-mode not = 'FEES'
                       if generation-count >= 500
                           move 'Y' to ws-generation-lost-flag
                           perform 024-drop-oldest-generation
      *One audit row either belongs to the account or it does not.
      *Column 8 tells the two row kinds apart: a digit is a
      *calculation row with its scenario number and type, a letter
      *opens a maintenance action word (CLOSE, CHANGE or WITHDRW).
       070-examine-audit-row.
           if audit-line (1:6) = ws-current-account
               add 1 to ws-rows-found
