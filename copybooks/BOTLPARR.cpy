      *>--------------------------------------------------------------
      *> BOTLPARR - run-control parameter card layout for
      *> BOTL-PARM-FILE, read by BOTTLES, BOTLEDIT, BOTLEXPR, BOTLUSE
      *> and BOTLITMM so operations can tune a run without a
      *> recompile.
      *> One KEYWORD=VALUE card per line, keyed from column 1; '*'
      *> in column 1 is a comment and blank cards are skipped.
      *> Keywords:
      *>   END-COUNT=n          count items down to n (BOTTLES)
      *>   PROGRESS-INTERVAL=n  snapshot every n iterations,
      *>                        must be over zero (BOTTLES)
      *>                        forced rerun past an active
      *>                        snapshot - remove the card after
      *>                        the rerun (BOTTLES)
      *>   EXPIRY-WINDOW=n      report lots whose best-by date
      *>                        falls within n days; default 30
      *>                        (BOTLEXPR)
      *>   USAGE-LOOKBACK=n     days of issue history averaged
      *>                        for reorder point recommendations,
      *>                        1-999; default 90 (BOTLUSE)
      *>   LEAD-TIME=n          lead time in days for items with no
      *>                        lead time record, 1-999; default 7
      *>                        (BOTLUSE)
      *>   APPROVAL-TOLERANCE=n percent a unit cost or reorder point
      *>                        may change before the change is
      *>                        held for a second user's approval,
      *>                        0-999; default 10 (BOTLITMM)
      *>   PENDING-EXPIRY=n     days a held change waits for
      *>                        approval before it expires, 1-999;
      *>                        default 14 (BOTLITMM)
      *> Each program validates every card and applies the ones
      *> meant for it; a bad card rejects the run. Parameters given
      *> on the CALL interface override the cards. The effective
