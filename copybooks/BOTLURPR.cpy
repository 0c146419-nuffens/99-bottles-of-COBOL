      *>--------------------------------------------------------------
      *> BOTLURPR - usage and reorder point report line layout for
      *> BOTL-URPT-FILE, written by BOTLUSE: each item location's
      *> issue usage over the lookback, its current and recommended
      *> reorder points, and whether a change was proposed.
      *>--------------------------------------------------------------
       01  BOTL-URPT-LINE PIC X(100).
