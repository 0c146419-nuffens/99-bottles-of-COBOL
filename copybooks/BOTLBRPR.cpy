      *>--------------------------------------------------------------
      *> BOTLBRPR - movement balancing report line layout for
      *> BOTL-BRPT-FILE, written by BOTLBAL from the night's
      *> BOTLDTL extract: per-item, per-location issue, receipt,
      *> transfer and net totals, and a flag line for the exact item,
      *> location and iteration where count continuity breaks or a
      *> transfer's two legs do not pair.
      *>--------------------------------------------------------------
       01  BOTL-BRPT-LINE PIC X(100).
