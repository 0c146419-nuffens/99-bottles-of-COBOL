      *>--------------------------------------------------------------
      *> BOTLKRPR - backorder aging report line layout for
      *> BOTL-KRPT-FILE, written by BOTLBKAG so customer service can
      *> see every short-shipped order still waiting on stock.
      *>--------------------------------------------------------------
       01  BOTL-KRPT-LINE PIC X(100).
