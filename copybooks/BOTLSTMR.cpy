      *>--------------------------------------------------------------
      *> BOTLSTMR - month-end stock ledger statement line layout for
      *> BOTL-STMT-FILE, written by BOTLCLOS: for every item the
      *> opening count and value, the period's receipts, issues,
      *> cycle count adjustments and revaluation, and the closing
      *> count and value, with a flag line where opening + receipts
      *> - issues +/- adjustments does not foot to the closing.
      *>--------------------------------------------------------------
       01  BOTL-STMT-LINE PIC X(100).
