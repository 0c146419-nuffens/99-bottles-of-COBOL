      *>--------------------------------------------------------------
      *> BOTLGRPR - journal control report line layout for
      *> BOTL-GRPT-FILE, written by BOTLGL: the movement priced per
      *> item, the journal lines, and the tie of the journal's issue
      *> and receipt totals back to the BOTLVAL grand totals.
      *>--------------------------------------------------------------
       01  BOTL-GRPT-LINE PIC X(100).
