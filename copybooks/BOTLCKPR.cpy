      *> BOTL-CKPT-ALERTED is 'Y' once the in-flight item has written
      *> its reorder alert, so a rerun does not alert purchasing a
      *> second time for the same crossing.
      *> The backorder fill quantities are what the in-flight item
      *> has already taken off its carried backorders (issue and
      *> over-cap receipt), so a rerun takes the same amount off
      *> again before counting on and does not fill them twice.
      *> BOTL-CKPT-LOCATION and BOTL-CKPT-PHASE say which of the
      *> in-flight item's locations was being posted ('A' posting
      *> movement, 'B' counting down to the ending count), and the
      *> location table holds every location's count, alert flag and
      *> backorder fill quantities in item master location order, so
      *> a rerun resumes the item exactly where it stopped.
      *>--------------------------------------------------------------
       01  BOTL-CKPT-REC.
           05 BOTL-CKPT-ACTIVE PIC X.
           05 BOTL-CKPT-ISSUED-QTY PIC 9(9).
           05 BOTL-CKPT-RECEIVED-QTY PIC 9(9).
           05 BOTL-CKPT-ALERTED PIC X.
           05 BOTL-CKPT-BKO-ISSUE-FILL PIC 9(7).
           05 BOTL-CKPT-BKO-RCPT-FILL PIC 9(7).
           05 BOTL-CKPT-LOCATION PIC X(4).
           05 BOTL-CKPT-PHASE PIC X.
           05 BOTL-CKPT-LOC-ENTRY OCCURS 5 TIMES.
               10 BOTL-CKPT-LOC-COUNT PIC 9(7).
               10 BOTL-CKPT-LOC-ALERTED PIC X.
               10 BOTL-CKPT-LOC-BKO-ISSUE-FILL PIC 9(7).
               10 BOTL-CKPT-LOC-BKO-RCPT-FILL PIC 9(7).
