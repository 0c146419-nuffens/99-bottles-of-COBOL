      *>--------------------------------------------------------------
      *> BOTLPNDR - pending item master change record layout for
      *> BOTL-PND-FILE, written by BOTLITMM. One record per
      *> maintenance transaction held for a second person's
      *> approval: the pending ID the approval ('P') must quote, the
      *> date it was held, why it was held, and the transaction
      *> exactly as requested (BOTLMNTR layout, requesting user ID
      *> included). BOTLITMM reads last night's generation back in,
      *> applies the ones approved tonight, drops the ones older
      *> than PENDING-EXPIRY days with a register line, and writes
      *> the rest forward with tonight's new holds.
      *>--------------------------------------------------------------
       01  BOTL-PND-REC.
           05 BOTL-PND-ID PIC X(12).
           05 BOTL-PND-HELD-DATE PIC X(8).
           05 BOTL-PND-REASON PIC X(30).
           05 BOTL-PND-MNT-IMAGE PIC X(84).
