      *> BOTLOPAR - open-alert ledger record layout for the
      *> BOTL-OPEN files, maintained by BOTLALOG. One record per
      *> reorder alert purchasing has not yet confirmed: the item
      *> code, run ID and location identify the original BOTLALRR
      *> alert, the count and reorder point are as they stood when
      *> the alert was written, and the alert date is the date
      *> portion of the alert timestamp, used to age the entry.
      *> Confirmed alerts are dropped from the ledger; everything
      *> still on it shows on the aging report.
      *>--------------------------------------------------------------
       01  BOTL-OPEN-REC.
           05 BOTL-OPEN-ITEM-CODE PIC X(8).
           05 BOTL-OPEN-COUNT PIC 9(7).
           05 BOTL-OPEN-REORDER-POINT PIC 9(7).
           05 BOTL-OPEN-ALERT-DATE PIC X(8).
           05 BOTL-OPEN-LOCATION PIC X(4).
