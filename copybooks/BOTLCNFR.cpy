      *> being answered (the run ID is the countdown run's start
      *> timestamp, YYYYMMDDHHMMSS), and the PO number and due date
      *> say what was ordered against it. Read by BOTLALOG to close
      *> entries on the open-alert ledger. The location is the
      *> alert's location; a confirmation with no location answers
      *> the alert for the main warehouse (MAIN).
      *>--------------------------------------------------------------
       01  BOTL-CONF-REC.
           05 BOTL-CONF-ITEM-CODE PIC X(8).
           05 BOTL-CONF-RUN-ID PIC X(14).
           05 BOTL-CONF-PO-NUMBER PIC X(10).
           05 BOTL-CONF-DUE-DATE PIC X(8).
           05 BOTL-CONF-LOCATION PIC X(4).
