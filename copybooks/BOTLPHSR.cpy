      *>--------------------------------------------------------------
      *> BOTLPHSR - closed period history record layout for the
      *> BOTL-PHS files, written by BOTLCLOS at month end: one record
      *> per item for the period just closed, with the period-to-date
      *> figures from BOTLPTDR, the closing count and value taken
      *> from the item master, whether the statement footed
      *> ('Y'/'N') and the date the period was closed. The records
      *> of every closed period accumulate on the history file;
      *> BOTLCLOS reads it first and refuses to close a period that
      *> is already on it.
      *>--------------------------------------------------------------
       01  BOTL-PHS-REC.
           05 BOTL-PHS-ITEM-CODE PIC X(8).
           05 BOTL-PHS-PERIOD PIC X(6).
           05 BOTL-PHS-OPEN-QTY PIC 9(9).
           05 BOTL-PHS-OPEN-VALUE PIC 9(11)V99.
           05 BOTL-PHS-RCPT-QTY PIC 9(9).
           05 BOTL-PHS-RCPT-VALUE PIC 9(11)V99.
           05 BOTL-PHS-ISSUE-QTY PIC 9(9).
           05 BOTL-PHS-ISSUE-VALUE PIC 9(11)V99.
           05 BOTL-PHS-ADJ-IN-QTY PIC 9(9).
           05 BOTL-PHS-ADJ-IN-VALUE PIC 9(11)V99.
           05 BOTL-PHS-ADJ-OUT-QTY PIC 9(9).
           05 BOTL-PHS-ADJ-OUT-VALUE PIC 9(11)V99.
           05 BOTL-PHS-REVAL-UP-VALUE PIC 9(11)V99.
           05 BOTL-PHS-REVAL-DOWN-VALUE PIC 9(11)V99.
           05 BOTL-PHS-CLOSE-QTY PIC 9(9).
           05 BOTL-PHS-CLOSE-VALUE PIC 9(11)V99.
           05 BOTL-PHS-FOOTED PIC X.
               88 BOTL-PHS-FOOTS VALUE 'Y'.
           05 BOTL-PHS-CLOSED-DATE PIC X(8).
