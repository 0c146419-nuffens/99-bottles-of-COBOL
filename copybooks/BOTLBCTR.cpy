      *>--------------------------------------------------------------
      *> BOTLBCTR - batch control register record layout, one record
      *> per transaction batch BOTLEDIT accepted: the batch ID,
      *> source and keyed date from the header, the record count and
      *> issue/receipt/transfer quantity totals the trailer proved,
      *> and the date and time of the edit run that accepted it.
      *> BOTLEDIT writes tonight's accepted batches to
      *> BOTL-BCTL-FILE; once the countdown has posted them the
      *> night chain appends that file to the register, and BOTLEDIT
      *> reads the register back on every run to refuse a batch ID
      *> that was already posted.
      *>--------------------------------------------------------------
       01  BOTL-BCTL-REC.
           05 BOTL-BCTL-BATCH-ID PIC X(8).
           05 BOTL-BCTL-SOURCE PIC X(4).
           05 BOTL-BCTL-KEYED-DATE PIC X(8).
           05 BOTL-BCTL-RECORD-COUNT PIC 9(7).
           05 BOTL-BCTL-ISSUE-QTY PIC 9(9).
           05 BOTL-BCTL-RECEIPT-QTY PIC 9(9).
           05 BOTL-BCTL-EDIT-TS PIC X(14).
           05 BOTL-BCTL-TRANSFER-QTY PIC 9(9).
