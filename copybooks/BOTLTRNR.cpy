      *> Transactions are keyed by item code and must be presented in
      *> the same item-code order as the item master. The action code
      *> says which way the quantity moves the count: 'I' (issue)
      *> subtracts, 'R' (receipt) adds, 'X' (transfer) issues the
      *> quantity from the location and receives it into the
      *> to-location as one balanced movement. The location names
      *> the item master location the movement is posted at (blank
      *> means the main warehouse, MAIN); the to-location is keyed on
      *> transfers only. A receipt names the lot the stock arrived in
      *> and the lot's best-by date (YYYYMMDD); both are required on
      *> keyed receipts and left blank on issues and transfers, which
      *> draw down the earliest-expiring lots first. Cycle count
      *> adjustments (source CYCL) may leave them blank. The origin
      *> byte is left blank when keyed; BOTLEDIT sets it to 'A' on
      *> the clean file for every record of a CYCL batch, so a cycle
      *> count adjustment stays identifiable through BOTTLES to the
      *> detail extract and posts to shrinkage rather than cost of
      *> goods sold.
      *> The keyed file arrives as one or more control batches: a
      *> header record (action column 'H') carrying the batch ID,
      *> the source system and the date the batch was keyed, the
      *> batch's transactions in item-code order, and a trailer
      *> record (action column 'T') carrying the same batch ID, the
      *> number of transaction records in the batch and the issue,
      *> receipt and transfer quantity totals (a feeder that never
      *> keys transfers may leave the transfer total blank). The
      *> batch ID sits where the item code does. BOTLEDIT proves
      *> every batch against its trailer and refuses a batch already
      *> posted on an earlier night; only the transaction records
      *> reach the clean file BOTTLES reads.
      *>--------------------------------------------------------------
       01  BOTL-TRAN-REC.
           05 BOTL-TRAN-ITEM-CODE PIC X(8).
           05 BOTL-TRAN-ACTION PIC X.
               88 BOTL-TRAN-ISSUE VALUE 'I'.
               88 BOTL-TRAN-RECEIPT VALUE 'R'.
               88 BOTL-TRAN-TRANSFER VALUE 'X'.
               88 BOTL-TRAN-BATCH-HEADER VALUE 'H'.
               88 BOTL-TRAN-BATCH-TRAILER VALUE 'T'.
           05 BOTL-TRAN-QTY PIC 9(7).
           05 BOTL-TRAN-LOCATION PIC X(4).
           05 BOTL-TRAN-TO-LOCATION PIC X(4).
           05 BOTL-TRAN-LOT-NUMBER PIC X(10).
           05 BOTL-TRAN-BEST-BY PIC X(8).
           05 BOTL-TRAN-ORIGIN PIC X.
               88 BOTL-TRAN-COUNT-ADJUSTMENT VALUE 'A'.
       01  BOTL-TRAN-HDR-REC.
           05 BOTL-HDR-BATCH-ID PIC X(8).
           05 BOTL-HDR-REC-TYPE PIC X.
           05 BOTL-HDR-SOURCE PIC X(4).
           05 BOTL-HDR-KEYED-DATE PIC X(8).
           05 FILLER PIC X(22).
       01  BOTL-TRAN-TRL-REC.
           05 BOTL-TRL-BATCH-ID PIC X(8).
           05 BOTL-TRL-REC-TYPE PIC X.
           05 BOTL-TRL-RECORD-COUNT PIC 9(7).
           05 BOTL-TRL-ISSUE-QTY PIC 9(9).
           05 BOTL-TRL-RECEIPT-QTY PIC 9(9).
           05 BOTL-TRL-TRANSFER-QTY PIC 9(9).
