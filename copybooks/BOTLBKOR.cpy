      *>--------------------------------------------------------------
      *> BOTLBKOR - backorder record layout for the BOTL-BKO files,
      *> written by BOTTLES whenever a transaction cannot be posted
      *> in full: an issue asking for more than is on hand above the
      *> ending count ('I'), or a receipt that would carry the count
      *> past the 9999999 cap ('R'). The quantity is what is still
      *> unfilled, the short date and run ID say which night's run
      *> went short, and the transaction image holds the item code,
      *> action and quantity (the first 16 bytes of the BOTLTRNR
      *> record) as they were keyed. BOTTLES reads the previous
      *> night's backorders back in and writes them out again in
      *> item-code order, oldest first within an item, so when a
      *> receipt posts for the item, or stock is transferred into a
      *> location, the oldest issue backorders are filled first (and
      *> an issue fills the oldest over-cap receipts); a partly
      *> filled backorder carries forward with the remainder. Only
      *> the oldest 200 of an item are open to filling in a run; the
      *> rest are written after them, still oldest first.
      *> BOTLBKAG reads the file to age the open backorders.
      *> The location is where the movement went short; a backorder
      *> is only filled by movement at the same location. An over-cap
      *> receipt keeps the lot number and best-by date it was keyed
      *> with so the lot posts when the backorder is filled; the
      *> origin ('A' for a cycle count adjustment) is carried so the
      *> fill posts to the same ledger account as the shortfall.
      *>--------------------------------------------------------------
       01  BOTL-BKO-REC.
           05 BOTL-BKO-ITEM-CODE PIC X(8).
           05 BOTL-BKO-ACTION PIC X.
               88 BOTL-BKO-SHORT-ISSUE VALUE 'I'.
               88 BOTL-BKO-OVER-RECEIPT VALUE 'R'.
           05 BOTL-BKO-QTY PIC 9(7).
           05 BOTL-BKO-SHORT-DATE PIC X(8).
           05 BOTL-BKO-RUN-ID PIC X(14).
           05 BOTL-BKO-TRAN-IMAGE PIC X(16).
           05 BOTL-BKO-LOCATION PIC X(4).
           05 BOTL-BKO-LOT-NUMBER PIC X(10).
           05 BOTL-BKO-BEST-BY PIC X(8).
           05 BOTL-BKO-ORIGIN PIC X.
