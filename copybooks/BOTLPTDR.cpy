      *>--------------------------------------------------------------
      *> BOTLPTDR - period-to-date stock ledger record layout for the
      *> BOTL-PTD files, one record per item on the item master in
      *> item-code order, all carrying the open accounting period
      *> (YYYYMM). BOTLPTD adds each night's movement from the
      *> detail extract, priced at the master unit cost as BOTLVAL
      *> and BOTLGL price it: receipts and issues (transaction,
      *> fallback and backorder sources), and cycle count
      *> adjustments (origin 'A') kept apart as gains and losses.
      *> Transfer legs move stock between locations, not in or out
      *> of the item, and are not accumulated. A count change made
      *> by item maintenance (a location added, an add released) is
      *> the difference between the count before the night's
      *> movement and the last count, posted as an adjustment in or
      *> out at the master unit cost. When the master unit cost
      *> changes, the last count on hand is revalued and the change
      *> in value accumulated as a revaluation up or down. The
      *> opening count and value are set when the period is opened
      *> by BOTLCLOS, or on an item's first night for an item added
      *> during the period. The last count, unit cost and night
      *> posted are BOTLPTD's own reference for the next night.
      *> At month end BOTLCLOS proves opening + receipts - issues
      *> +/- adjustments (+/- revaluation, value only) = closing,
      *> writes the period to history and opens the next period.
      *>--------------------------------------------------------------
       01  BOTL-PTD-REC.
           05 BOTL-PTD-ITEM-CODE PIC X(8).
           05 BOTL-PTD-PERIOD PIC X(6).
           05 BOTL-PTD-OPEN-QTY PIC 9(9).
           05 BOTL-PTD-OPEN-VALUE PIC 9(11)V99.
           05 BOTL-PTD-RCPT-QTY PIC 9(9).
           05 BOTL-PTD-RCPT-VALUE PIC 9(11)V99.
           05 BOTL-PTD-ISSUE-QTY PIC 9(9).
           05 BOTL-PTD-ISSUE-VALUE PIC 9(11)V99.
           05 BOTL-PTD-ADJ-IN-QTY PIC 9(9).
           05 BOTL-PTD-ADJ-IN-VALUE PIC 9(11)V99.
           05 BOTL-PTD-ADJ-OUT-QTY PIC 9(9).
           05 BOTL-PTD-ADJ-OUT-VALUE PIC 9(11)V99.
           05 BOTL-PTD-REVAL-UP-VALUE PIC 9(11)V99.
           05 BOTL-PTD-REVAL-DOWN-VALUE PIC 9(11)V99.
           05 BOTL-PTD-LAST-COUNT PIC 9(7).
           05 BOTL-PTD-LAST-UNIT-COST PIC 9(5)V99.
           05 BOTL-PTD-LAST-DATE PIC X(8).
