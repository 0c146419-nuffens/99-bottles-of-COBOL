      *> the inventory system feed: the action says which way the
      *> quantity moved the count ('I' issue, 'R' receipt) and the
      *> source says where it came from ('T' transaction record,
      *> 'F' fallback single decrement, 'B' backorder carried from
      *> an earlier short posting and filled tonight, 'X' one leg of
      *> a transfer between locations - the issue leg at the
      *> from-location and the receipt leg at the to-location carry
      *> the same iteration number). The location is the item master
      *> location whose count moved. Receipts carry the lot number and
      *> best-by date they were keyed with (blank on issues, transfer
      *> legs, fallback decrements and cycle count receipts); BOTLLOT
      *> posts the extract to the lot inventory file. The origin is
      *> 'A' when the movement came from a cycle count adjustment
      *> (BOTLCYCL), blank otherwise; BOTLGL posts 'A' movement to
      *> shrinkage and the rest to cost of goods sold and the
      *> receipts accrual.
      *>--------------------------------------------------------------
       01  BOTL-DTL-REC.
           05 BOTL-DTL-ITEM-CODE PIC X(8).
           05 BOTL-DTL-COUNT-AFTER PIC 9(7).
           05 BOTL-DTL-SOURCE PIC X.
           05 BOTL-DTL-TS PIC X(21).
           05 BOTL-DTL-LOCATION PIC X(4).
           05 BOTL-DTL-LOT-NUMBER PIC X(10).
           05 BOTL-DTL-BEST-BY PIC X(8).
           05 BOTL-DTL-ORIGIN PIC X.
               88 BOTL-DTL-COUNT-ADJUSTMENT VALUE 'A'.
