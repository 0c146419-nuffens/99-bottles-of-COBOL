      *> the transaction input in item-code order, so a suspended
      *> movement posts the first night its item exists; records
      *> still unmatched past the retention age are purged with a
      *> report line instead of being carried forever. The location
      *> and to-location are carried from the transaction so a
      *> movement suspended for an unknown location posts once the
      *> location is added to the item. A suspended receipt keeps its
      *> lot number and best-by date so the lot is still known when
      *> it posts, and a suspended cycle count adjustment keeps its
      *> origin so it still posts to shrinkage.
      *>--------------------------------------------------------------
       01  BOTL-SUSP-REC.
           05 BOTL-SUSP-ITEM-CODE PIC X(8).
           05 BOTL-SUSP-QTY PIC 9(7).
           05 BOTL-SUSP-REASON PIC X(30).
           05 BOTL-SUSP-AGE PIC 9(3).
           05 BOTL-SUSP-LOCATION PIC X(4).
           05 BOTL-SUSP-TO-LOCATION PIC X(4).
           05 BOTL-SUSP-LOT-NUMBER PIC X(10).
           05 BOTL-SUSP-BEST-BY PIC X(8).
           05 BOTL-SUSP-ORIGIN PIC X.
