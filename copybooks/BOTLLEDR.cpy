      *>--------------------------------------------------------------
      *> BOTLLEDR - replenishment lead time control record layout for
      *> BOTL-LEAD-FILE, maintained by purchasing and read by BOTLUSE
      *> when it works out recommended reorder points. One record per
      *> item, in item-code order: the number of days from raising a
      *> purchase to the stock arriving. Items with no record use the
      *> LEAD-TIME control card (default 7 days); blank records and
      *> records starting '*' are comments.
      *>--------------------------------------------------------------
       01  BOTL-LEAD-REC.
           05 BOTL-LEAD-ITEM-CODE PIC X(8).
           05 BOTL-LEAD-DAYS PIC 9(3).
