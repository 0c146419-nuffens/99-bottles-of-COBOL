      *> The unit cost (dollars and cents, assumed decimal) prices
      *> the item on the end-of-run valuation report; items not yet
      *> costed carry zero and extend to zero value.
      *> The item is stocked at up to five locations (the main
      *> warehouse and the satellite coolers), each with its own
      *> on-hand count and reorder point, kept in location-code order
      *> in the first BOTL-ITEM-LOC-USED entries of the location
      *> table. BOTL-ITEM-COUNT and BOTL-ITEM-REORDER-POINT are the
      *> item totals rolled up across the locations; every program
      *> that changes a location count or reorder point rolls them
      *> up again before the record is written.
      *>--------------------------------------------------------------
       01  BOTL-ITEM-REC.
           05 BOTL-ITEM-CODE PIC X(8).
           05 BOTL-ITEM-REORDER-POINT PIC 9(7).
           05 BOTL-ITEM-UNIT-COST PIC 9(5)V99.
           05 BOTL-ITEM-ACTIVE PIC X.
           05 BOTL-ITEM-LOC-USED PIC 9.
           05 BOTL-ITEM-LOC-ENTRY OCCURS 5 TIMES.
               10 BOTL-ITEM-LOC-CODE PIC X(4).
               10 BOTL-ITEM-LOC-COUNT PIC 9(7).
               10 BOTL-ITEM-LOC-REORDER-POINT PIC 9(7).
