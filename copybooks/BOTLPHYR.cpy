      *>--------------------------------------------------------------
      *> BOTLPHYR - physical count record layout for BOTL-PHYS-FILE,
      *> keyed by the warehouse after a cycle count and read by
      *> BOTLCYCL. One record per counted item and location (counts
      *> are taken location by location), in the same item-code and
      *> location order as the item master; a blank location is the
      *> main warehouse (MAIN). The count date is the
      *> day the shelf was actually counted, echoed on the variance
      *> report for the auditors.
      *>--------------------------------------------------------------
           05 BOTL-PHYS-ITEM-CODE PIC X(8).
           05 BOTL-PHYS-COUNT PIC 9(7).
           05 BOTL-PHYS-DATE PIC X(8).
           05 BOTL-PHYS-LOCATION PIC X(4).
