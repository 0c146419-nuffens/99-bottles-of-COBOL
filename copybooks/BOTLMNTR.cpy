      *> 'C' change description, reorder point and/or unit cost
      *> (a blank description keeps the old one, a non-numeric
      *> reorder point or unit cost keeps the old one),
      *> 'Y' activate, 'N' deactivate, 'L' add a location to the item
      *> or change a location's reorder point, 'P' approve a change
      *> held for approval (below).
      *> The location names the item master location an add, 'L' or
      *> reorder point change applies to (blank is the main
      *> warehouse, MAIN); an add creates the item with that one
      *> location. The count field is used on adds (of the item or
      *> of a location) only - existing counts are
      *> never changed here, so the countdown's running totals stay
      *> reconcilable. The unit cost is keyed in dollars and cents
      *> with an assumed decimal (0012345 = 123.45).
      *> Every transaction carries the user ID of the person who
      *> requested it. Adds (of the item or of a location),
      *> deactivations, and unit cost or reorder point changes of
      *> more than APPROVAL-TOLERANCE percent are not applied but
      *> held on the pending-change file under a pending ID printed
      *> on the change register. 'P' approves one: it names the
      *> item and the pending ID, and its user ID - the approver -
      *> must differ from the requester's. The approved change is
      *> then applied as if keyed in the approval's place.
      *> Pending changes not approved within PENDING-EXPIRY days
      *> expire.
      *>--------------------------------------------------------------
       01  BOTL-MNT-REC.
           05 BOTL-MNT-ACTION PIC X.
               88 BOTL-MNT-CHANGE VALUE 'C'.
               88 BOTL-MNT-ACTIVATE VALUE 'Y'.
               88 BOTL-MNT-DEACTIVATE VALUE 'N'.
               88 BOTL-MNT-LOC-MAINT VALUE 'L'.
               88 BOTL-MNT-APPROVE VALUE 'P'.
           05 BOTL-MNT-ITEM-CODE PIC X(8).
           05 BOTL-MNT-DESC PIC X(30).
           05 BOTL-MNT-COUNT PIC 9(7).
           05 BOTL-MNT-REORDER-POINT PIC 9(7).
           05 BOTL-MNT-UNIT-COST PIC 9(5)V99.
           05 BOTL-MNT-LOCATION PIC X(4).
           05 BOTL-MNT-USER-ID PIC X(8).
           05 BOTL-MNT-PENDING-ID PIC X(12).
