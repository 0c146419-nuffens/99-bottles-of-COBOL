      *>--------------------------------------------------------------
      *> BOTLLOTR - lot inventory record layout for the BOTL-LOT
      *> files, one record per lot of an item on hand at a location:
      *> the lot number and best-by date the receipt was keyed with,
      *> the quantity of the lot still on hand and the date the lot
      *> was first received. Kept alongside the item master in item
      *> code, location, best-by date and lot number order; the lots
      *> at a location always add up to the location's count on the
      *> item master. BOTLLOT rewrites the file every night from the
      *> detail extract - receipts add to their lot, issues and
      *> transfers draw down the earliest-expiring lots first - and
      *> BOTLEXPR reports lots near or past their best-by date. Stock
      *> on hand before lots were kept, and stock received without a
      *> lot (cycle count gains), is held as an undated lot with a
      *> blank lot number and best-by date, drawn down ahead of the
      *> dated lots.
      *>--------------------------------------------------------------
       01  BOTL-LOT-REC.
           05 BOTL-LOT-ITEM-CODE PIC X(8).
           05 BOTL-LOT-LOCATION PIC X(4).
           05 BOTL-LOT-BEST-BY PIC X(8).
           05 BOTL-LOT-NUMBER PIC X(10).
           05 BOTL-LOT-QTY PIC 9(7).
           05 BOTL-LOT-RECEIVED-DATE PIC X(8).
