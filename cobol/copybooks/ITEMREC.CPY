      * and relieves the on-hand count when the order ships - so the
      * same product stops being keyed five different ways.
      *
      * ITEM-REORDER-POINT is the on-hand level at or below which
      * REORDER-REPORT lists the item for buying (zero means the item
      * is not stocked to a reorder point), and ITEM-VENDOR is who it
      * is normally bought from; PURCHASE-ORDER offers that vendor
      * when a PO is raised, and RECEIVING adds delivered goods back
      * to ITEM-ON-HAND.
      *
      * Use as-is for an FD/01 record:
      *     01 ITEM-RECORD.
      *         COPY ITEMREC.
          02 ITEM-DESC    PIC X(30).
          02 ITEM-PRICE   PIC 9(5)V99.
          02 ITEM-ON-HAND PIC 9(5).
          02 ITEM-REORDER-POINT PIC 9(5).
          02 ITEM-VENDOR  PIC X(20).
