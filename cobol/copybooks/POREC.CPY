      *****************************************************************
      * POREC.CPY
      * Shared purchase-order line layout for purchord.dat, keyed by
      * PO number and line number. PURCHASE-ORDER raises a PO as one
      * or more lines, numbered from the poseq.ctl sequence, each for
      * one item.dat code from one vendor. RECEIVING checks every
      * delivery against its open line, adds what came in to
      * PO-QTY-RECEIVED (and to ITEM-ON-HAND), and closes the line
      * once the full ordered quantity is in. A line that will never
      * be filled is cancelled from PURCHASE-ORDER. REORDER-REPORT
      * counts what is still due on open lines as on order.
      *
      * Use as-is for an FD/01 record:
      *     01 PURCHASE-ORDER-RECORD.
      *         COPY POREC.
      *****************************************************************
          02 PO-KEY.
             03 PO-NO        PIC 9(6).
             03 PO-LINE      PIC 9(2).
          02 PO-DATE         PIC 9(8).
          02 PO-VENDOR       PIC X(20).
          02 PO-ITEM         PIC X(10).
          02 PO-QTY-ORDERED  PIC 9(5).
          02 PO-QTY-RECEIVED PIC 9(5).
          02 PO-UNIT-COST    PIC 9(5)V99.
          02 PO-STATUS       PIC X.
             88 PO-LINE-IS-OPEN      VALUE "O".
             88 PO-LINE-IS-RECEIVED  VALUE "R".
             88 PO-LINE-IS-CANCELLED VALUE "C".
          02 PO-USERID       PIC X(8).
