           MOVE ORD-QTY            TO INV-QTY.
           MOVE ORD-AMOUNT         TO INV-AMOUNT.
           MOVE 0                  TO INV-PAID.
           MOVE 0                  TO INV-CREDITED.
           MOVE 0                  TO INV-RETURNED-QTY.
           SET INV-IS-OPEN TO TRUE.
           WRITE INVOICE-RECORD
               INVALID KEY
