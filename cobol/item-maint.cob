
      *****************************************************************
      * Maintenance screen for the item master item.dat: code,
      * description, unit price, on-hand quantity, and the reorder
      * point and preferred vendor purchasing works from. ORDER-ENTRY
      * validates and prices every order against this file, so adding
      * a product is a data change here instead of thirty characters
      * of free text keyed five different ways. An item with open
           02 LINE 5 COL 22 PIC 9(5)V99 USING ITEM-PRICE.
           02 LINE 6 COL 5 VALUE "On Hand: ".
           02 LINE 6 COL 22 PIC 9(5) USING ITEM-ON-HAND.
           02 LINE 7 COL 5 VALUE "Reorder Point: ".
           02 LINE 7 COL 22 PIC 9(5) USING ITEM-REORDER-POINT.
           02 LINE 8 COL 5 VALUE "Vendor: ".
           02 LINE 8 COL 22 PIC X(20) USING ITEM-VENDOR.

      *> Same layout as ITEM-FORM, but the item code is display-only
      *> so a change can't retype its way into rewriting the wrong
           02 LINE 5 COL 22 PIC 9(5)V99 USING ITEM-PRICE.
           02 LINE 6 COL 5 VALUE "On Hand: ".
           02 LINE 6 COL 22 PIC 9(5) USING ITEM-ON-HAND.
           02 LINE 7 COL 5 VALUE "Reorder Point: ".
           02 LINE 7 COL 22 PIC 9(5) USING ITEM-REORDER-POINT.
           02 LINE 8 COL 5 VALUE "Vendor: ".
           02 LINE 8 COL 22 PIC X(20) USING ITEM-VENDOR.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE SPACES TO ITEM-DESC.
           MOVE 0 TO ITEM-PRICE.
           MOVE 0 TO ITEM-ON-HAND.
           MOVE 0 TO ITEM-REORDER-POINT.
           MOVE SPACES TO ITEM-VENDOR.
           MOVE "N" TO WS-VALID-RECORD.
           PERFORM UNTIL RECORD-IS-VALID
               DISPLAY ITEM-FORM
                   DISPLAY "Description: " ITEM-DESC
                   DISPLAY "Unit Price: " ITEM-PRICE
                   DISPLAY "On Hand: " ITEM-ON-HAND
                   DISPLAY "Reorder Point: " ITEM-REORDER-POINT
                   DISPLAY "Vendor: " ITEM-VENDOR
           END-READ.

       VALIDATE-ITEM-FORM.
           *> item would price every order for it at zero; re-display
           *> the form for correction instead of writing bad data
           *> through. A zero on-hand is fine - that is just out of
           *> stock. An item bought to a reorder point needs a vendor
           *> to buy it from
           MOVE "Y" TO WS-VALID-RECORD.
           EVALUATE TRUE
               WHEN ITEM-CODE = SPACES
               WHEN ITEM-ON-HAND IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "On hand must be numeric."
               WHEN ITEM-REORDER-POINT IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Reorder point must be numeric."
               WHEN ITEM-REORDER-POINT > ZERO
                   AND ITEM-VENDOR = SPACES
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "An item with a reorder point needs a "
                       "vendor."
           END-EVALUATE.

       CAPTURE-BEFORE-VALUES.
           *> Only the start of the vendor name fits in the 60-byte
           *> audit image; enough to see that it changed
           MOVE SPACES TO WS-BEFORE-VALUES.
           STRING ITEM-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-PRICE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-ON-HAND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-REORDER-POINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-VENDOR DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.

               ITEM-PRICE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-ON-HAND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-REORDER-POINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-VENDOR DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
