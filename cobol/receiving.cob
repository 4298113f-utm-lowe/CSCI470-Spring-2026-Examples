       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVING.

      *****************************************************************
      * Receiving screen. A delivery is keyed against the purchase
      * order line it fills: PO number, line, the item code on the
      * packing slip, and the quantity that came in. The line must
      * be open and for that item, and no more than is still due on
      * it can be taken in - an over-shipment goes back to the
      * vendor or onto a new PO, not silently onto the shelf. The
      * received quantity is added to the line and to ITEM-ON-HAND
      * in item.dat, the line closes once the full ordered quantity
      * is in, and every receipt goes to the shared audit trail the
      * same way ORDER-ENTRY logs a stock relief. A delivery for an
      * item no longer on item.dat is refused before the PO line is
      * touched.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.

           *> Item master; received goods go on hand here
           SELECT ITEM-FILE ASSIGN TO "item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY POREC.

       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY ITEMREC.

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS   PIC 9(2).
       01 ITEM-FILE-STATUS PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-RECEIVE VALUE "R" "r".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-VALID-RECORD  PIC X VALUE "Y".
          88 RECORD-IS-VALID     VALUE "Y".
       01 WS-RECV-PO-NO    PIC 9(6).
       01 WS-RECV-LINE     PIC 9(2).
       01 WS-RECV-ITEM     PIC X(10).
       01 WS-RECV-QTY      PIC 9(5).
       01 WS-QTY-DUE       PIC 9(5).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 RECEIVING-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Receiving Menu".
           02 LINE 3 COL 5 VALUE "R - Receive Delivery".
           02 LINE 4 COL 5 VALUE "X - Exit".
           02 LINE 6 COL 5 VALUE "Selection: ".
           02 LINE 6 COL 17 PIC X USING WS-ACTION.

       01 RECEIVING-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Receive Against Purchase Order".
           02 LINE 3 COL 5 VALUE "PO Number: ".
           02 LINE 3 COL 22 PIC 9(6) USING WS-RECV-PO-NO.
           02 LINE 4 COL 5 VALUE "Line: ".
           02 LINE 4 COL 22 PIC 9(2) USING WS-RECV-LINE.
           02 LINE 5 COL 5 VALUE "Item Code: ".
           02 LINE 5 COL 22 PIC X(10) USING WS-RECV-ITEM.
           02 LINE 6 COL 5 VALUE "Quantity: ".
           02 LINE 6 COL 22 PIC 9(5) USING WS-RECV-QTY.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.

           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "Error opening purchase order file, status: "
                   PO-FILE-STATUS
               DISPLAY "Purchase orders are raised through "
                   "PURCHASE-ORDER"
               STOP RUN
           END-IF.

           OPEN I-O ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "Error opening item master item.dat, status: "
                   ITEM-FILE-STATUS
               CLOSE PURCHASE-ORDER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY RECEIVING-MENU
               ACCEPT RECEIVING-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-RECEIVE
                       PERFORM RECEIVE-DELIVERY
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE PURCHASE-ORDER-FILE.
           CLOSE ITEM-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "RECEIVE" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       RECEIVE-DELIVERY.
           MOVE 0 TO WS-RECV-PO-NO.
           MOVE 0 TO WS-RECV-LINE.
           MOVE SPACES TO WS-RECV-ITEM.
           MOVE 0 TO WS-RECV-QTY.
           DISPLAY RECEIVING-FORM.
           ACCEPT RECEIVING-FORM.
           MOVE WS-RECV-PO-NO TO PO-NO.
           MOVE WS-RECV-LINE  TO PO-LINE.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "PO line not found, status: "
                       PO-FILE-STATUS
               NOT INVALID KEY
                   PERFORM VALIDATE-DELIVERY
                   IF RECORD-IS-VALID
                       PERFORM RECEIVE-PO-LINE
                   END-IF
           END-READ.

       VALIDATE-DELIVERY.
           *> The line must still be open and for the item that
           *> arrived, and the quantity positive and no more than is
           *> still due on the line
           MOVE "Y" TO WS-VALID-RECORD.
           COMPUTE WS-QTY-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED.
           EVALUATE TRUE
               WHEN NOT PO-LINE-IS-OPEN
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "PO " PO-NO " line " PO-LINE " is not "
                       "open (status " PO-STATUS "); delivery refused."
               WHEN WS-RECV-ITEM NOT = PO-ITEM
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "PO " PO-NO " line " PO-LINE " is for "
                       "item " PO-ITEM ", not " WS-RECV-ITEM "."
               WHEN WS-RECV-QTY IS NOT NUMERIC
                   OR WS-RECV-QTY = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Quantity must be numeric and non-zero."
               WHEN WS-RECV-QTY > WS-QTY-DUE
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Only " WS-QTY-DUE " still due on PO "
                       PO-NO " line " PO-LINE "; delivery refused."
           END-EVALUATE.
           *> Goods for an item dropped from the master since the PO
           *> was raised have nowhere to go on hand, so the line is
           *> left as it was
           IF RECORD-IS-VALID
               MOVE PO-ITEM TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-RECORD
                       DISPLAY "Item " ITEM-CODE " is not on the item "
                           "master; delivery refused."
               END-READ
           END-IF.

       RECEIVE-PO-LINE.
           ADD WS-RECV-QTY TO PO-QTY-RECEIVED.
           IF PO-QTY-RECEIVED = PO-QTY-ORDERED
               SET PO-LINE-IS-RECEIVED TO TRUE
           END-IF.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PO line update failed, status: "
                       PO-FILE-STATUS
                   DISPLAY "Delivery NOT received; nothing was put "
                       "on hand"
               NOT INVALID KEY
                   IF PO-LINE-IS-RECEIVED
                       DISPLAY "PO " PO-NO " line " PO-LINE
                           " fully received and closed."
                   ELSE
                       COMPUTE WS-QTY-DUE =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                       DISPLAY "PO " PO-NO " line " PO-LINE
                           " received " WS-RECV-QTY ", "
                           WS-QTY-DUE " still due."
                   END-IF
                   PERFORM ADD-RECEIVED-STOCK
           END-REWRITE.

       ADD-RECEIVED-STOCK.
           *> The item was on the master when the delivery was taken;
           *> if on-hand still can't be updated the PO line has moved
           *> already, so the receipt is audited with the failure
           MOVE PO-ITEM TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "Item " ITEM-CODE " no longer on the "
                       "item master; on-hand not updated."
                   PERFORM LOG-STOCK-NOT-ON-HAND
               NOT INVALID KEY
                   ADD WS-RECV-QTY TO ITEM-ON-HAND
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Error updating on-hand for "
                               ITEM-CODE ", status: "
                               ITEM-FILE-STATUS
                           PERFORM LOG-STOCK-NOT-ON-HAND
                       NOT INVALID KEY
                           PERFORM LOG-STOCK-RECEIPT
                   END-REWRITE
           END-READ.

       LOG-STOCK-RECEIPT.
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE "RECEIVE"  TO AUDIT-ACTION.
           MOVE ITEM-CODE  TO AUDIT-KEY.
           MOVE SPACES     TO AUDIT-BEFORE.
           MOVE SPACES     TO AUDIT-AFTER.
           STRING PO-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECV-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-ON-HAND DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.

       LOG-STOCK-NOT-ON-HAND.
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE "RECEIVE"  TO AUDIT-ACTION.
           MOVE ITEM-CODE  TO AUDIT-KEY.
           MOVE SPACES     TO AUDIT-BEFORE.
           MOVE SPACES     TO AUDIT-AFTER.
           STRING PO-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECV-QTY DELIMITED BY SIZE
               " NOT PUT ON HAND" DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
