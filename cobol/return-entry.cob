       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-ENTRY.

      *****************************************************************
      * Customer returns screen. Goods taken back after an order has
      * shipped are recorded against the invoice that billed them:
      * the clerk keys the invoice number, the item code, and the
      * quantity returned, and the screen
      *   - writes a credit memo to creditmemo.dat, numbered from
      *     cmseq.ctl and priced at the invoice's own unit price,
      *   - applies the credit to the invoice's open balance
      *     (INV-CREDITED), any excess over what is still owed
      *     staying on the memo as an unapplied credit the customer
      *     holds,
      *   - puts the quantity back on ITEM-ON-HAND in item.dat,
      * and writes the memo and the stock return to the shared audit
      * trail. No more than the invoiced quantity can come back over
      * all returns against an invoice, and once all of it has come
      * back the memos add up to exactly INV-AMOUNT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NO
               FILE STATUS IS INVOICE-FILE-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "creditmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NO
               FILE STATUS IS MEMO-FILE-STATUS.

           *> Item master; a return puts stock back on hand
           SELECT ITEM-FILE ASSIGN TO "item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.

           *> The next credit memo number, held outside the program
           *> the same way invseq.ctl holds the invoice numbers
           SELECT MEMO-SEQ-FILE ASSIGN TO "cmseq.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CMSEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY INVREC.

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           COPY CMREC.

       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY ITEMREC.

       FD MEMO-SEQ-FILE.
       01 MEMO-SEQ-RECORD.
          02 CMS-NEXT-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS PIC 9(2).
       01 MEMO-FILE-STATUS    PIC 9(2).
       01 ITEM-FILE-STATUS    PIC 9(2).
       01 CMSEQ-FILE-STATUS   PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-RETURN  VALUE "R" "r".
          88 WS-ACTION-INQUIRE VALUE "I" "i".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-VALID-RECORD  PIC X VALUE "Y".
          88 RECORD-IS-VALID     VALUE "Y".
       01 WS-RETURN-INV-NO PIC 9(6).
       01 WS-RETURN-ITEM   PIC X(10).
       01 WS-RETURN-QTY    PIC 9(5).
       01 WS-RETURNABLE    PIC 9(5).
       01 WS-NEXT-MEMO-NO  PIC 9(6).
      *> Price of everything returned so far before and after this
      *> return, each at the invoice's unit price; the difference is
      *> this memo, so rounding never leaves a penny over or short
       01 WS-PRICE-BEFORE  PIC 9(7)V99.
       01 WS-PRICE-AFTER   PIC 9(7)V99.
       01 WS-CREDIT-AMOUNT PIC 9(7)V99.
       01 WS-OPEN-BALANCE  PIC 9(7)V99.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD PIC 9(8).
          02 FILLER         PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 RETURN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Customer Returns Menu".
           02 LINE 3 COL 5 VALUE "R - Record Return".
           02 LINE 4 COL 5 VALUE "I - Inquire Credit Memo".
           02 LINE 5 COL 5 VALUE "X - Exit".
           02 LINE 7 COL 5 VALUE "Selection: ".
           02 LINE 7 COL 17 PIC X USING WS-ACTION.

       01 RETURN-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Record Customer Return".
           02 LINE 3 COL 5 VALUE "Invoice Number: ".
           02 LINE 3 COL 24 PIC 9(6) USING WS-RETURN-INV-NO.
           02 LINE 4 COL 5 VALUE "Item Code: ".
           02 LINE 4 COL 24 PIC X(10) USING WS-RETURN-ITEM.
           02 LINE 5 COL 5 VALUE "Quantity: ".
           02 LINE 5 COL 24 PIC 9(5) USING WS-RETURN-QTY.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening invoice file, status: "
                   INVOICE-FILE-STATUS
               DISPLAY "Invoices are generated by ORDER-ENTRY when "
                   "an order ships"
               STOP RUN
           END-IF.

           OPEN I-O ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "Error opening item master item.dat, status: "
                   ITEM-FILE-STATUS
               CLOSE INVOICE-FILE
               STOP RUN
           END-IF.

           *> Open for update; create the file the first time a
           *> return is recorded
           OPEN I-O CREDIT-MEMO-FILE.
           IF MEMO-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-FILE
               CLOSE CREDIT-MEMO-FILE
               OPEN I-O CREDIT-MEMO-FILE
           END-IF.
           IF MEMO-FILE-STATUS NOT = "00"
               DISPLAY "Error opening credit memo file, status: "
                   MEMO-FILE-STATUS
               CLOSE INVOICE-FILE
               CLOSE ITEM-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY RETURN-MENU
               ACCEPT RETURN-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-RETURN
                       PERFORM RECORD-RETURN
                   WHEN WS-ACTION-INQUIRE
                       PERFORM INQUIRE-CREDIT-MEMO
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE INVOICE-FILE.
           CLOSE ITEM-FILE.
           CLOSE CREDIT-MEMO-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "RETURNS" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       RECORD-RETURN.
           MOVE 0 TO WS-RETURN-INV-NO.
           MOVE SPACES TO WS-RETURN-ITEM.
           MOVE 0 TO WS-RETURN-QTY.
           DISPLAY RETURN-FORM.
           ACCEPT RETURN-FORM.
           MOVE WS-RETURN-INV-NO TO INV-NO.
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "Invoice not found, status: "
                       INVOICE-FILE-STATUS
               NOT INVALID KEY
                   PERFORM VALIDATE-RETURN-FORM
                   IF RECORD-IS-VALID
                       PERFORM WRITE-CREDIT-MEMO
                   END-IF
           END-READ.

       VALIDATE-RETURN-FORM.
           *> The item must be the one the invoice billed, and the
           *> quantity positive and no more than is still out with
           *> the customer after earlier returns
           MOVE "Y" TO WS-VALID-RECORD.
           COMPUTE WS-RETURNABLE = INV-QTY - INV-RETURNED-QTY.
           EVALUATE TRUE
               WHEN WS-RETURN-ITEM NOT = INV-ITEM(1:10)
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Invoice " INV-NO " billed item "
                       INV-ITEM(1:10) ", not " WS-RETURN-ITEM "."
               WHEN WS-RETURN-QTY IS NOT NUMERIC
                   OR WS-RETURN-QTY = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Quantity must be numeric and non-zero."
               WHEN WS-RETURN-QTY > WS-RETURNABLE
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Only " WS-RETURNABLE " of invoice "
                       INV-NO " can still be returned; return refused."
           END-EVALUATE.

       WRITE-CREDIT-MEMO.
           *> Price the return, then split it between the invoice's
           *> open balance and an unapplied credit for any excess
           COMPUTE WS-PRICE-BEFORE ROUNDED =
               INV-AMOUNT * INV-RETURNED-QTY / INV-QTY.
           COMPUTE WS-PRICE-AFTER ROUNDED =
               INV-AMOUNT * (INV-RETURNED-QTY + WS-RETURN-QTY)
               / INV-QTY.
           COMPUTE WS-CREDIT-AMOUNT =
               WS-PRICE-AFTER - WS-PRICE-BEFORE.
           COMPUTE WS-OPEN-BALANCE =
               INV-AMOUNT - INV-PAID - INV-CREDITED.

           PERFORM READ-MEMO-SEQUENCE.
           MOVE WS-NEXT-MEMO-NO  TO CM-NO.
           MOVE WS-CURRENT-YMD   TO CM-DATE.
           MOVE INV-NO           TO CM-INV-NO.
           MOVE INV-CUST-ID      TO CM-CUST-ID.
           MOVE WS-RETURN-ITEM   TO CM-ITEM.
           MOVE WS-RETURN-QTY    TO CM-QTY.
           MOVE WS-CREDIT-AMOUNT TO CM-AMOUNT.
           IF WS-CREDIT-AMOUNT > WS-OPEN-BALANCE
               MOVE WS-OPEN-BALANCE TO CM-APPLIED
           ELSE
               MOVE WS-CREDIT-AMOUNT TO CM-APPLIED
           END-IF.
           COMPUTE CM-UNAPPLIED = WS-CREDIT-AMOUNT - CM-APPLIED.
           MOVE WS-USERID        TO CM-USERID.
           WRITE CREDIT-MEMO-RECORD
               INVALID KEY
                   DISPLAY "Credit memo number " CM-NO " already on "
                       "file; fix cmseq.ctl. Return NOT recorded."
               NOT INVALID KEY
                   ADD 1 TO WS-NEXT-MEMO-NO
                   PERFORM REWRITE-MEMO-SEQUENCE
                   PERFORM CREDIT-THE-INVOICE
                   PERFORM RESTOCK-RETURNED-ITEM
           END-WRITE.

       CREDIT-THE-INVOICE.
           PERFORM CAPTURE-BEFORE-VALUES.
           ADD CM-APPLIED    TO INV-CREDITED.
           ADD WS-RETURN-QTY TO INV-RETURNED-QTY.
           IF INV-PAID + INV-CREDITED = INV-AMOUNT
               SET INV-IS-PAID TO TRUE
           END-IF.
           REWRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Invoice update failed, status: "
                       INVOICE-FILE-STATUS
                   DISPLAY "Credit memo " CM-NO " is written but "
                       "invoice " INV-NO " is NOT credited"
               NOT INVALID KEY
                   DISPLAY "Credit memo " CM-NO " for " CM-AMOUNT
                       " on invoice " INV-NO "."
                   IF CM-UNAPPLIED > 0
                       DISPLAY "  " CM-UNAPPLIED " exceeds the open "
                           "balance and is held as a customer credit."
                   END-IF
                   PERFORM LOG-CREDIT-MEMO
           END-REWRITE.

       RESTOCK-RETURNED-ITEM.
           *> Returned goods go back on the shelf; an item since
           *> dropped from the master is reported, not re-created
           MOVE WS-RETURN-ITEM TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "Item " ITEM-CODE " no longer on the "
                       "item master; on-hand not restored."
               NOT INVALID KEY
                   ADD WS-RETURN-QTY TO ITEM-ON-HAND
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Error restocking "
                               ITEM-CODE ", status: "
                               ITEM-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM LOG-STOCK-RETURN
                   END-REWRITE
           END-READ.

       READ-MEMO-SEQUENCE.
           *> A missing sequence file only happens on first adoption;
           *> seed it out loud so the office knows where the numbers
           *> started
           OPEN INPUT MEMO-SEQ-FILE.
           IF CMSEQ-FILE-STATUS = "35"
               MOVE 100001 TO WS-NEXT-MEMO-NO
               DISPLAY "No cmseq.ctl on file; credit memo numbers "
                   "start at " WS-NEXT-MEMO-NO
           ELSE
               IF CMSEQ-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening cmseq.ctl, status: "
                       CMSEQ-FILE-STATUS
                   STOP RUN
               END-IF
               READ MEMO-SEQ-FILE
                   AT END
                       MOVE 100001 TO WS-NEXT-MEMO-NO
                   NOT AT END
                       IF CMS-NEXT-NUMBER IS NOT NUMERIC
                           OR CMS-NEXT-NUMBER = ZERO
                           DISPLAY "cmseq.ctl next number is not "
                               "usable: " CMS-NEXT-NUMBER
                           STOP RUN
                       END-IF
                       MOVE CMS-NEXT-NUMBER TO WS-NEXT-MEMO-NO
               END-READ
               CLOSE MEMO-SEQ-FILE
           END-IF.

       REWRITE-MEMO-SEQUENCE.
           MOVE WS-NEXT-MEMO-NO TO CMS-NEXT-NUMBER.
           OPEN OUTPUT MEMO-SEQ-FILE.
           IF CMSEQ-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting cmseq.ctl, status: "
                   CMSEQ-FILE-STATUS
               STOP RUN
           END-IF.
           WRITE MEMO-SEQ-RECORD.
           IF CMSEQ-FILE-STATUS NOT = "00"
               DISPLAY "Error writing cmseq.ctl, status: "
                   CMSEQ-FILE-STATUS
               STOP RUN
           END-IF.
           CLOSE MEMO-SEQ-FILE.

       INQUIRE-CREDIT-MEMO.
           DISPLAY "Credit memo number to inquire: ".
           ACCEPT CM-NO.
           READ CREDIT-MEMO-FILE
               INVALID KEY
                   DISPLAY "Credit memo not found, status: "
                       MEMO-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Credit Memo: " CM-NO
                   DISPLAY "Date: " CM-DATE
                   DISPLAY "Invoice Number: " CM-INV-NO
                   DISPLAY "Customer ID: " CM-CUST-ID
                   DISPLAY "Item: " CM-ITEM
                   DISPLAY "Quantity: " CM-QTY
                   DISPLAY "Amount: " CM-AMOUNT
                   DISPLAY "Applied to Invoice: " CM-APPLIED
                   DISPLAY "Unapplied Credit: " CM-UNAPPLIED
                   DISPLAY "Entered By: " CM-USERID
           END-READ.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           STRING INV-CREDITED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INV-RETURNED-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INV-STATUS DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.

       LOG-CREDIT-MEMO.
           MOVE WS-USERID  TO AUDIT-USERID.
           MOVE "CREDITMEMO" TO AUDIT-ACTION.
           MOVE CM-NO      TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           MOVE SPACES     TO AUDIT-AFTER.
           STRING INV-CREDITED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INV-RETURNED-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INV-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INV-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-AMOUNT DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.

       LOG-STOCK-RETURN.
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE "RETURN"   TO AUDIT-ACTION.
           MOVE ITEM-CODE  TO AUDIT-KEY.
           MOVE SPACES     TO AUDIT-BEFORE.
           MOVE SPACES     TO AUDIT-AFTER.
           STRING CM-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETURN-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-ON-HAND DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
