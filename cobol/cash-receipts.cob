      * covers INV-AMOUNT flips it to paid - plus inquiry on one
      * invoice and a listing of a customer's open invoices. Every
      * payment goes to the shared audit trail through AUDIT-WRITE.
      * What is owed on an invoice is net of any credit memo
      * RETURN-ENTRY has applied to it.
      *
      * Each posted payment is also added to the receipts.dat journal
      * with the day it was taken, and AR-POSTING carries that day's
      * receipts to the general ledger as DR cash / CR receivables.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS INV-NO
               FILE STATUS IS INVOICE-FILE-STATUS.

           *> The receipts journal the GL batch is built from;
           *> OPTIONAL so the first payment creates it
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY INVREC.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           COPY RCPREC.

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS PIC 9(2).
       01 RECEIPT-FILE-STATUS PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-PAY     VALUE "P" "p".
          88 WS-ACTION-INQUIRE VALUE "I" "i".
          88 END-OF-INVOICES  VALUE "Y".
       01 WS-LIST-COUNT    PIC 9(4).
       01 WS-LIST-TOTAL    PIC 9(9)V99.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD PIC 9(8).
          02 FILLER         PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           *> A payment larger than what is owed is refused - an
           *> overpayment is a keying error or a refund conversation,
           *> not something to bury in the paid figure
           COMPUTE WS-REMAINING =
               INV-AMOUNT - INV-PAID - INV-CREDITED.
           EVALUATE TRUE
               WHEN INV-IS-PAID
                   DISPLAY "Invoice " INV-NO " is already paid."
               WHEN OTHER
                   PERFORM CAPTURE-BEFORE-VALUES
                   ADD WS-PAY-AMOUNT TO INV-PAID
                   IF INV-PAID + INV-CREDITED = INV-AMOUNT
                       SET INV-IS-PAID TO TRUE
                   END-IF
                   REWRITE INVOICE-RECORD
                           ELSE
                               COMPUTE WS-REMAINING =
                                   INV-AMOUNT - INV-PAID
                                   - INV-CREDITED
                               DISPLAY "Payment posted; "
                                   WS-REMAINING " still owed on "
                                   "invoice " INV-NO "."
                           END-IF
                           PERFORM WRITE-RECEIPT
                           PERFORM LOG-PAYMENT
                   END-REWRITE
           END-EVALUATE.

       WRITE-RECEIPT.
           *> Opened and closed per payment so the journal is whole
           *> on disk for the posting step no matter how the screen
           *> session ends
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND RECEIPT-FILE.
           IF RECEIPT-FILE-STATUS NOT = "00"
               AND RECEIPT-FILE-STATUS NOT = "05"
               DISPLAY "Error opening receipts journal, status: "
                   RECEIPT-FILE-STATUS
               DISPLAY "Payment on invoice " INV-NO " is posted but "
                   "not journaled; report it to accounting"
           ELSE
               MOVE WS-CURRENT-YMD TO RCP-DATE
               MOVE INV-NO         TO RCP-INV-NO
               MOVE INV-CUST-ID    TO RCP-CUST-ID
               MOVE WS-PAY-AMOUNT  TO RCP-AMOUNT
               MOVE WS-USERID      TO RCP-USERID
               WRITE RECEIPT-RECORD
               IF RECEIPT-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing receipts journal, status: "
                       RECEIPT-FILE-STATUS
                   DISPLAY "Payment on invoice " INV-NO " is posted "
                       "but not journaled; report it to accounting"
               END-IF
               CLOSE RECEIPT-FILE
           END-IF.

       INQUIRE-INVOICE.
           DISPLAY "Invoice number to inquire: ".
           ACCEPT INV-NO.
                   DISPLAY "Quantity: " INV-QTY
                   DISPLAY "Amount: " INV-AMOUNT
                   DISPLAY "Paid: " INV-PAID
                   DISPLAY "Credited: " INV-CREDITED
                   DISPLAY "Returned Qty: " INV-RETURNED-QTY
                   DISPLAY "Status: " INV-STATUS
           END-READ.

                       IF INV-CUST-ID = WS-LIST-CUST-ID
                           AND INV-IS-OPEN
                           COMPUTE WS-REMAINING =
                               INV-AMOUNT - INV-PAID - INV-CREDITED
                           DISPLAY "Invoice " INV-NO
                               "  dated " INV-DATE
                               "  owed " WS-REMAINING
