      *****************************************************************
      * RCPREC.CPY
      * Shared cash-receipt journal layout for receipts.dat, a line
      * sequential file added to one record per payment. CASH-RECEIPTS
      * writes the record the moment a payment is posted against an
      * invoice; AR-POSTING sums the records for the batch date into
      * the DR cash / CR receivables lines of the GL batch. The file
      * is a journal, never rewritten - invoice.dat carries the
      * running paid figure.
      *
      * Use as-is for an FD/01 record:
      *     01 RECEIPT-RECORD.
      *         COPY RCPREC.
      *****************************************************************
          02 RCP-DATE    PIC 9(8).
          02 RCP-INV-NO  PIC 9(6).
          02 RCP-CUST-ID PIC 9(5).
          02 RCP-AMOUNT  PIC 9(7)V99.
          02 RCP-USERID  PIC X(8).
