      * stays open - it IS the receivable - until payments cover
      * INV-AMOUNT, at which point it flips to paid.
      *
      * RETURN-ENTRY credits goods taken back against the invoice:
      * INV-RETURNED-QTY counts the units returned so far, and
      * INV-CREDITED is the part of the credit memos (CMREC) applied
      * to this invoice's balance. What is still owed is always
      * INV-AMOUNT - INV-PAID - INV-CREDITED, and the invoice flips
      * to paid when payments and credits together cover it.
      *
      * Use as-is for an FD/01 record:
      *     01 INVOICE-RECORD.
      *         COPY INVREC.
          02 INV-STATUS  PIC X.
             88 INV-IS-OPEN VALUE "O".
             88 INV-IS-PAID VALUE "P".
          02 INV-CREDITED     PIC 9(7)V99.
          02 INV-RETURNED-QTY PIC 9(5).
