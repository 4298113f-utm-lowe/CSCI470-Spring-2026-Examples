      *****************************************************************
      * CMREC.CPY
      * Shared credit-memo record layout for creditmemo.dat, keyed
      * by CM-NO. RETURN-ENTRY writes one memo for every return of
      * goods against a shipped invoice, numbered from the cmseq.ctl
      * sequence. The credit is priced at the invoice's own unit
      * price. CM-APPLIED is the part that reduced the invoice's open
      * balance (carried on the invoice as INV-CREDITED); when the
      * invoice was already partly or wholly paid, the rest is
      * CM-UNAPPLIED - a credit the customer holds, which AR-AGING,
      * CUST-STATEMENT, and CREDIT-REPORT net against what the
      * customer owes. AR-POSTING carries the day's memos to the GL.
      *
      * Use as-is for an FD/01 record:
      *     01 CREDIT-MEMO-RECORD.
      *         COPY CMREC.
      *****************************************************************
          02 CM-NO        PIC 9(6).
          02 CM-DATE      PIC 9(8).
          02 CM-INV-NO    PIC 9(6).
          02 CM-CUST-ID   PIC 9(5).
          02 CM-ITEM      PIC X(10).
          02 CM-QTY       PIC 9(5).
          02 CM-AMOUNT    PIC 9(7)V99.
          02 CM-APPLIED   PIC 9(7)V99.
          02 CM-UNAPPLIED PIC 9(7)V99.
          02 CM-USERID    PIC X(8).
