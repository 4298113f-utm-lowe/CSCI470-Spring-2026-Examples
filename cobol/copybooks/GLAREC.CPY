      * includes the 999999 payroll suspense account - put it on the
      * master like any other so the postings for departments missing
      * a DEPT-EXPENSE-ACCT land on the trial balance in plain sight.
      * The receivables batch from AR-POSTING needs 100100 cash,
      * 110100 accounts receivable, 400100 sales, and 410100 sales
      * returns here as well, and GL-YEAR-CLOSE needs 300100
      * retained earnings here as an equity (Q) account.
      *
      * Use as-is for an FD/01 record:
      *     01 GL-ACCOUNT-RECORD.
