      *****************************************************************
      * GLBREC.CPY
      * Shared period-balance record layout for glbal.dat, keyed by
      * account, posting period, and source. GL-POST builds the
      * feeder sources (PR payroll, AR receivables) from the posting
      * file glposting.dat - one record per account per period per
      * source, replaced whole when the same period's file from the
      * same source is posted again - and prints the trial balance
      * from them, adding the sources together per account.
      * GL-YEAR-CLOSE writes two more sources here: YC, the entries
      * closing a year's revenue and expense accounts into retained
      * earnings, dated YYYY1231, and OB, the next year's opening
      * balances, dated (YYYY+1)0101. Period reports and feeder
      * reconciliations must exclude YC and OB, as GL-POST's trial
      * balance and QUARTER-TAX's 210100 proof do. A cumulative
      * balance through a date includes YC but never OB: OB restates
      * the prior year's closing balances and is only the opening
      * point for a reader starting at the new year.
      *
      * Use as-is for an FD/01 record:
      *     01 GL-BALANCE-RECORD.
          02 GLB-KEY.
             03 GLB-ACCT   PIC 9(6).
             03 GLB-PERIOD PIC 9(8).
             03 GLB-SOURCE PIC X(2).
          02 GLB-DEBITS  PIC 9(11)V99.
          02 GLB-CREDITS PIC 9(11)V99.
