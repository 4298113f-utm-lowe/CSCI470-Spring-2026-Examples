      * steps to run, one per record, in order, instead of a
      * hardwired pair:
      *   RECORDS, REPORT, PAYROLL, EXPORT, DEPOSIT, MERIT, BACKUP,
      *   ORDERS, BENEFITS, YEAREND, ACCRUAL, CHECKS, POSPAY,
      *   CHECKRECON, GLPOST, AGING, CREDIT, BALANCE, ARPOST,
      *   STATEMENT, REORDER, QTRTAX, BUDGET, INTEGRITY, GARNREMIT,
      *   GLYEAREND, HEADCOUNT
      * Each step's start, end, and outcome go to the
      * run-history log, and the stream halts on the first step that
      * fails instead of reporting over a half-written master file.
      * glposting.dat carries one GL batch at a time, so each feeder
      * (PAYROLL, ARPOST) is followed by its own GLPOST, and BALANCE
      * runs before ARPOST replaces the payroll batch.
      * STATEMENT, BUDGET and HEADCOUNT are month-end runs and are
      * not in the nightly stream; on the last night of the month
      * they are run from a month-end loop.ctl (monthend.ctl.sample).
      * QTRTAX runs at quarter-end and GLYEAREND once a year, each
      * from a loop.ctl of its own in the same way.
      *
      * Every stream opens with a STREAM marker record in the log.
      * Running with environment variable RESTART=Y resumes the last
                   CALL "EMPLOYEE-REPORT"
               WHEN "PAYROLL"
                   CALL "EMPLOYEE-PAYROLL"
               WHEN "GARNREMIT"
                   CALL "GARNISH-REMIT"
               WHEN "EXPORT"
                   CALL "EMPLOYEE-EXPORT"
               WHEN "DEPOSIT"
                   CALL "LEAVE-ACCRUE"
               WHEN "CHECKS"
                   CALL "CHECK-ISSUE"
               WHEN "POSPAY"
                   CALL "POSITIVE-PAY"
               WHEN "CHECKRECON"
                   CALL "CHECK-RECON"
               WHEN "GLPOST"
                   CALL "GL-POST"
               WHEN "GLYEAREND"
                   CALL "GL-YEAR-CLOSE"
               WHEN "AGING"
                   CALL "AR-AGING"
               WHEN "CREDIT"
                   CALL "CREDIT-REPORT"
               WHEN "BALANCE"
                   CALL "NIGHT-BALANCE"
               WHEN "ARPOST"
                   CALL "AR-POSTING"
               WHEN "STATEMENT"
                   CALL "CUST-STATEMENT"
               WHEN "REORDER"
                   CALL "REORDER-REPORT"
               WHEN "QTRTAX"
                   CALL "QUARTER-TAX"
               WHEN "BUDGET"
                   CALL "BUDGET-REPORT"
               WHEN "INTEGRITY"
                   CALL "INTEGRITY-CHECK"
               WHEN "HEADCOUNT"
                   CALL "HEADCOUNT-REPORT"
               WHEN OTHER
                   DISPLAY "Unknown step in loop.ctl: " WS-STEP-NAME
                   MOVE 8 TO RETURN-CODE
