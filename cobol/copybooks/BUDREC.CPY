      *****************************************************************
      * BUDREC.CPY
      * Shared department payroll budget record layout for budget.dat,
      * keyed by department code (the dept.dat DEPT-CODE) and budget
      * year. BUD-AMOUNT is the gross payroll the department is
      * budgeted to spend in the year. Maintained through
      * BUDGET-MAINT, next to DEPT-MAINT; BUDGET-REPORT compares each
      * month's year-to-date gross from payhist.dat against it.
      *
      * Use as-is for an FD/01 record:
      *     01 BUDGET-RECORD.
      *         COPY BUDREC.
      *****************************************************************
          02 BUD-KEY.
             03 BUD-DEPT   PIC X(15).
             03 BUD-YEAR   PIC 9(4).
          02 BUD-AMOUNT PIC 9(9)V99.
