      *****************************************************************
      * GRMREC.CPY
      * Shared garnishment remittance layout for garnremit.dat, a
      * line sequential file rebuilt by every EMPLOYEE-PAYROLL run
      * with one record per garnishment case collected in that run.
      * GARNISH-REMIT sorts it by agency into the remittance listing
      * the payments are cut from; its total is the run's credit to
      * the garnishment liability account.
      *
      * Use as-is for an FD/01 record:
      *     01 REMITTANCE-RECORD.
      *         COPY GRMREC.
      *****************************************************************
          02 GRM-PERIOD    PIC 9(8).
          02 GRM-AGENCY    PIC X(20).
          02 GRM-CASE-NO   PIC X(15).
          02 GRM-EMP-ID    PIC 9(6).
          02 GRM-EMP-NAME  PIC X(20).
          02 GRM-AMOUNT    PIC 9(7)V99.
          02 GRM-BALANCE   PIC 9(7)V99.
