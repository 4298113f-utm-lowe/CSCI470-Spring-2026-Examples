      * by BENEFIT-LOAD from the vendor's feed, and EMPLOYEE-PAYROLL
      * folds them into the priority order as type B itself.
      *
      * A garnishment row is a court or agency case: the case number,
      * the agency the money is remitted to, the total the order
      * allows, and what payroll has collected against it so far.
      * DED-AMOUNT is the per-period amount the order asks for;
      * EMPLOYEE-PAYROLL takes no more than the balance still owed
      * and no more than DED-MAX-PCT percent of disposable pay
      * (gross less withholding), and stops once the balance is
      * zero. DED-LAST-PERIOD and DED-LAST-TAKEN remember the most
      * recent period collected so a rerun of that period replaces
      * its own collection instead of counting it twice. The case
      * fields are blank and zero on retirement and other rows.
      *
      * Use as-is for an FD/01 record:
      *     01 DEDUCTION-RECORD.
      *         COPY DEDREC.
          02 DED-KEY.
             03 DED-EMP-ID PIC 9(6).
             03 DED-SEQ    PIC 9(2).
          02 DED-TYPE         PIC X.
             88 DED-IS-GARNISHMENT VALUE "G".
             88 DED-IS-RETIREMENT  VALUE "R".
             88 DED-IS-BENEFIT     VALUE "B".
             88 DED-IS-OTHER       VALUE "O".
          02 DED-PRIORITY     PIC 9(2).
          02 DED-AMOUNT       PIC 9(5)V99.
          02 DED-CASE-NO      PIC X(15).
          02 DED-AGENCY       PIC X(20).
          02 DED-TOTAL-OWED   PIC 9(7)V99.
          02 DED-COLLECTED    PIC 9(7)V99.
          02 DED-MAX-PCT      PIC 9(2)V9.
          02 DED-LAST-PERIOD  PIC 9(8).
          02 DED-LAST-TAKEN   PIC 9(5)V99.
