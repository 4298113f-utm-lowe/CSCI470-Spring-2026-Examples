      * BA-EMP-ID. Maintained through BANK-MAINT and read by
      * EMPLOYEE-DEPOSIT when building the bank deposit file.
      *
      * BA-ROUTING and BA-ACCOUNT are the live details the deposit
      * run pays to; zero and blank until a first account has been
      * released. New or changed details keyed on BANK-MAINT are held
      * in the BA-PEND- fields with the operator who keyed them, and
      * only BANK-APPROVE, run by a different operator, moves them
      * into the live fields (or throws them away). A released
      * account owes the bank a zero-dollar prenote: PRENOTE-DUE
      * until EMPLOYEE-DEPOSIT sends it, then PRENOTE-SENT with the
      * date it went out. Until the prenote period has run from that
      * date the employee is paid by check; blank or "L" means the
      * account is live.
      *
      * Use as-is for an FD/01 record:
      *     01 BANK-RECORD.
      *         COPY BANKREC.
      *****************************************************************
          02 BA-EMP-ID         PIC 9(6).
          02 BA-ROUTING        PIC 9(9).
          02 BA-ACCOUNT        PIC X(17).
          02 BA-PEND-STATUS    PIC X.
             88 BA-CHANGE-PENDING  VALUE "P".
             88 BA-NOTHING-PENDING VALUE " ".
          02 BA-PEND-ROUTING   PIC 9(9).
          02 BA-PEND-ACCOUNT   PIC X(17).
          02 BA-PEND-USERID    PIC X(8).
          02 BA-PEND-DATE      PIC 9(8).
          02 BA-APPROVED-USERID PIC X(8).
          02 BA-PRENOTE-STATUS PIC X.
             88 BA-PRENOTE-DUE     VALUE "D".
             88 BA-PRENOTE-SENT    VALUE "S".
             88 BA-ACCOUNT-IS-LIVE VALUE " " "L".
          02 BA-PRENOTE-DATE   PIC 9(8).
