      * next cycle. ANNUAL-EARNINGS sweeps a year of it for the
      * year-end statements and the tax preparer's totals file.
      *
      * PH-RUN-TYPE tells a regular cycle's record from an off-cycle
      * payment (bonus, correction, final pay) dated by its own pay
      * date. Records written before the field existed carry a blank
      * and are regular. A run only ever replaces a record of its own
      * type - an off-cycle payment never overwrites a regular period.
      *
      * Use as-is for an FD/01 record:
      *     01 PAY-HISTORY-RECORD.
      *         COPY PAYHREC.
          02 PH-WITHHOLDING PIC 9(7)V99.
          02 PH-DEDUCTION   PIC 9(7)V99.
          02 PH-NET         PIC 9(7)V99.
          02 PH-RUN-TYPE    PIC X.
             88 PH-REGULAR-RUN VALUE "R" " ".
             88 PH-OFF-CYCLE   VALUE "O".
