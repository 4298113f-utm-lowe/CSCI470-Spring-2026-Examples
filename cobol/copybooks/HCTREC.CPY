      *****************************************************************
      * HCTREC.CPY
      * Shared month-end headcount summary layout for headcount.dat,
      * the line sequential history HEADCOUNT-REPORT keeps month over
      * month: one record per department per month, plus one for
      * ALL DEPARTMENTS, in month order. A rerun of a month replaces
      * that month's records. Headcount is employees on the master
      * who are active or on leave; turnover is terminations over
      * the average headcount, as a percentage, for the month and for
      * the twelve months ending with it.
      *
      * Use as-is for an FD/01 record:
      *     01 HEADCOUNT-SUMMARY-RECORD.
      *         COPY HCTREC.
      *****************************************************************
          02 HCT-MONTH        PIC 9(6).
          02 HCT-DEPT         PIC X(15).
          02 HCT-OPENING      PIC 9(5).
          02 HCT-HIRES        PIC 9(5).
          02 HCT-RETURNS      PIC 9(5).
          02 HCT-TO-LEAVE     PIC 9(5).
          02 HCT-TERMINATIONS PIC 9(5).
          02 HCT-CLOSING      PIC 9(5).
          02 HCT-MONTH-RATE   PIC 9(4)V99.
          02 HCT-TERMS-12     PIC 9(5).
          02 HCT-AVERAGE-12   PIC 9(5)V99.
          02 HCT-ROLLING-RATE PIC 9(4)V99.
          02 HCT-RUN-DATE     PIC 9(8).
