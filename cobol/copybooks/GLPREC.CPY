      *****************************************************************
      * GLPREC.CPY
      * Shared accounting-period status layout for glperiod.dat,
      * keyed by GLP-PERIOD, the calendar month (YYYYMM) a posting
      * date falls in. A month with no record here is open. GL-CLOSE
      * closes a month once accounting has reported on it, and
      * GL-POST then refuses any batch dated in that month. A closed
      * month is reopened on GL-CLOSE only as an audited override
      * with a reason; the reopening lets exactly one batch through,
      * after which GL-POST closes the month again itself.
      * GL-YEAR-CLOSE will not close a year until every month of it
      * is closed here, and marks the year closed with a record for
      * month 13 of the year (YYYY13), which GL-CLOSE never keys.
      *
      * Use as-is for an FD/01 record:
      *     01 GL-PERIOD-RECORD.
      *         COPY GLPREC.
      *****************************************************************
          02 GLP-PERIOD        PIC 9(6).
          02 GLP-STATUS        PIC X.
             88 GLP-IS-CLOSED      VALUE "C".
             88 GLP-IS-REOPENED    VALUE "R".
          02 GLP-CLOSED-USERID PIC X(8).
          02 GLP-CLOSED-DATE   PIC 9(8).
          02 GLP-REOPEN-USERID PIC X(8).
          02 GLP-REOPEN-DATE   PIC 9(8).
          02 GLP-REOPEN-REASON PIC X(30).
