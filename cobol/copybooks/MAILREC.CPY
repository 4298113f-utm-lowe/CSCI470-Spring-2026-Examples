      *****************************************************************
      * MAILREC.CPY
      * Shared customer mailing-log layout for mailing.log, a line
      * sequential file added to on every run and never rewritten.
      * CUST-STATEMENT writes one record for every statement it
      * prints and one for every past-due reminder letter, so
      * collections can see who was contacted, when, with what, and
      * for how much. ML-AMOUNT is the total due on a statement and
      * the past-due amount on a letter.
      *
      * The FILLER bytes are blank separators, so build the record
      * in WORKING-STORAGE (cleared to spaces) and WRITE ... FROM it:
      *     01 MAILING-RECORD.
      *         COPY MAILREC.
      *****************************************************************
          02 ML-DATE    PIC 9(8).
          02 FILLER     PIC X.
          02 ML-CUST-ID PIC 9(5).
          02 FILLER     PIC X.
          02 ML-TYPE    PIC X(10).
             88 ML-IS-STATEMENT VALUE "STATEMENT".
             88 ML-IS-REMIND-60 VALUE "REMIND-60".
             88 ML-IS-REMIND-90 VALUE "REMIND-90".
          02 FILLER     PIC X.
          02 ML-AMOUNT  PIC 9(9)V99.
