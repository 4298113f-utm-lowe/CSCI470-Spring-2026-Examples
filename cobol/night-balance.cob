      * each line marked BALANCED or OUT OF BALANCE, with a nonzero
      * RETURN-CODE on any mismatch so LOOPS flags the stream. The
      * morning check stops being four reports and a calculator.
      *
      * glposting.dat is the one GL interface file, so it only holds
      * the payroll batch until the next feeder overwrites it - the
      * header's source code must say PR (or be blank, from before
      * the code was carried). Run this step ahead of ARPOST; a
      * receivables batch in the file is refused rather than
      * compared with the payroll register.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY PAYHREC.

       FD DEPOSIT-FILE.
       01 DEPOSIT-LINE PIC X(43).

       FD CHECK-DATA-FILE.
       01 CHECK-DATA-RECORD.
          02 FILLER          PIC X.
          02 DEP-TRL-COUNT   PIC 9(6).
          02 DEP-TRL-TOTAL   PIC 9(11)V99.
          02 DEP-TRL-PRENOTES PIC 9(6).

      *> The posting file's header and trailer layouts, mirroring
      *> GL-HEADER and GL-TRAILER in EMPLOYEE-PAYROLL
       01 WS-GL-HEADER.
          02 FILLER          PIC X.
          02 HDR-PERIOD      PIC 9(8).
          02 HDR-SOURCE      PIC X(2).
             88 HDR-IS-PAYROLL   VALUE "PR" SPACES.
       01 WS-GL-TRAILER.
          02 FILLER          PIC X.
          02 TRL-DEBITS      PIC 9(11)V99.
                   AT END
                       SET END-OF-POSTINGS TO TRUE
                   NOT AT END
                       IF GL-POSTING-LINE(1:1) = "H"
                           MOVE GL-POSTING-LINE TO WS-GL-HEADER
                           IF NOT HDR-IS-PAYROLL
                               DISPLAY "glposting.dat holds a "
                                   HDR-SOURCE " batch, not payroll; "
                                   "run BALANCE before ARPOST"
                               CLOSE GL-POSTING-FILE
                               MOVE 8 TO RETURN-CODE GOBACK
                           END-IF
                       END-IF
                       IF GL-POSTING-LINE(1:1) = "T"
                           MOVE GL-POSTING-LINE TO WS-GL-TRAILER
                           MOVE TRL-DEBITS  TO WS-GL-DEBITS
