       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISH-REMIT.

      *****************************************************************
      * Garnishment remittance listing, run right after
      * EMPLOYEE-PAYROLL. Sorts the run's garnremit.dat - one record
      * per garnishment case collected - by issuing agency and case
      * number, and prints garnremit.rpt: each agency's cases with
      * the amount taken and the balance the case still carries, a
      * total per agency to cut that agency's payment from, and a
      * grand total. The grand total is proved against the credit
      * the same run's payroll batch in glposting.dat made to the
      * garnishment liability account, so the payments cut clear
      * 210300 exactly; a difference prints OUT OF BALANCE and
      * returns a nonzero RETURN-CODE so LOOPS flags the stream.
      * glposting.dat only holds the payroll batch until the next
      * feeder overwrites it, so run this step ahead of ARPOST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-REMIT-FILE ASSIGN TO "garnremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GARNREMIT-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "glposting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "garnsort.tmp".

           SELECT REPORT-FILE ASSIGN TO "garnremit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GARNISH-REMIT-FILE.
       01 REMITTANCE-RECORD.
           COPY GRMREC.

       FD GL-POSTING-FILE.
       01 GL-POSTING-LINE PIC X(40).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SRT-AGENCY    PIC X(20).
          02 SRT-CASE-NO   PIC X(15).
          02 SRT-EMP-ID    PIC 9(6).
          02 SRT-EMP-NAME  PIC X(20).
          02 SRT-AMOUNT    PIC 9(7)V99.
          02 SRT-BALANCE   PIC 9(7)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 GARNREMIT-FILE-STATUS PIC 9(2).
       01 POSTING-FILE-STATUS  PIC 9(2).
       01 REPORT-FILE-STATUS   PIC 9(2).
       01 WS-REMIT-EOF         PIC X VALUE "N".
          88 END-OF-REMITTANCES    VALUE "Y".
       01 WS-GL-EOF            PIC X VALUE "N".
          88 END-OF-POSTINGS       VALUE "Y".
       01 WS-SORT-EOF          PIC X VALUE "N".
          88 END-OF-SORT           VALUE "Y".
       01 WS-FIRST-RECORD      PIC X VALUE "Y".
          88 IS-FIRST-RECORD       VALUE "Y".
       01 WS-PERIOD-END        PIC 9(8).
       01 WS-STALE-COUNT       PIC 9(5).
       01 WS-PREV-AGENCY       PIC X(20).
       01 WS-AGENCY-COUNT      PIC 9(5).
       01 WS-AGENCY-TOTAL      PIC 9(9)V99.
       01 WS-GRAND-COUNT       PIC 9(5).
       01 WS-GRAND-TOTAL       PIC 9(11)V99.
       01 WS-AGENCIES-PAID     PIC 9(5).
       01 WS-GL-GARNISH-CREDIT PIC 9(11)V99.
      *> The liability account EMPLOYEE-PAYROLL credits with the
      *> run's garnishments
       01 WS-GARNISH-LIAB-ACCT PIC 9(6) VALUE 210300.

      *> The posting file's header and detail layouts, mirroring
      *> GL-HEADER and GL-DETAIL in EMPLOYEE-PAYROLL
       01 WS-GL-HEADER.
          02 FILLER          PIC X.
          02 HDR-PERIOD      PIC 9(8).
          02 HDR-SOURCE      PIC X(2).
             88 HDR-IS-PAYROLL   VALUE "PR" SPACES.
       01 WS-GL-DETAIL.
          02 FILLER          PIC X.
          02 DTL-ACCOUNT     PIC 9(6).
          02 FILLER          PIC X.
          02 DTL-DEPT        PIC X(15).
          02 FILLER          PIC X.
          02 DTL-DR-CR       PIC X(2).
          02 FILLER          PIC X.
          02 DTL-AMOUNT      PIC 9(11)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(15) VALUE SPACES.
          02 FILLER PIC X(35) VALUE
               "GARNISHMENT REMITTANCE BY AGENCY".
          02 FILLER PIC X(12) VALUE "PERIOD END ".
          02 HDG-PERIOD-END PIC 9(8).

       01 HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(22) VALUE "AGENCY".
          02 FILLER PIC X(17) VALUE "CASE NO".
          02 FILLER PIC X(8)  VALUE "EMP ID".
          02 FILLER PIC X(22) VALUE "NAME".
          02 FILLER PIC X(13) VALUE "AMOUNT".
          02 FILLER PIC X(13) VALUE "BALANCE LEFT".

       01 REMIT-DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 RMT-AGENCY      PIC X(20).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 RMT-CASE-NO     PIC X(15).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 RMT-EMP-ID      PIC 9(6).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 RMT-EMP-NAME    PIC X(20).
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 RMT-AMOUNT      PIC $$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 RMT-BALANCE     PIC $,$$$,$$9.99.

      *> Reused for each agency's total and the grand total; the
      *> caption says which
       01 REMIT-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 TOT-CAPTION     PIC X(14).
          02 TOT-AGENCY      PIC X(20).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 FILLER          PIC X(7)  VALUE "CASES: ".
          02 TOT-COUNT       PIC ZZZZ9.
          02 FILLER          PIC X(10) VALUE SPACES.
          02 TOT-AMOUNT      PIC $$$,$$$,$$9.99.

       01 RECONCILE-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
               "GL CREDIT TO GARNISHMENTS ".
          02 REC-ACCOUNT     PIC 9(6).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 REC-GL-AMOUNT   PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 REC-VERDICT     PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-GL-GARNISH-CREDIT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-AGENCY SRT-CASE-NO SRT-EMP-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT.

           IF WS-STALE-COUNT > 0
               DISPLAY "garnremit.dat carries " WS-STALE-COUNT
                   " records for another period; rerun payroll"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-GRAND-TOTAL NOT = WS-GL-GARNISH-CREDIT
               DISPLAY "Remittance total " WS-GRAND-TOTAL
                   " does not agree with the GL credit "
                   WS-GL-GARNISH-CREDIT
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Garnishment remittance written to garnremit.rpt".
           DISPLAY "Agencies to pay: " WS-AGENCIES-PAID
               ", cases: " WS-GRAND-COUNT
               ", total: " WS-GRAND-TOTAL.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-REMIT-EOF.
           MOVE "N" TO WS-GL-EOF.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE 0   TO WS-PERIOD-END.
           MOVE 0   TO WS-STALE-COUNT.
           MOVE SPACES TO WS-PREV-AGENCY.
           MOVE 0   TO WS-AGENCY-COUNT.
           MOVE 0   TO WS-AGENCY-TOTAL.
           MOVE 0   TO WS-GRAND-COUNT.
           MOVE 0   TO WS-GRAND-TOTAL.
           MOVE 0   TO WS-AGENCIES-PAID.
           MOVE 0   TO WS-GL-GARNISH-CREDIT.

       READ-GL-GARNISH-CREDIT.
           *> The payroll batch fixes the period and carries the
           *> garnishment credit the listing must agree with
           OPEN INPUT GL-POSTING-FILE.
           IF POSTING-FILE-STATUS NOT = "00"
               DISPLAY "Error opening glposting.dat, status: "
                   POSTING-FILE-STATUS
               DISPLAY "Run EMPLOYEE-PAYROLL before the remittance "
                   "step"
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM UNTIL END-OF-POSTINGS
               READ GL-POSTING-FILE
                   AT END
                       SET END-OF-POSTINGS TO TRUE
                   NOT AT END
                       IF GL-POSTING-LINE(1:1) = "H"
                           MOVE GL-POSTING-LINE TO WS-GL-HEADER
                           IF NOT HDR-IS-PAYROLL
                               DISPLAY "glposting.dat holds a "
                                   HDR-SOURCE " batch, not payroll; "
                                   "run GARNREMIT before ARPOST"
                               CLOSE GL-POSTING-FILE
                               MOVE 8 TO RETURN-CODE GOBACK
                           END-IF
                           MOVE HDR-PERIOD TO WS-PERIOD-END
                       END-IF
                       IF GL-POSTING-LINE(1:1) = "D"
                           MOVE GL-POSTING-LINE TO WS-GL-DETAIL
                           IF DTL-ACCOUNT = WS-GARNISH-LIAB-ACCT
                               AND DTL-DR-CR = "CR"
                               ADD DTL-AMOUNT TO WS-GL-GARNISH-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-POSTING-FILE.

       LOAD-SORT-FILE.
           *> EMPLOYEE-PAYROLL rebuilds the file every run, so a
           *> missing one means payroll hasn't run here
           OPEN INPUT GARNISH-REMIT-FILE.
           IF GARNREMIT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening garnremit.dat, status: "
                   GARNREMIT-FILE-STATUS
               DISPLAY "Run EMPLOYEE-PAYROLL before the remittance "
                   "step"
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM UNTIL END-OF-REMITTANCES
               READ GARNISH-REMIT-FILE
                   AT END
                       SET END-OF-REMITTANCES TO TRUE
                   NOT AT END
                       IF GRM-PERIOD NOT = WS-PERIOD-END
                           ADD 1 TO WS-STALE-COUNT
                       ELSE
                           MOVE GRM-AGENCY   TO SRT-AGENCY
                           MOVE GRM-CASE-NO  TO SRT-CASE-NO
                           MOVE GRM-EMP-ID   TO SRT-EMP-ID
                           MOVE GRM-EMP-NAME TO SRT-EMP-NAME
                           MOVE GRM-AMOUNT   TO SRT-AMOUNT
                           MOVE GRM-BALANCE  TO SRT-BALANCE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GARNISH-REMIT-FILE.

       PRODUCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening remittance report, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           MOVE WS-PERIOD-END TO HDG-PERIOD-END.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORT TO TRUE
                   NOT AT END
                       IF NOT IS-FIRST-RECORD
                           AND SRT-AGENCY NOT = WS-PREV-AGENCY
                           PERFORM WRITE-AGENCY-TOTAL
                       END-IF
                       MOVE "N" TO WS-FIRST-RECORD
                       MOVE SRT-AGENCY TO WS-PREV-AGENCY
                       PERFORM WRITE-REMIT-DETAIL
               END-RETURN
           END-PERFORM.

           IF NOT IS-FIRST-RECORD
               PERFORM WRITE-AGENCY-TOTAL
           END-IF.
           PERFORM WRITE-GRAND-TOTAL.

           CLOSE REPORT-FILE.

       WRITE-REMIT-DETAIL.
           MOVE SRT-AGENCY   TO RMT-AGENCY.
           MOVE SRT-CASE-NO  TO RMT-CASE-NO.
           MOVE SRT-EMP-ID   TO RMT-EMP-ID.
           MOVE SRT-EMP-NAME TO RMT-EMP-NAME.
           MOVE SRT-AMOUNT   TO RMT-AMOUNT.
           MOVE SRT-BALANCE  TO RMT-BALANCE.
           WRITE REPORT-LINE FROM REMIT-DETAIL-LINE.
           ADD 1          TO WS-AGENCY-COUNT.
           ADD SRT-AMOUNT TO WS-AGENCY-TOTAL.

       WRITE-AGENCY-TOTAL.
           *> One payment per agency is cut from this line
           MOVE "AGENCY TOTAL  "  TO TOT-CAPTION.
           MOVE WS-PREV-AGENCY    TO TOT-AGENCY.
           MOVE WS-AGENCY-COUNT   TO TOT-COUNT.
           MOVE WS-AGENCY-TOTAL   TO TOT-AMOUNT.
           WRITE REPORT-LINE FROM REMIT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1               TO WS-AGENCIES-PAID.
           ADD WS-AGENCY-COUNT TO WS-GRAND-COUNT.
           ADD WS-AGENCY-TOTAL TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-AGENCY-COUNT.
           MOVE 0 TO WS-AGENCY-TOTAL.

       WRITE-GRAND-TOTAL.
           MOVE "GRAND TOTAL   "  TO TOT-CAPTION.
           MOVE SPACES            TO TOT-AGENCY.
           MOVE WS-GRAND-COUNT    TO TOT-COUNT.
           MOVE WS-GRAND-TOTAL    TO TOT-AMOUNT.
           WRITE REPORT-LINE FROM REMIT-TOTAL-LINE.
           MOVE WS-GARNISH-LIAB-ACCT TO REC-ACCOUNT.
           MOVE WS-GL-GARNISH-CREDIT TO REC-GL-AMOUNT.
           IF WS-GRAND-TOTAL = WS-GL-GARNISH-CREDIT
               MOVE "BALANCED" TO REC-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO REC-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM RECONCILE-LINE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing remittance report, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
