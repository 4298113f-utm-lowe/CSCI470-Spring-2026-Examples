      * employees gross their timesheet.dat hours at EMP-HOURLY-RATE
      * with time-and-a-half past 40, and an hourly employee with no
      * timesheet falls out on the payroll.exc exception listing
      * instead of being paid zero; a garnishment row with no case
      * set up on DEDUCT-MAINT is listed there too, not taken.
      * Withholding walks the department's graduated brackets on
      * whtable.dat (maintained by WH-MAINT) against each gross; a
      * department with no brackets falls back to its dept.dat flat
      * rate. Deductions gather from
      * two stores - the elected benefit on benefit.dat (loaded
      * monthly by BENEFIT-LOAD from the vendor's return feed; no
      * election means no deduction) and the typed rows on deduct.dat
      * for that period to the keyed pay-history file payhist.dat, so
      * prior periods survive the next cycle and the register can show
      * year-to-date columns beside the current-period amounts.
      *
      * An "O" after the date in payroll.ctl makes the run an
      * off-cycle payroll instead - a bonus, a correction, a final
      * check - for just the employees listed on offcycle.dat, each
      * priced by a flat gross amount or by hours at the hourly rate.
      * The date is then the off-cycle pay date and must not be one a
      * regular cycle has already used (nor may a regular cycle reuse
      * an off-cycle date), so the history record, the GL batch, and
      * the balancing sheet each stay with their own run. Withholding
      * brackets and the deduction priority apply exactly as on a
      * regular cycle, and the run writes the same register, stubs,
      * netpay.dat, and glposting.dat for the deposit, check, and
      * posting steps to carry through. A rerun of the same off-cycle
      * date replaces that run's records, so it must carry the whole
      * list again.
      *
      * A garnishment on deduct.dat is a case with a total owed and
      * a running collected-to-date. Each period takes the order's
      * amount, but never more than the balance still owed nor more
      * than the case's legal percentage of disposable pay (gross
      * less withholding, counting any garnishment already taken
      * from the same check), and a case whose balance has reached
      * zero is no longer taken at all. Every case collected is
      * written to garnremit.dat for GARNISH-REMIT's listing by
      * agency.
      *
      * A timesheet row may name the department the hours were
      * worked for; a blank charge department is the employee's
      * home department. An hourly gross - overtime premium and all
      * - is spread across the departments worked in proportion to
      * the hours, each share debiting that department's expense
      * account, and labor-dist.rpt shows each department's hourly
      * time and dollars worked by its own people beside what it
      * borrowed from other departments.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.


           *> Typed deductions - garnishments, retirement, other -
           *> keyed by DEDUCT-MAINT, several rows per EMP-ID, each
           *> with the priority honored when gross runs short. Opened
           *> for update: each garnishment case carries what has been
           *> collected against it
           SELECT DEDUCTION-FILE ASSIGN TO "deduct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DEDUCT-FILE-STATUS.

           *> One record per garnishment case collected this run,
           *> for GARNISH-REMIT to list by agency
           SELECT GARNISH-REMIT-FILE ASSIGN TO "garnremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNREMIT-FILE-STATUS.

           SELECT PAYROLL-REPORT-FILE ASSIGN TO "payroll-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
               FILE STATUS IS LEAVE-FILE-STATUS.

           *> Hours worked this period per hourly employee, dropped
           *> by HR alongside employee.trans, one row per department
           *> worked for; salaried employees need no row here
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEXC-FILE-STATUS.

           *> Hourly time and dollars by department, own people
           *> against those borrowed from other departments
           SELECT LABOR-REPORT-FILE ASSIGN TO "labor-dist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-FILE-STATUS.

           *> Pay-period end date for this run, supplied by whoever
           *> releases the cycle, so every output carries the period
           *> it was paid for
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           *> The employees an off-cycle run pays and how each is
           *> priced; read only when payroll.ctl names an off-cycle
           SELECT OFF-CYCLE-FILE ASSIGN TO "offcycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OFFCYCLE-FILE-STATUS.

           *> One record per employee per pay period; appended to every
           *> cycle instead of overwritten, so "what has Bob Smith
           *> grossed year to date" has an answer
       01 DEDUCTION-RECORD.
           COPY DEDREC.

       FD GARNISH-REMIT-FILE.
       01 REMITTANCE-RECORD.
           COPY GRMREC.

       FD WHTABLE-FILE.
       01 WHTABLE-RECORD.
           COPY WHTREC.
           COPY LEAVEREC.

       FD TIMESHEET-FILE.
      *> A blank charge department - and every row keyed before the
      *> field existed - is time worked for the home department
       01 TIMESHEET-RECORD.
          02 TS-EMP-ID      PIC 9(6).
          02 TS-HOURS       PIC 9(3)V99.
          02 TS-CHARGE-DEPT PIC X(15).

       FD LABOR-REPORT-FILE.
       01 LABOR-LINE PIC X(132).

       FD PAYROLL-EXCEPTION-FILE.
       01 PAYROLL-EXCEPTION-LINE PIC X(80).
       FD PAYROLL-CONTROL-FILE.
       01 PAYROLL-CONTROL-RECORD.
          02 CTL-PERIOD-END PIC 9(8).
          02 CTL-RUN-TYPE   PIC X.

      *> One employee per row: gross by amount (A) or hours (H)
       FD OFF-CYCLE-FILE.
       01 OFF-CYCLE-RECORD.
          02 OC-EMP-ID PIC 9(6).
          02 OC-BASIS  PIC X.
             88 OC-BY-AMOUNT VALUE "A".
             88 OC-BY-HOURS  VALUE "H".
          02 OC-AMOUNT PIC 9(7)V99.
          02 OC-HOURS  PIC 9(3)V99.

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
       01 GL-FILE-STATUS      PIC 9(2).
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 HISTORY-FILE-STATUS PIC 9(2).
       01 OFFCYCLE-FILE-STATUS PIC 9(2).
       01 WS-OFFCYCLE-EOF     PIC X VALUE "N".
          88 END-OF-OFF-CYCLE     VALUE "Y".
      *> Regular cycle or off-cycle, from payroll.ctl; stamped on
      *> every history record the run writes
       01 WS-RUN-TYPE         PIC X.
          88 REGULAR-RUN          VALUE "R".
          88 OFF-CYCLE-RUN        VALUE "O".
       01 WS-DATE-CONFLICTS   PIC 9(5).
      *> The record this run is about to write, held while the one
      *> already on file under the same key is looked at
       01 WS-NEW-HISTORY-RECORD PIC X(51).
       01 WS-EMP-EOF          PIC X VALUE "N".
          88 END-OF-EMPLOYEES     VALUE "Y".
       01 WS-HIST-EOF         PIC X VALUE "N".
          88 DEDUCTIONS-AVAILABLE VALUE "Y".
       01 WS-DEDFILE-EOF      PIC X.
          88 END-OF-DED-ROWS      VALUE "Y".
       01 GARNREMIT-FILE-STATUS PIC 9(2).
       01 WS-GARN-CASE-COUNT  PIC 9(5) VALUE 0.
       01 WHTABLE-FILE-STATUS PIC 9(2).
       01 WS-WHTABLE-AVAIL    PIC X.
          88 BRACKETS-AVAILABLE   VALUE "Y".
       01 WS-HOURS-WORKED     PIC 9(3)V99.
       01 WS-OVERTIME-HOURS   PIC 9(3)V99.
       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-GARN-SETUP-COUNT PIC 9(5) VALUE 0.
       01 WS-GROSS-PAY        PIC 9(7)V99.
       01 WS-WITHHOLDING-AMT  PIC 9(7)V99.
       01 WS-DEDUCTION-AMT    PIC 9(7)V99.
             03 WS-EDL-TYPE     PIC X.
             03 WS-EDL-PRIORITY PIC 9(2).
             03 WS-EDL-AMOUNT   PIC 9(5)V99.
             03 WS-EDL-SEQ      PIC 9(2).
             03 WS-EDL-BALANCE  PIC 9(7)V99.
             03 WS-EDL-MAX-PCT  PIC 9(2)V9.
       01 WS-NEW-DED-TYPE     PIC X.
       01 WS-NEW-DED-PRIORITY PIC 9(2).
       01 WS-NEW-DED-AMOUNT   PIC 9(5)V99.
       01 WS-NEW-DED-SEQ      PIC 9(2).
       01 WS-NEW-DED-BALANCE  PIC 9(7)V99.
       01 WS-NEW-DED-MAX-PCT  PIC 9(2)V9.
       01 WS-DED-REMAINING    PIC 9(7)V99.
       01 WS-DED-APPLIED      PIC 9(7)V99.
      *> Garnishment limits: disposable pay is gross less
      *> withholding; the case's percentage of it, less what other
      *> cases already took from the same check, is the most the
      *> case can take. The prior collection backs out this
      *> period's own earlier take on a rerun
       01 WS-DISPOSABLE-PAY   PIC 9(7)V99.
       01 WS-GARN-LIMIT       PIC 9(7)V99.
       01 WS-PRIOR-COLLECTED  PIC 9(7)V99.
      *> The elected benefit deduction joins the priority order as
      *> type B at this default, so explicit court orders keyed with
      *> lower numbers always come ahead of it
             03 WS-TIME-EMP-ID PIC 9(6).
             03 WS-TIME-HOURS  PIC 9(3)V99.

      *> The same rows kept by employee and charged department, for
      *> spreading each hourly gross across the departments worked
       01 WS-TSPLIT-COUNT PIC 9(4) VALUE 0.
       01 WS-TSPLIT-TABLE.
          02 WS-TSPLIT OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-TSPLIT-COUNT INDEXED BY TSPLIT-INDEX.
             03 WS-TSPLIT-EMP-ID PIC 9(6).
             03 WS-TSPLIT-DEPT   PIC X(15).
             03 WS-TSPLIT-HOURS  PIC 9(3)V99.
       01 WS-TSPLIT-LAST      PIC 9(4).
       01 WS-TSPLIT-SUB       PIC 9(4).
      *> One department's share of the employee in hand, for the GL
      *> and the labor distribution
       01 WS-CHARGE-DEPT      PIC X(15).
       01 WS-CHARGE-HOURS     PIC 9(3)V99.
       01 WS-CHARGE-AMOUNT    PIC 9(7)V99.
       01 WS-DIST-REMAINING   PIC 9(7)V99.

      *> Hourly time by department across the run: worked by the
      *> department's own people, and borrowed from elsewhere
       01 LABOR-FILE-STATUS   PIC 9(2).
       01 WS-LD-COUNT PIC 9(3) VALUE 0.
       01 WS-LD-TABLE.
          02 WS-LD OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-LD-COUNT INDEXED BY LD-INDEX.
             03 WS-LD-DEPT           PIC X(15).
             03 WS-LD-OWN-HOURS      PIC 9(5)V99.
             03 WS-LD-OWN-DOLLARS    PIC 9(9)V99.
             03 WS-LD-BORROW-HOURS   PIC 9(5)V99.
             03 WS-LD-BORROW-DOLLARS PIC 9(9)V99.
       01 WS-LD-TOTAL-OWN-HOURS      PIC 9(6)V99.
       01 WS-LD-TOTAL-OWN-DOLLARS    PIC 9(11)V99.
       01 WS-LD-TOTAL-BORROW-HOURS   PIC 9(6)V99.
       01 WS-LD-TOTAL-BORROW-DOLLARS PIC 9(11)V99.

      *> Employees already paid by this off-cycle run, so a row
      *> listed twice can't pay the same person twice
       01 WS-OCP-COUNT PIC 9(3) VALUE 0.
       01 WS-OCP-TABLE.
          02 WS-OCP OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-OCP-COUNT INDEXED BY OCP-INDEX.
             03 WS-OCP-EMP-ID PIC 9(6).

      *> Heading words that change with the kind of run; set by
      *> SET-RUN-HEADINGS on every entry
       01 WS-PERIOD-LABEL     PIC X(12).

       01 EXCEPTION-HEADING-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(36) VALUE
               "PAYROLL EXCEPTIONS".
          02 EXC-HDG-LABEL PIC X(12).
          02 EXC-HDG-PERIOD-END PIC 9(8).

       01 EXCEPTION-DETAIL-LINE.

       01 HEADING-LINE-1.
          02 FILLER PIC X(22) VALUE SPACES.
          02 HDG-TITLE PIC X(19).
          02 HDG-PERIOD-LABEL PIC X(12).
          02 HDG-PERIOD-END PIC 9(8).
          02 FILLER PIC X(4)  VALUE SPACES.
          02 FILLER PIC X(5)  VALUE "PAGE ".
       01 GL-HEADER.
          02 FILLER          PIC X VALUE "H".
          02 GL-HDR-PERIOD   PIC 9(8).
          02 GL-HDR-SOURCE   PIC X(2) VALUE "PR".

       01 GL-DETAIL.
          02 FILLER          PIC X VALUE "D".
       01 STUB-HEADING-LINE.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(25) VALUE "EMPLOYEE PAY STATEMENT".
          02 STUB-PERIOD-LABEL PIC X(12).
          02 STUB-PERIOD-END PIC 9(8).

       01 STUB-EMP-LINE.
          02 STUB-LEAVE-HOURS PIC ZZ9.99.
          02 FILLER PIC X(6)  VALUE " HOURS".

       01 LABOR-HEADING-LINE-1.
          02 FILLER PIC X(22) VALUE SPACES.
          02 FILLER PIC X(32) VALUE "HOURLY LABOR DISTRIBUTION".
          02 LBR-HDG-LABEL PIC X(12).
          02 LBR-HDG-PERIOD-END PIC 9(8).

       01 LABOR-HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(17) VALUE "DEPARTMENT".
          02 FILLER PIC X(12) VALUE "OWN HOURS".
          02 FILLER PIC X(16) VALUE "OWN DOLLARS".
          02 FILLER PIC X(12) VALUE "BORROWED HRS".
          02 FILLER PIC X(16) VALUE "BORROWED DOLLARS".
          02 FILLER PIC X(12) VALUE "TOTAL HOURS".
          02 FILLER PIC X(16) VALUE "TOTAL DOLLARS".

      *> Reused for each department and the run total; the name
      *> column says which
       01 LABOR-DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 LBR-DEPT        PIC X(15).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 LBR-OWN-HOURS   PIC ZZ,ZZ9.99.
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 LBR-OWN-DOLLARS PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 LBR-BORROW-HOURS PIC ZZ,ZZ9.99.
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 LBR-BORROW-DOLLARS PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 LBR-TOTAL-HOURS PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 LBR-TOTAL-DOLLARS PIC $$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(17) VALUE "GRAND TOTAL ".
           *> top of the first's.
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-PAYROLL-CONTROL.
           PERFORM SET-RUN-HEADINGS.

           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
           *> No deduction store just means nobody carries a
           *> garnishment, retirement, or other deduction yet
           MOVE "Y" TO WS-DEDUCT-AVAIL.
           OPEN I-O DEDUCTION-FILE.
           IF DEDUCT-FILE-STATUS = "35"
               MOVE "N" TO WS-DEDUCT-AVAIL
           ELSE
               END-IF
           END-IF.

           *> Rebuilt every run, empty when nobody is garnished, so
           *> a case is never remitted twice off an older file
           OPEN OUTPUT GARNISH-REMIT-FILE.
           IF GARNREMIT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening garnishment remittance file, "
                   "status: " GARNREMIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN OUTPUT PAYROLL-REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening payroll report, status: "

           *> No timesheet file just means HR dropped nothing this
           *> period; every hourly employee then falls out on the
           *> exception listing instead of being paid zero. An
           *> off-cycle run takes its hours from offcycle.dat instead
           IF REGULAR-RUN
               PERFORM LOAD-TIMESHEETS
           END-IF.

           *> No leave store just means the accrual step hasn't run
           *> here yet; stubs print without the balance lines
               DISPLAY "Error opening payroll exception file, "
                   "status: " PAYEXC-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           MOVE WS-PERIOD-LABEL TO EXC-HDG-LABEL.
           MOVE WS-PERIOD-END-DATE TO EXC-HDG-PERIOD-END.
           WRITE PAYROLL-EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE.
           MOVE SPACES TO PAYROLL-EXCEPTION-LINE.
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           PERFORM CHECK-RUN-DATE-IS-FREE.

           PERFORM WRITE-PAGE-HEADINGS.

           IF OFF-CYCLE-RUN
               PERFORM PAY-OFF-CYCLE-LIST
           ELSE
               PERFORM UNTIL END-OF-EMPLOYEES
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           SET END-OF-EMPLOYEES TO TRUE
                       NOT AT END
                           *> Only active employees are paid; records
                           *> loaded before the status field existed
                           *> carry a blank status and are treated as
                           *> active
                           IF EMP-ACTIVE OR EMP-STATUS = SPACE
                               PERFORM COMPUTE-GROSS-PAY
                               IF GROSS-WAS-PRICED
                                   PERFORM CALCULATE-NET-PAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM WRITE-GRAND-TOTAL.
           PERFORM WRITE-GL-POSTINGS.
           PERFORM WRITE-LABOR-DISTRIBUTION.

           CLOSE EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               END-IF
           END-IF.

           CLOSE GARNISH-REMIT-FILE.
           IF GARNREMIT-FILE-STATUS NOT = "00"
               DISPLAY "Error closing garnishment remittance file, "
                   "status: " GARNREMIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           CLOSE PAYROLL-REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error closing payroll report, status: "
               DISPLAY "Employees not paid: " WS-EXCEPTION-COUNT
                   " - see payroll.exc"
           END-IF.
           IF WS-GARN-SETUP-COUNT > 0
               DISPLAY "Garnishments not withheld, case not set up: "
                   WS-GARN-SETUP-COUNT " - see payroll.exc"
           END-IF.
           DISPLAY "Paycheck register written to "
               "payroll-register.rpt".
           DISPLAY "Pay stubs written to paystubs.rpt".
           DISPLAY "Net pay file written to netpay.dat".
           DISPLAY "Garnishment cases collected: " WS-GARN-CASE-COUNT
               " - see garnremit.dat".
           IF OFF-CYCLE-RUN
               DISPLAY "Off-cycle pay history written for pay date "
                   WS-PERIOD-END-DATE
           ELSE
               DISPLAY "Pay history appended for period "
                   WS-PERIOD-END-DATE
           END-IF.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE 0   TO WS-GL-DEPT-COUNT.
           MOVE "N" TO WS-TIME-EOF.
           MOVE 0   TO WS-TIME-COUNT.
           MOVE 0   TO WS-TSPLIT-COUNT.
           MOVE 0   TO WS-LD-COUNT.
           MOVE 0   TO WS-EXCEPTION-COUNT.
           MOVE 0   TO WS-GARN-SETUP-COUNT.
           MOVE "N" TO WS-WHT-EOF.
           MOVE 0   TO WS-WHB-COUNT.
           MOVE "N" TO WS-OFFCYCLE-EOF.
           MOVE 0   TO WS-OCP-COUNT.
           MOVE 0   TO WS-DATE-CONFLICTS.
           MOVE 0   TO WS-GARN-CASE-COUNT.

       READ-PAYROLL-CONTROL.
           *> The pay-period end date keys every history record this
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE CTL-PERIOD-END TO WS-PERIOD-END-DATE
                   *> A blank run type is a control file written
                   *> before off-cycle runs existed - a regular cycle
                   EVALUATE CTL-RUN-TYPE
                       WHEN "R"
                       WHEN SPACE
                           SET REGULAR-RUN TO TRUE
                       WHEN "O"
                           SET OFF-CYCLE-RUN TO TRUE
                       WHEN OTHER
                           DISPLAY "payroll.ctl run type must be R, "
                               "O, or blank: " CTL-RUN-TYPE
                           MOVE 8 TO RETURN-CODE GOBACK
                   END-EVALUATE
           END-READ.
           CLOSE PAYROLL-CONTROL-FILE.

       SET-RUN-HEADINGS.
           IF OFF-CYCLE-RUN
               MOVE "OFF-CYCLE REGISTER" TO HDG-TITLE
               MOVE "PAY DATE "          TO WS-PERIOD-LABEL
           ELSE
               MOVE "PAYCHECK REGISTER"  TO HDG-TITLE
               MOVE "PERIOD END "        TO WS-PERIOD-LABEL
           END-IF.
           MOVE WS-PERIOD-LABEL TO HDG-PERIOD-LABEL.
           MOVE WS-PERIOD-LABEL TO STUB-PERIOD-LABEL.

       CHECK-RUN-DATE-IS-FREE.
           *> A regular cycle and an off-cycle run never share a date:
           *> history is keyed by it, GL-POST replaces a period's
           *> balances by it, and the balancing sheet counts by it.
           *> Any history of the other kind on this date stops the
           *> run before anything is paid
           MOVE "N" TO WS-HIST-EOF.
           MOVE 0 TO PH-EMP-ID.
           MOVE 0 TO PH-PERIOD-END.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HISTORY
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF PH-PERIOD-END = WS-PERIOD-END-DATE
                           IF (OFF-CYCLE-RUN AND PH-REGULAR-RUN)
                               OR (REGULAR-RUN AND PH-OFF-CYCLE)
                               ADD 1 TO WS-DATE-CONFLICTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DATE-CONFLICTS > 0
               IF OFF-CYCLE-RUN
                   DISPLAY "Pay date " WS-PERIOD-END-DATE " already "
                       "belongs to a regular payroll cycle"
               ELSE
                   DISPLAY "Period end " WS-PERIOD-END-DATE
                       " already belongs to an off-cycle run"
               END-IF
               DISPLAY "Choose another date in payroll.ctl, stopping"
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       PAY-OFF-CYCLE-LIST.
           *> Only the employees on offcycle.dat are paid; a missing
           *> list means the off-cycle was released by mistake
           OPEN INPUT OFF-CYCLE-FILE.
           IF OFFCYCLE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening offcycle.dat, status: "
                   OFFCYCLE-FILE-STATUS
               DISPLAY "Supply the off-cycle employees in offcycle.dat"
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           PERFORM UNTIL END-OF-OFF-CYCLE
               READ OFF-CYCLE-FILE
                   AT END
                       SET END-OF-OFF-CYCLE TO TRUE
                   NOT AT END
                       PERFORM PAY-ONE-OFF-CYCLE-ROW
               END-READ
           END-PERFORM.
           CLOSE OFF-CYCLE-FILE.

       PAY-ONE-OFF-CYCLE-ROW.
           *> Status doesn't stop an off-cycle payment - a final check
           *> goes to someone already terminated - but the employee
           *> must be on the master, listed once, and priceable
           MOVE SPACES TO EMP-NAME.
           IF OC-EMP-ID NOT NUMERIC
               MOVE 0 TO EMP-ID
               MOVE "Off-cycle row has no usable EMP-ID"
                   TO EXC-REASON
               PERFORM WRITE-PAYROLL-EXCEPTION
           ELSE
               MOVE OC-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "Off-cycle employee not on the master"
                           TO EXC-REASON
                       PERFORM WRITE-PAYROLL-EXCEPTION
                   NOT INVALID KEY
                       PERFORM CHECK-OFF-CYCLE-REPEAT
                       IF GROSS-WAS-PRICED
                           PERFORM COMPUTE-OFF-CYCLE-GROSS
                       END-IF
                       IF GROSS-WAS-PRICED
                           PERFORM CALCULATE-NET-PAY
                       END-IF
               END-READ
           END-IF.

       CHECK-OFF-CYCLE-REPEAT.
           MOVE "Y" TO WS-GROSS-FLAG.
           SET OCP-INDEX TO 1.
           SEARCH WS-OCP
               AT END
                   IF WS-OCP-COUNT >= 100
                       DISPLAY "offcycle.dat exceeds the 100-employee "
                           "limit, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-OCP-COUNT
                   SET OCP-INDEX TO WS-OCP-COUNT
                   MOVE EMP-ID TO WS-OCP-EMP-ID(OCP-INDEX)
               WHEN WS-OCP-EMP-ID(OCP-INDEX) = EMP-ID
                   MOVE "N" TO WS-GROSS-FLAG
                   MOVE "Listed twice on offcycle.dat; paid once"
                       TO EXC-REASON
                   PERFORM WRITE-PAYROLL-EXCEPTION
           END-SEARCH.

       COMPUTE-OFF-CYCLE-GROSS.
           *> By amount, the row's gross is paid as keyed; by hours,
           *> the hours price at the hourly rate under the same
           *> overtime rule as a regular cycle
           MOVE "Y" TO WS-GROSS-FLAG.
           EVALUATE TRUE
               WHEN OC-BY-AMOUNT
                   AND OC-AMOUNT IS NUMERIC
                   AND OC-AMOUNT > ZERO
                   MOVE OC-AMOUNT TO WS-GROSS-PAY
               WHEN OC-BY-HOURS
                   AND NOT EMP-HOURLY
                   MOVE "N" TO WS-GROSS-FLAG
                   MOVE "Hours basis needs an hourly employee"
                       TO EXC-REASON
                   PERFORM WRITE-PAYROLL-EXCEPTION
               WHEN OC-BY-HOURS
                   AND OC-HOURS IS NUMERIC
                   AND OC-HOURS > ZERO
                   MOVE OC-HOURS TO WS-HOURS-WORKED
                   PERFORM PRICE-HOURS-WORKED
               WHEN OTHER
                   MOVE "N" TO WS-GROSS-FLAG
                   MOVE "Off-cycle row needs basis A/H and value"
                       TO EXC-REASON
                   PERFORM WRITE-PAYROLL-EXCEPTION
           END-EVALUATE.

       LOAD-TIMESHEETS.
           *> Pull this period's timesheet drop into the table once,
           *> totalling duplicate rows for the same employee, so the
                   WHEN WS-TIME-EMP-ID(TIME-INDEX) = TS-EMP-ID
                       ADD TS-HOURS TO WS-TIME-HOURS(TIME-INDEX)
               END-SEARCH
               PERFORM STORE-TIMESHEET-SPLIT
           END-IF.

       STORE-TIMESHEET-SPLIT.
           *> Keep the row's department too; two rows for the same
           *> employee and department total like any other duplicate
           SET TSPLIT-INDEX TO 1.
           SEARCH WS-TSPLIT
               AT END
                   IF WS-TSPLIT-COUNT >= 2000
                       DISPLAY "Timesheet file exceeds the "
                           "2000-row department split limit, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-TSPLIT-COUNT
                   SET TSPLIT-INDEX TO WS-TSPLIT-COUNT
                   MOVE TS-EMP-ID      TO WS-TSPLIT-EMP-ID(TSPLIT-INDEX)
                   MOVE TS-CHARGE-DEPT TO WS-TSPLIT-DEPT(TSPLIT-INDEX)
                   MOVE TS-HOURS       TO WS-TSPLIT-HOURS(TSPLIT-INDEX)
               WHEN WS-TSPLIT-EMP-ID(TSPLIT-INDEX) = TS-EMP-ID
                   AND WS-TSPLIT-DEPT(TSPLIT-INDEX) = TS-CHARGE-DEPT
                   ADD TS-HOURS TO WS-TSPLIT-HOURS(TSPLIT-INDEX)
           END-SEARCH.

       COMPUTE-GROSS-PAY.
           *> Salaried employees gross their stated per-period salary;
           *> hourly employees gross their timesheet hours at the rate
           IF EMP-HOURLY
               PERFORM LOOKUP-TIMESHEET-HOURS
               IF GROSS-WAS-PRICED
                   PERFORM PRICE-HOURS-WORKED
               END-IF
           ELSE
               MOVE EMP-SALARY TO WS-GROSS-PAY
           END-IF.

       PRICE-HOURS-WORKED.
           *> WS-HOURS-WORKED is set by the caller; time-and-a-half
           *> past 40
           IF WS-HOURS-WORKED > 40
               COMPUTE WS-OVERTIME-HOURS =
                   WS-HOURS-WORKED - 40
               COMPUTE WS-GROSS-PAY ROUNDED =
                   (40 * EMP-HOURLY-RATE)
                   + (WS-OVERTIME-HOURS
                       * EMP-HOURLY-RATE * 1.5)
           ELSE
               COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-HOURS-WORKED * EMP-HOURLY-RATE
           END-IF.

       LOOKUP-TIMESHEET-HOURS.
           SET TIME-INDEX TO 1.
           SEARCH WS-TIME
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-GARNISHMENT-EXCEPTION.
           *> The employee is still paid, so this is listed but not
           *> counted among the employees not paid
           MOVE "Garnishment not set up on DEDUCT-MAINT"
               TO EXC-REASON.
           MOVE EMP-ID   TO EXC-EMP-ID.
           MOVE EMP-NAME TO EXC-EMP-NAME.
           WRITE PAYROLL-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE.
           IF PAYEXC-FILE-STATUS NOT = "00"
               DISPLAY "Error writing payroll exception, status: "
                   PAYEXC-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           ADD 1 TO WS-GARN-SETUP-COUNT.

       LOAD-WITHHOLDING-TABLE.
           *> Pull the bracket table in department and bracket order
           *> and prove it is usable - each department's slices
                       MOVE "B"                 TO WS-NEW-DED-TYPE
                       MOVE WS-BENEFIT-PRIORITY TO WS-NEW-DED-PRIORITY
                       MOVE BEN-DEDUCTION       TO WS-NEW-DED-AMOUNT
                       MOVE 0                   TO WS-NEW-DED-SEQ
                       MOVE 0                   TO WS-NEW-DED-BALANCE
                       MOVE 0                   TO WS-NEW-DED-MAX-PCT
                       PERFORM INSERT-DEDUCTION-ROW
               END-READ
           END-IF.
           *> skipped out loud rather than applied twice
           EVALUATE TRUE
               WHEN DED-IS-GARNISHMENT
                   PERFORM GATHER-GARNISHMENT-CASE
               WHEN DED-IS-RETIREMENT
               WHEN DED-IS-OTHER
                   MOVE DED-TYPE     TO WS-NEW-DED-TYPE
                   MOVE DED-PRIORITY TO WS-NEW-DED-PRIORITY
                   MOVE DED-AMOUNT   TO WS-NEW-DED-AMOUNT
                   MOVE DED-SEQ      TO WS-NEW-DED-SEQ
                   MOVE 0            TO WS-NEW-DED-BALANCE
                   MOVE 0            TO WS-NEW-DED-MAX-PCT
                   PERFORM INSERT-DEDUCTION-ROW
               WHEN OTHER
                   DISPLAY "Deduction row skipped for employee "
                       " does not price here"
           END-EVALUATE.

       GATHER-GARNISHMENT-CASE.
           *> The balance is what the order allows less what has been
           *> collected before this period - a rerun of the period
           *> last collected backs its own take out first. A case
           *> already collected for a later period can't be rerun
           *> into an earlier one without counting twice, so it is
           *> left out of this run out loud; so is a row with no case
           *> keyed on DEDUCT-MAINT, which has nothing to collect
           *> against. Only a paid-off case is simply done
           MOVE DED-COLLECTED TO WS-PRIOR-COLLECTED.
           IF DED-LAST-PERIOD = WS-PERIOD-END-DATE
               SUBTRACT DED-LAST-TAKEN FROM WS-PRIOR-COLLECTED
           END-IF.
           EVALUATE TRUE
               WHEN DED-LAST-PERIOD > WS-PERIOD-END-DATE
                   DISPLAY "Garnishment case " DED-CASE-NO
                       " for employee " EMP-ID " already collected "
                       "for " DED-LAST-PERIOD "; not taken this run"
               WHEN DED-TOTAL-OWED = ZERO OR DED-CASE-NO = SPACES
                   DISPLAY "Garnishment for employee " EMP-ID
                       " has no case set up on DEDUCT-MAINT; not "
                       "taken this run"
                   PERFORM WRITE-GARNISHMENT-EXCEPTION
               WHEN DED-TOTAL-OWED NOT > WS-PRIOR-COLLECTED
                   CONTINUE
               WHEN OTHER
                   MOVE DED-TYPE     TO WS-NEW-DED-TYPE
                   MOVE DED-PRIORITY TO WS-NEW-DED-PRIORITY
                   MOVE DED-AMOUNT   TO WS-NEW-DED-AMOUNT
                   MOVE DED-SEQ      TO WS-NEW-DED-SEQ
                   COMPUTE WS-NEW-DED-BALANCE =
                       DED-TOTAL-OWED - WS-PRIOR-COLLECTED
                   MOVE DED-MAX-PCT  TO WS-NEW-DED-MAX-PCT
                   PERFORM INSERT-DEDUCTION-ROW
           END-EVALUATE.

       INSERT-DEDUCTION-ROW.
           *> Slot the new row by ascending priority, behind any row
           *> already holding the same priority, so the apply order
           MOVE WS-NEW-DED-TYPE     TO WS-EDL-TYPE(WS-EDL-SUB).
           MOVE WS-NEW-DED-PRIORITY TO WS-EDL-PRIORITY(WS-EDL-SUB).
           MOVE WS-NEW-DED-AMOUNT   TO WS-EDL-AMOUNT(WS-EDL-SUB).
           MOVE WS-NEW-DED-SEQ      TO WS-EDL-SEQ(WS-EDL-SUB).
           MOVE WS-NEW-DED-BALANCE  TO WS-EDL-BALANCE(WS-EDL-SUB).
           MOVE WS-NEW-DED-MAX-PCT  TO WS-EDL-MAX-PCT(WS-EDL-SUB).

       APPLY-DEDUCTIONS.
           *> Take the rows in priority order against what is left
           MOVE 0 TO WS-EMP-DED-OTHER.
           COMPUTE WS-DED-REMAINING =
               WS-GROSS-PAY - WS-WITHHOLDING-AMT.
           MOVE WS-DED-REMAINING TO WS-DISPOSABLE-PAY.
           PERFORM VARYING WS-EDL-SUB FROM 1 BY 1
                   UNTIL WS-EDL-SUB > WS-EDL-COUNT
               MOVE WS-EDL-AMOUNT(WS-EDL-SUB) TO WS-DED-APPLIED
               IF WS-EDL-TYPE(WS-EDL-SUB) = "G"
                   PERFORM LIMIT-GARNISHMENT
               END-IF
               IF WS-DED-APPLIED > WS-DED-REMAINING
                   DISPLAY "Deduction capped for employee " EMP-ID
                       " type " WS-EDL-TYPE(WS-EDL-SUB)
               EVALUATE WS-EDL-TYPE(WS-EDL-SUB)
                   WHEN "G"
                       ADD WS-DED-APPLIED TO WS-EMP-DED-GARN
                       PERFORM RECORD-GARNISHMENT-TAKEN
                   WHEN "R"
                       ADD WS-DED-APPLIED TO WS-EMP-DED-RETIRE
                   WHEN "B"
           ADD WS-EMP-DED-BENEFIT TO WS-GRAND-DED-BENEFIT.
           ADD WS-EMP-DED-OTHER   TO WS-GRAND-DED-OTHER.

       LIMIT-GARNISHMENT.
           *> Never more than the case still owes, and never more than
           *> its legal share of disposable pay once the cases ahead
           *> of it on the same check are counted
           IF WS-DED-APPLIED > WS-EDL-BALANCE(WS-EDL-SUB)
               MOVE WS-EDL-BALANCE(WS-EDL-SUB) TO WS-DED-APPLIED
           END-IF.
           COMPUTE WS-GARN-LIMIT =
               WS-DISPOSABLE-PAY * WS-EDL-MAX-PCT(WS-EDL-SUB) / 100.
           IF WS-GARN-LIMIT > WS-EMP-DED-GARN
               SUBTRACT WS-EMP-DED-GARN FROM WS-GARN-LIMIT
           ELSE
               MOVE 0 TO WS-GARN-LIMIT
           END-IF.
           IF WS-DED-APPLIED > WS-GARN-LIMIT
               DISPLAY "Garnishment limited for employee " EMP-ID
                   ": " WS-EDL-MAX-PCT(WS-EDL-SUB)
                   "% of disposable pay allows " WS-GARN-LIMIT
               MOVE WS-GARN-LIMIT TO WS-DED-APPLIED
           END-IF.

       RECORD-GARNISHMENT-TAKEN.
           *> Post this period's take to the case, replacing any take
           *> an earlier run of the same period made, and send it to
           *> the remittance file; a zero take still rewrites the case
           *> so a rerun that now takes nothing undoes the old take
           MOVE EMP-ID TO DED-EMP-ID.
           MOVE WS-EDL-SEQ(WS-EDL-SUB) TO DED-SEQ.
           READ DEDUCTION-FILE
               INVALID KEY
                   DISPLAY "Garnishment case for employee " EMP-ID
                       " seq " DED-SEQ " vanished during the run, "
                       "stopping"
                   MOVE 8 TO RETURN-CODE GOBACK
           END-READ.
           IF DED-LAST-PERIOD = WS-PERIOD-END-DATE
               SUBTRACT DED-LAST-TAKEN FROM DED-COLLECTED
           END-IF.
           ADD WS-DED-APPLIED TO DED-COLLECTED.
           MOVE WS-PERIOD-END-DATE TO DED-LAST-PERIOD.
           MOVE WS-DED-APPLIED TO DED-LAST-TAKEN.
           REWRITE DEDUCTION-RECORD
               INVALID KEY
                   DISPLAY "Error updating garnishment case for "
                       EMP-ID ", status: " DEDUCT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-REWRITE.
           IF WS-DED-APPLIED > 0
               MOVE WS-PERIOD-END-DATE TO GRM-PERIOD
               MOVE DED-AGENCY         TO GRM-AGENCY
               MOVE DED-CASE-NO        TO GRM-CASE-NO
               MOVE EMP-ID             TO GRM-EMP-ID
               MOVE EMP-NAME           TO GRM-EMP-NAME
               MOVE WS-DED-APPLIED     TO GRM-AMOUNT
               COMPUTE GRM-BALANCE = DED-TOTAL-OWED - DED-COLLECTED
               WRITE REMITTANCE-RECORD
               IF GARNREMIT-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing garnishment remittance, "
                       "status: " GARNREMIT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
               ADD 1 TO WS-GARN-CASE-COUNT
               IF GRM-BALANCE = 0
                   DISPLAY "Garnishment case " DED-CASE-NO
                       " for employee " EMP-ID " is paid off"
               END-IF
           END-IF.

       ACCUMULATE-YTD.
           *> Total this employee's history for the pay-period year,
           *> up to but not including this period so a rerun of the

       WRITE-PAY-HISTORY.
           *> One record per employee per period; a rerun of the same
           *> period replaces its own record instead of duplicating it,
           *> but a record of the other run type is never replaced -
           *> CHECK-RUN-DATE-IS-FREE should have stopped the run first
           MOVE EMP-ID             TO PH-EMP-ID.
           MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END.
           MOVE WS-GROSS-PAY       TO PH-GROSS.
           MOVE WS-WITHHOLDING-AMT TO PH-WITHHOLDING.
           MOVE WS-DEDUCTION-AMT   TO PH-DEDUCTION.
           MOVE WS-NET-PAY         TO PH-NET.
           MOVE WS-RUN-TYPE        TO PH-RUN-TYPE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   MOVE PAY-HISTORY-RECORD TO WS-NEW-HISTORY-RECORD
                   READ PAY-HISTORY-FILE
                       INVALID KEY
                           DISPLAY "Error reading pay history for "
                               EMP-ID ", status: "
                               HISTORY-FILE-STATUS
                           MOVE 8 TO RETURN-CODE GOBACK
                   END-READ
                   IF (OFF-CYCLE-RUN AND NOT PH-OFF-CYCLE)
                       OR (REGULAR-RUN AND NOT PH-REGULAR-RUN)
                       DISPLAY "Pay history for " EMP-ID " on "
                           WS-PERIOD-END-DATE " belongs to another "
                           "run and is not replaced, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE WS-NEW-HISTORY-RECORD TO PAY-HISTORY-RECORD
                   REWRITE PAY-HISTORY-RECORD
                   IF HISTORY-FILE-STATUS NOT = "00"
                       DISPLAY "Error rewriting pay history for "
           END-WRITE.

       ACCUMULATE-GL-DEPT.
           *> Charge this employee's gross to the departments the
           *> time was worked for. An hourly gross priced from the
           *> timesheet spreads across its rows by hours; hours
           *> priced from an off-cycle row are all home-department
           *> time; anything else - salary, a flat off-cycle amount -
           *> goes whole to the home department as it always has
           EVALUATE TRUE
               WHEN REGULAR-RUN AND EMP-HOURLY
                   AND WS-HOURS-WORKED > 0
                   PERFORM DISTRIBUTE-HOURLY-GROSS
               WHEN OFF-CYCLE-RUN AND EMP-HOURLY AND OC-BY-HOURS
                   MOVE EMP-DEPARTMENT  TO WS-CHARGE-DEPT
                   MOVE WS-HOURS-WORKED TO WS-CHARGE-HOURS
                   MOVE WS-GROSS-PAY    TO WS-CHARGE-AMOUNT
                   PERFORM CHARGE-DEPARTMENT
                   PERFORM RECORD-LABOR-SHARE
               WHEN OTHER
                   MOVE EMP-DEPARTMENT  TO WS-CHARGE-DEPT
                   MOVE WS-GROSS-PAY    TO WS-CHARGE-AMOUNT
                   PERFORM CHARGE-DEPARTMENT
           END-EVALUATE.

       DISTRIBUTE-HOURLY-GROSS.
           *> Each department's share is the gross times its part of
           *> the hours, so the overtime premium follows the hours
           *> rather than landing on whichever shift came last; the
           *> employee's last row takes whatever rounding leaves, so
           *> the shares always add back to the gross exactly
           MOVE 0 TO WS-TSPLIT-LAST.
           PERFORM VARYING WS-TSPLIT-SUB FROM 1 BY 1
                   UNTIL WS-TSPLIT-SUB > WS-TSPLIT-COUNT
               IF WS-TSPLIT-EMP-ID(WS-TSPLIT-SUB) = EMP-ID
                   MOVE WS-TSPLIT-SUB TO WS-TSPLIT-LAST
               END-IF
           END-PERFORM.
           MOVE WS-GROSS-PAY TO WS-DIST-REMAINING.
           PERFORM VARYING WS-TSPLIT-SUB FROM 1 BY 1
                   UNTIL WS-TSPLIT-SUB > WS-TSPLIT-LAST
               IF WS-TSPLIT-EMP-ID(WS-TSPLIT-SUB) = EMP-ID
                   PERFORM CHARGE-ONE-TIMESHEET-ROW
               END-IF
           END-PERFORM.

       CHARGE-ONE-TIMESHEET-ROW.
           IF WS-TSPLIT-DEPT(WS-TSPLIT-SUB) = SPACES
               MOVE EMP-DEPARTMENT TO WS-CHARGE-DEPT
           ELSE
               MOVE WS-TSPLIT-DEPT(WS-TSPLIT-SUB) TO WS-CHARGE-DEPT
           END-IF.
           MOVE WS-TSPLIT-HOURS(WS-TSPLIT-SUB) TO WS-CHARGE-HOURS.
           IF WS-TSPLIT-SUB = WS-TSPLIT-LAST
               MOVE WS-DIST-REMAINING TO WS-CHARGE-AMOUNT
           ELSE
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   WS-GROSS-PAY * WS-CHARGE-HOURS / WS-HOURS-WORKED
               IF WS-CHARGE-AMOUNT > WS-DIST-REMAINING
                   MOVE WS-DIST-REMAINING TO WS-CHARGE-AMOUNT
               END-IF
           END-IF.
           SUBTRACT WS-CHARGE-AMOUNT FROM WS-DIST-REMAINING.
           PERFORM CHARGE-DEPARTMENT.
           PERFORM RECORD-LABOR-SHARE.

       CHARGE-DEPARTMENT.
           *> Roll WS-CHARGE-AMOUNT into WS-CHARGE-DEPT's entry,
           *> adding the department on first sight with its expense
           *> account from the master; a department with no master
           *> record posts to suspense so the batch still balances
           SET GL-INDEX TO 1.
           SEARCH WS-GL-DEPT
                   END-IF
                   ADD 1 TO WS-GL-DEPT-COUNT
                   SET GL-INDEX TO WS-GL-DEPT-COUNT
                   MOVE WS-CHARGE-DEPT TO WS-GL-DEPT-CODE(GL-INDEX)
                   MOVE WS-CHARGE-DEPT TO DEPT-CODE
                   READ DEPARTMENT-FILE
                       INVALID KEY
                           MOVE WS-SUSPENSE-ACCT
                               TO WS-GL-DEPT-ACCT(GL-INDEX)
                           DISPLAY "Department " WS-CHARGE-DEPT
                               " not on dept.dat; charged to suspense"
                       NOT INVALID KEY
                           MOVE DEPT-EXPENSE-ACCT
                               TO WS-GL-DEPT-ACCT(GL-INDEX)
                   END-READ
                   MOVE WS-CHARGE-AMOUNT TO WS-GL-DEPT-GROSS(GL-INDEX)
               WHEN WS-GL-DEPT-CODE(GL-INDEX) = WS-CHARGE-DEPT
                   ADD WS-CHARGE-AMOUNT TO WS-GL-DEPT-GROSS(GL-INDEX)
           END-SEARCH.

       RECORD-LABOR-SHARE.
           *> Time worked for the home department is the
           *> department's own; anything else it borrowed
           SET LD-INDEX TO 1.
           SEARCH WS-LD
               AT END
                   IF WS-LD-COUNT >= 50
                       DISPLAY "More than 50 departments in the labor "
                           "distribution, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-LD-COUNT
                   SET LD-INDEX TO WS-LD-COUNT
                   MOVE WS-CHARGE-DEPT TO WS-LD-DEPT(LD-INDEX)
                   MOVE 0 TO WS-LD-OWN-HOURS(LD-INDEX)
                   MOVE 0 TO WS-LD-OWN-DOLLARS(LD-INDEX)
                   MOVE 0 TO WS-LD-BORROW-HOURS(LD-INDEX)
                   MOVE 0 TO WS-LD-BORROW-DOLLARS(LD-INDEX)
               WHEN WS-LD-DEPT(LD-INDEX) = WS-CHARGE-DEPT
                   CONTINUE
           END-SEARCH.
           IF WS-CHARGE-DEPT = EMP-DEPARTMENT
               ADD WS-CHARGE-HOURS  TO WS-LD-OWN-HOURS(LD-INDEX)
               ADD WS-CHARGE-AMOUNT TO WS-LD-OWN-DOLLARS(LD-INDEX)
           ELSE
               ADD WS-CHARGE-HOURS  TO WS-LD-BORROW-HOURS(LD-INDEX)
               ADD WS-CHARGE-AMOUNT TO WS-LD-BORROW-DOLLARS(LD-INDEX)
           END-IF.

       WRITE-GL-POSTINGS.
           *> Prove debits equal credits before the file is opened;
           MOVE "OTHER"         TO DED-TYPE-LABEL.
           MOVE WS-GRAND-DED-OTHER TO DED-TYPE-AMOUNT.
           WRITE REPORT-LINE FROM DEDUCTION-TYPE-LINE.

       WRITE-LABOR-DISTRIBUTION.
           *> One line per department that had hourly time charged to
           *> it this run, then the run total
           OPEN OUTPUT LABOR-REPORT-FILE.
           IF LABOR-FILE-STATUS NOT = "00"
               DISPLAY "Error opening labor distribution report, "
                   "status: " LABOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-PERIOD-LABEL    TO LBR-HDG-LABEL.
           MOVE WS-PERIOD-END-DATE TO LBR-HDG-PERIOD-END.
           WRITE LABOR-LINE FROM LABOR-HEADING-LINE-1.
           MOVE SPACES TO LABOR-LINE.
           WRITE LABOR-LINE.
           WRITE LABOR-LINE FROM LABOR-HEADING-LINE-2.
           MOVE SPACES TO LABOR-LINE.
           WRITE LABOR-LINE.
           MOVE 0 TO WS-LD-TOTAL-OWN-HOURS.
           MOVE 0 TO WS-LD-TOTAL-OWN-DOLLARS.
           MOVE 0 TO WS-LD-TOTAL-BORROW-HOURS.
           MOVE 0 TO WS-LD-TOTAL-BORROW-DOLLARS.
           SET LD-INDEX TO 1.
           PERFORM UNTIL LD-INDEX > WS-LD-COUNT
               MOVE WS-LD-DEPT(LD-INDEX)           TO LBR-DEPT
               MOVE WS-LD-OWN-HOURS(LD-INDEX)      TO LBR-OWN-HOURS
               MOVE WS-LD-OWN-DOLLARS(LD-INDEX)    TO LBR-OWN-DOLLARS
               MOVE WS-LD-BORROW-HOURS(LD-INDEX)   TO LBR-BORROW-HOURS
               MOVE WS-LD-BORROW-DOLLARS(LD-INDEX)
                   TO LBR-BORROW-DOLLARS
               COMPUTE LBR-TOTAL-HOURS =
                   WS-LD-OWN-HOURS(LD-INDEX)
                   + WS-LD-BORROW-HOURS(LD-INDEX)
               COMPUTE LBR-TOTAL-DOLLARS =
                   WS-LD-OWN-DOLLARS(LD-INDEX)
                   + WS-LD-BORROW-DOLLARS(LD-INDEX)
               WRITE LABOR-LINE FROM LABOR-DETAIL-LINE
               ADD WS-LD-OWN-HOURS(LD-INDEX)
                   TO WS-LD-TOTAL-OWN-HOURS
               ADD WS-LD-OWN-DOLLARS(LD-INDEX)
                   TO WS-LD-TOTAL-OWN-DOLLARS
               ADD WS-LD-BORROW-HOURS(LD-INDEX)
                   TO WS-LD-TOTAL-BORROW-HOURS
               ADD WS-LD-BORROW-DOLLARS(LD-INDEX)
                   TO WS-LD-TOTAL-BORROW-DOLLARS
               SET LD-INDEX UP BY 1
           END-PERFORM.
           MOVE SPACES TO LABOR-LINE.
           WRITE LABOR-LINE.
           MOVE "TOTAL"                    TO LBR-DEPT.
           MOVE WS-LD-TOTAL-OWN-HOURS      TO LBR-OWN-HOURS.
           MOVE WS-LD-TOTAL-OWN-DOLLARS    TO LBR-OWN-DOLLARS.
           MOVE WS-LD-TOTAL-BORROW-HOURS   TO LBR-BORROW-HOURS.
           MOVE WS-LD-TOTAL-BORROW-DOLLARS TO LBR-BORROW-DOLLARS.
           COMPUTE LBR-TOTAL-HOURS =
               WS-LD-TOTAL-OWN-HOURS + WS-LD-TOTAL-BORROW-HOURS.
           COMPUTE LBR-TOTAL-DOLLARS =
               WS-LD-TOTAL-OWN-DOLLARS + WS-LD-TOTAL-BORROW-DOLLARS.
           WRITE LABOR-LINE FROM LABOR-DETAIL-LINE.
           IF LABOR-FILE-STATUS NOT = "00"
               DISPLAY "Error writing labor distribution report, "
                   "status: " LABOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           CLOSE LABOR-REPORT-FILE.
           DISPLAY "Labor distribution written to labor-dist.rpt".
