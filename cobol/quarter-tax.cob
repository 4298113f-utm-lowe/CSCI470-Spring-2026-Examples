       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTER-TAX.

      *****************************************************************
      * Quarter-end payroll tax liability report. Sweeps payhist.dat
      * for the quarter named in quarter.ctl (one record, the year
      * and quarter as YYYYQ) and totals gross, taxable wages, and
      * PH-WITHHOLDING by month of the period-end date and by
      * department, for the withholding deposits and the quarterly
      * filing. Taxable wages are the gross that withholding was
      * taken on - every deduction here is taken after tax, so that
      * is the whole gross of any pay record that withheld; a record
      * with nothing withheld (a department with no rate on file)
      * is gross but not taxable. The department is the one the
      * employee master carries now, as on ANNUAL-EARNINGS.
      *
      * The quarter is then proven against the general ledger: the
      * credits GL-POST carried to the withholding liability account
      * 210100 in glbal.dat for period ends in the quarter, all
      * feeder sources added together, must equal the quarter's
      * withholding (the year-end close's OB and YC balances are
      * left out). The difference prints either way; a mismatch is
      * marked OUT OF BALANCE on quarter-tax.rpt and returns a
      * nonzero RETURN-CODE so LOOPS flags the run before anything
      * is filed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           *> Employee master, read-only, for the department
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.

           *> Period balances GL-POST keeps per account and period
           SELECT GL-BALANCE-FILE ASSIGN TO "glbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           *> The quarter to report, supplied by whoever releases the
           *> quarter-end run
           SELECT QUARTER-CONTROL-FILE ASSIGN TO "quarter.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "quarter-tax.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           COPY GLBREC.

       FD QUARTER-CONTROL-FILE.
       01 QUARTER-CONTROL-RECORD.
          02 CTL-YEAR    PIC 9(4).
          02 CTL-QUARTER PIC 9.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC 9(2).
       01 FILE-STATUS         PIC 9(2).
       01 BALANCE-FILE-STATUS PIC 9(2).
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 WS-HIST-EOF         PIC X VALUE "N".
          88 END-OF-HISTORY       VALUE "Y".
       01 WS-GLB-EOF          PIC X VALUE "N".
          88 END-OF-BALANCES      VALUE "Y".
       01 WS-REPORT-YEAR      PIC 9(4).
       01 WS-REPORT-QUARTER   PIC 9.
       01 WS-FIRST-MONTH      PIC 9(2).
       01 WS-MONTH-SUB        PIC 9.
      *> The first and last days of the quarter, for the GL range
       01 WS-QTR-START.
          02 WS-QTR-START-YEAR  PIC 9(4).
          02 WS-QTR-START-MONTH PIC 9(2).
          02 WS-QTR-START-DAY   PIC 9(2).
       01 WS-QTR-END.
          02 WS-QTR-END-YEAR    PIC 9(4).
          02 WS-QTR-END-MONTH   PIC 9(2).
          02 WS-QTR-END-DAY     PIC 9(2).
      *> The period end split apart so year and month are addressable
       01 WS-PH-DATE.
          02 WS-PH-YEAR  PIC 9(4).
          02 WS-PH-MONTH PIC 9(2).
          02 WS-PH-DAY   PIC 9(2).
       01 WS-CURR-EMP-ID      PIC 9(6).
       01 WS-EMP-DEPARTMENT   PIC X(15).
       01 WS-RECORD-TAXABLE   PIC 9(7)V99.
       01 WS-RECORD-COUNT     PIC 9(7).
       01 WS-QTR-GROSS        PIC 9(11)V99.
       01 WS-QTR-TAXABLE      PIC 9(11)V99.
       01 WS-QTR-WITHHOLDING  PIC 9(11)V99.
       01 WS-GL-WITHHOLDING   PIC 9(11)V99.
       01 WS-DIFFERENCE       PIC S9(11)V99.
       01 WS-WITHHOLDING-LIAB-ACCT PIC 9(6) VALUE 210100.

       01 WS-MONTH-TABLE.
          02 WS-MONTH OCCURS 3 TIMES.
             03 WS-MONTH-GROSS       PIC 9(11)V99.
             03 WS-MONTH-TAXABLE     PIC 9(11)V99.
             03 WS-MONTH-WITHHOLDING PIC 9(11)V99.

      *> Quarter totals by department, added on first sight
       01 WS-DEPT-COUNT PIC 9(3).
       01 WS-DEPT-TABLE.
          02 WS-DEPT OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-DEPT-COUNT INDEXED BY DEPT-INDEX.
             03 WS-DEPT-CODE        PIC X(15).
             03 WS-DEPT-GROSS       PIC 9(11)V99.
             03 WS-DEPT-TAXABLE     PIC 9(11)V99.
             03 WS-DEPT-WITHHOLDING PIC 9(11)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(15) VALUE SPACES.
          02 FILLER PIC X(35)
                    VALUE "QUARTERLY PAYROLL TAX LIABILITY".
          02 FILLER PIC X(6)  VALUE "YEAR ".
          02 HDG-YEAR PIC 9(4).
          02 FILLER PIC X(11) VALUE "  QUARTER ".
          02 HDG-QUARTER PIC 9.

       01 SECTION-HEADING-LINE.
          02 FILLER      PIC X(5)  VALUE SPACES.
          02 SEC-TITLE   PIC X(20).
          02 FILLER      PIC X(19) VALUE "GROSS".
          02 FILLER      PIC X(19) VALUE "TAXABLE WAGES".
          02 FILLER      PIC X(19) VALUE "WITHHOLDING".

      *> Reused for the month lines, the department lines, and the
      *> quarter totals; the label says which
       01 AMOUNT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 AMT-LABEL       PIC X(15).
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 AMT-GROSS       PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 AMT-TAXABLE     PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 AMT-WITHHOLDING PIC $$,$$$,$$$,$$9.99.

       01 MONTH-LABEL.
          02 FILLER          PIC X(6)  VALUE "MONTH ".
          02 MLB-YEAR        PIC 9(4).
          02 FILLER          PIC X     VALUE "-".
          02 MLB-MONTH       PIC 9(2).

       01 RECON-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 RCN-LABEL       PIC X(40).
          02 RCN-AMOUNT      PIC $$,$$$,$$$,$$9.99-.

       01 VERDICT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 VRD-TEXT        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-QUARTER-CONTROL.

           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay history file, status: "
                   HISTORY-FILE-STATUS
               DISPLAY "Run EMPLOYEE-PAYROLL before the quarter-end "
                   "report"
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employee file, status: "
                   FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           PERFORM UNTIL END-OF-HISTORY
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       PERFORM PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.
           CLOSE EMPLOYEE-FILE.

           PERFORM SUM-GL-WITHHOLDING.
           COMPUTE WS-DIFFERENCE =
               WS-GL-WITHHOLDING - WS-QTR-WITHHOLDING.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM WRITE-MONTH-SECTION.
           PERFORM WRITE-DEPARTMENT-SECTION.
           PERFORM WRITE-RECONCILIATION.
           CLOSE REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error closing report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           DISPLAY "Quarter " WS-REPORT-YEAR "Q" WS-REPORT-QUARTER
               ": " WS-RECORD-COUNT " pay records, withholding "
               WS-QTR-WITHHOLDING ", GL liability "
               WS-GL-WITHHOLDING.
           DISPLAY "Tax liability report written to quarter-tax.rpt".
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "WITHHOLDING DOES NOT AGREE WITH THE GL - see "
                   "the report"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-HIST-EOF.
           MOVE "N" TO WS-GLB-EOF.
           MOVE 0   TO WS-CURR-EMP-ID.
           MOVE SPACES TO WS-EMP-DEPARTMENT.
           MOVE 0   TO WS-RECORD-COUNT.
           MOVE 0   TO WS-QTR-GROSS.
           MOVE 0   TO WS-QTR-TAXABLE.
           MOVE 0   TO WS-QTR-WITHHOLDING.
           MOVE 0   TO WS-GL-WITHHOLDING.
           MOVE 0   TO WS-DEPT-COUNT.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               MOVE 0 TO WS-MONTH-GROSS(WS-MONTH-SUB)
               MOVE 0 TO WS-MONTH-TAXABLE(WS-MONTH-SUB)
               MOVE 0 TO WS-MONTH-WITHHOLDING(WS-MONTH-SUB)
           END-PERFORM.

       READ-QUARTER-CONTROL.
           *> The quarter keys everything this run reports, so a
           *> missing or unusable one stops the run before anything
           *> is produced
           OPEN INPUT QUARTER-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening quarter.ctl, status: "
                   CONTROL-FILE-STATUS
               DISPLAY "Supply the year and quarter (YYYYQ) in "
                   "quarter.ctl"
               MOVE 8 TO RETURN-CODE GOBACK.
           READ QUARTER-CONTROL-FILE
               AT END
                   DISPLAY "quarter.ctl is empty; supply the year "
                       "and quarter (YYYYQ)"
                   MOVE 8 TO RETURN-CODE GOBACK
               NOT AT END
                   IF CTL-YEAR NOT NUMERIC OR CTL-YEAR = ZERO
                       OR CTL-QUARTER NOT NUMERIC
                       OR CTL-QUARTER < 1 OR CTL-QUARTER > 4
                       DISPLAY "quarter.ctl year/quarter is not "
                           "usable: " QUARTER-CONTROL-RECORD
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE CTL-YEAR    TO WS-REPORT-YEAR
                   MOVE CTL-QUARTER TO WS-REPORT-QUARTER
           END-READ.
           CLOSE QUARTER-CONTROL-FILE.
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1.
           MOVE WS-REPORT-YEAR TO WS-QTR-START-YEAR.
           MOVE WS-FIRST-MONTH TO WS-QTR-START-MONTH.
           MOVE 1              TO WS-QTR-START-DAY.
           MOVE WS-REPORT-YEAR TO WS-QTR-END-YEAR.
           COMPUTE WS-QTR-END-MONTH = WS-FIRST-MONTH + 2.
           MOVE 31             TO WS-QTR-END-DAY.

       PROCESS-HISTORY-RECORD.
           *> Records outside the quarter read past untouched
           MOVE PH-PERIOD-END TO WS-PH-DATE.
           IF WS-PH-YEAR = WS-REPORT-YEAR
               AND WS-PH-MONTH NOT < WS-FIRST-MONTH
               AND WS-PH-MONTH NOT > WS-FIRST-MONTH + 2
               IF PH-EMP-ID NOT = WS-CURR-EMP-ID
                   PERFORM LOOKUP-EMPLOYEE-DEPARTMENT
               END-IF
               IF PH-WITHHOLDING > 0
                   MOVE PH-GROSS TO WS-RECORD-TAXABLE
               ELSE
                   MOVE 0 TO WS-RECORD-TAXABLE
               END-IF
               COMPUTE WS-MONTH-SUB = WS-PH-MONTH - WS-FIRST-MONTH + 1
               ADD PH-GROSS TO WS-MONTH-GROSS(WS-MONTH-SUB)
               ADD WS-RECORD-TAXABLE
                   TO WS-MONTH-TAXABLE(WS-MONTH-SUB)
               ADD PH-WITHHOLDING
                   TO WS-MONTH-WITHHOLDING(WS-MONTH-SUB)
               ADD PH-GROSS          TO WS-QTR-GROSS
               ADD WS-RECORD-TAXABLE TO WS-QTR-TAXABLE
               ADD PH-WITHHOLDING    TO WS-QTR-WITHHOLDING
               ADD 1 TO WS-RECORD-COUNT
               PERFORM ACCUMULATE-DEPARTMENT
           END-IF.

       LOOKUP-EMPLOYEE-DEPARTMENT.
           *> payhist.dat is in EMP-ID order, so the master is read
           *> once per employee; history for an EMP-ID no longer on
           *> the master still reports, under its own heading
           MOVE PH-EMP-ID TO WS-CURR-EMP-ID.
           MOVE PH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(UNKNOWN)"    TO WS-EMP-DEPARTMENT
               NOT INVALID KEY
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
           END-READ.

       ACCUMULATE-DEPARTMENT.
           SET DEPT-INDEX TO 1.
           SEARCH WS-DEPT
               AT END
                   IF WS-DEPT-COUNT >= 50
                       DISPLAY "More than 50 departments in the "
                           "quarter, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-INDEX TO WS-DEPT-COUNT
                   MOVE WS-EMP-DEPARTMENT
                       TO WS-DEPT-CODE(DEPT-INDEX)
                   MOVE 0 TO WS-DEPT-GROSS(DEPT-INDEX)
                   MOVE 0 TO WS-DEPT-TAXABLE(DEPT-INDEX)
                   MOVE 0 TO WS-DEPT-WITHHOLDING(DEPT-INDEX)
                   PERFORM ADD-TO-DEPARTMENT
               WHEN WS-DEPT-CODE(DEPT-INDEX) = WS-EMP-DEPARTMENT
                   PERFORM ADD-TO-DEPARTMENT
           END-SEARCH.

       ADD-TO-DEPARTMENT.
           ADD PH-GROSS          TO WS-DEPT-GROSS(DEPT-INDEX).
           ADD WS-RECORD-TAXABLE TO WS-DEPT-TAXABLE(DEPT-INDEX).
           ADD PH-WITHHOLDING    TO WS-DEPT-WITHHOLDING(DEPT-INDEX).

       SUM-GL-WITHHOLDING.
           *> glbal.dat is keyed account, period, source, so the
           *> quarter's 210100 balances are one contiguous run from
           *> the quarter's first day; no balance file at all means
           *> nothing has been posted
           OPEN INPUT GL-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "35"
               DISPLAY "No glbal.dat on file; nothing posted to the "
                   "GL yet"
               SET END-OF-BALANCES TO TRUE
           ELSE
               IF BALANCE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening GL balance file, status: "
                       BALANCE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
               MOVE WS-WITHHOLDING-LIAB-ACCT TO GLB-ACCT
               MOVE WS-QTR-START TO GLB-PERIOD
               MOVE LOW-VALUES   TO GLB-SOURCE
               START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
                   INVALID KEY
                       SET END-OF-BALANCES TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL END-OF-BALANCES
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCES TO TRUE
                   NOT AT END
                       IF GLB-ACCT NOT = WS-WITHHOLDING-LIAB-ACCT
                           OR GLB-PERIOD > WS-QTR-END
                           SET END-OF-BALANCES TO TRUE
                       ELSE
                           *> GL-YEAR-CLOSE's opening balances (OB)
                           *> and closing entries (YC) are carried
                           *> balances, not withholding taken
                           IF GLB-SOURCE NOT = "OB"
                               AND GLB-SOURCE NOT = "YC"
                               ADD GLB-CREDITS TO WS-GL-WITHHOLDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF BALANCE-FILE-STATUS NOT = "35"
               CLOSE GL-BALANCE-FILE
           END-IF.

       WRITE-MONTH-SECTION.
           MOVE WS-REPORT-YEAR    TO HDG-YEAR.
           MOVE WS-REPORT-QUARTER TO HDG-QUARTER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY MONTH" TO SEC-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-YEAR TO MLB-YEAR.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               COMPUTE MLB-MONTH = WS-FIRST-MONTH + WS-MONTH-SUB - 1
               MOVE MONTH-LABEL TO AMT-LABEL
               MOVE WS-MONTH-GROSS(WS-MONTH-SUB)   TO AMT-GROSS
               MOVE WS-MONTH-TAXABLE(WS-MONTH-SUB) TO AMT-TAXABLE
               MOVE WS-MONTH-WITHHOLDING(WS-MONTH-SUB)
                   TO AMT-WITHHOLDING
               WRITE REPORT-LINE FROM AMOUNT-LINE
           END-PERFORM.
           PERFORM WRITE-QUARTER-TOTAL.

       WRITE-DEPARTMENT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY DEPARTMENT" TO SEC-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           SET DEPT-INDEX TO 1.
           PERFORM UNTIL DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(DEPT-INDEX)    TO AMT-LABEL
               MOVE WS-DEPT-GROSS(DEPT-INDEX)   TO AMT-GROSS
               MOVE WS-DEPT-TAXABLE(DEPT-INDEX) TO AMT-TAXABLE
               MOVE WS-DEPT-WITHHOLDING(DEPT-INDEX)
                   TO AMT-WITHHOLDING
               WRITE REPORT-LINE FROM AMOUNT-LINE
               SET DEPT-INDEX UP BY 1
           END-PERFORM.
           PERFORM WRITE-QUARTER-TOTAL.

       WRITE-QUARTER-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUARTER TOTAL"    TO AMT-LABEL.
           MOVE WS-QTR-GROSS       TO AMT-GROSS.
           MOVE WS-QTR-TAXABLE     TO AMT-TAXABLE.
           MOVE WS-QTR-WITHHOLDING TO AMT-WITHHOLDING.
           WRITE REPORT-LINE FROM AMOUNT-LINE.

       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WITHHOLDING PER PAY HISTORY" TO RCN-LABEL.
           MOVE WS-QTR-WITHHOLDING TO RCN-AMOUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "LIABILITY ACCOUNT 210100 PER GL" TO RCN-LABEL.
           MOVE WS-GL-WITHHOLDING TO RCN-AMOUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE "DIFFERENCE (GL LESS PAY HISTORY)" TO RCN-LABEL.
           MOVE WS-DIFFERENCE TO RCN-AMOUNT.
           WRITE REPORT-LINE FROM RECON-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DIFFERENCE = 0
               MOVE "BALANCED - WITHHOLDING AGREES WITH THE GL"
                   TO VRD-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE - RESOLVE BEFORE FILING ***"
                   TO VRD-TEXT
           END-IF.
           WRITE REPORT-LINE FROM VERDICT-LINE.
