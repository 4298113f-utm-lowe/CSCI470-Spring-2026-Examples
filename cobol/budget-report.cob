       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.

      *****************************************************************
      * Monthly department payroll budget-versus-actual report. For
      * each department it sets the year's budget from budget.dat
      * beside the year-to-date gross in payhist.dat (pay records
      * with a period end from January 1 through the as-of date,
      * under the department the employee master carries now),
      * projects the year-end figure from the run rate so far - the
      * year-to-date gross spread over the days elapsed and carried
      * to the full year - and flags any department projected to
      * overspend its budget by more than the allowed percentage.
      * A department paying gross with no budget on file is flagged
      * as well. Company totals close the report.
      *
      * budget.ctl is optional: one record with the as-of date
      * (YYYYMMDD) and, after a space, the allowed overspend as a
      * whole percentage (3 digits). Without it the report runs as of
      * today at 5 percent.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-CONTROL-FILE ASSIGN TO "budget.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "budget-actual.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-CONTROL-FILE.
       01 BUDGET-CONTROL-RECORD.
          02 CTL-AS-OF    PIC 9(8).
          02 FILLER       PIC X.
          02 CTL-OVER-PCT PIC 9(3).

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY BUDREC.

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 BUDGET-FILE-STATUS  PIC 9(2).
       01 HISTORY-FILE-STATUS PIC 9(2).
       01 FILE-STATUS         PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 WS-BUD-EOF          PIC X VALUE "N".
          88 END-OF-BUDGETS       VALUE "Y".
       01 WS-HIST-EOF         PIC X VALUE "N".
          88 END-OF-HISTORY       VALUE "Y".
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD   PIC 9(8).
          02 FILLER           PIC X(13).
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
          02 WS-AS-OF-YEAR    PIC 9(4).
          02 WS-AS-OF-MMDD    PIC 9(4).
       01 WS-YEAR-START       PIC 9(8).
       01 WS-NEXT-YEAR-START  PIC 9(8).
       01 WS-OVER-PCT         PIC 9(3).
       01 WS-DAYS-ELAPSED     PIC 9(3).
       01 WS-DAYS-IN-YEAR     PIC 9(3).
       01 WS-PH-DATE.
          02 WS-PH-YEAR       PIC 9(4).
          02 WS-PH-MMDD       PIC 9(4).
       01 WS-CURR-EMP-ID      PIC 9(6).
       01 WS-EMP-DEPARTMENT   PIC X(15).
       01 WS-OVER-COUNT       PIC 9(3).
       01 WS-DEPT-OVER-COUNT  PIC 9(3).

      *> The figures for one line of the report, department or company
       01 WS-LINE-BUDGET      PIC 9(11)V99.
       01 WS-LINE-ACTUAL      PIC 9(11)V99.
       01 WS-LINE-PROJECTED   PIC 9(11)V99.
       01 WS-LINE-VARIANCE    PIC S9(11)V99.
       01 WS-LINE-LIMIT       PIC 9(11)V99.
       01 WS-LINE-PCT-USED    PIC 9(5)V9.

       01 WS-TOTAL-BUDGET     PIC 9(11)V99.
       01 WS-TOTAL-ACTUAL     PIC 9(11)V99.

      *> Budgets load first, in department order; a department that
      *> pays gross with no budget is added as payhist.dat finds it
       01 WS-DEPT-COUNT PIC 9(3).
       01 WS-DEPT-TABLE.
          02 WS-DEPT OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-DEPT-COUNT INDEXED BY DEPT-INDEX.
             03 WS-DEPT-CODE   PIC X(15).
             03 WS-DEPT-BUDGET PIC 9(11)V99.
             03 WS-DEPT-ACTUAL PIC 9(11)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(38)
                    VALUE "PAYROLL BUDGET VERSUS ACTUAL AS OF ".
          02 HDG-AS-OF PIC 9(8).

       01 HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(30) VALUE "DEPARTMENTS PROJECTED OVER BY ".
          02 HDG-OVER-PCT PIC ZZ9.
          02 FILLER PIC X(20) VALUE " PERCENT ARE FLAGGED".

       01 HEADING-LINE-3.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(17) VALUE "DEPARTMENT".
          02 FILLER PIC X(19) VALUE "ANNUAL BUDGET".
          02 FILLER PIC X(19) VALUE "YTD GROSS".
          02 FILLER PIC X(9)  VALUE "USED".
          02 FILLER PIC X(19) VALUE "PROJECTED".
          02 FILLER PIC X(20) VALUE "OVER/(UNDER)".
          02 FILLER PIC X(10) VALUE "FLAG".

      *> Reused for each department and for the company total
       01 DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-DEPARTMENT  PIC X(15).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-BUDGET      PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-ACTUAL      PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-PCT-USED    PIC ZZZZ9.9.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-PROJECTED   PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-VARIANCE    PIC $$,$$$,$$$,$$9.99-.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-FLAG        PIC X(10).

       01 OVER-COUNT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(31)
                    VALUE "DEPARTMENTS FLAGGED: ".
          02 OVC-COUNT       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-BUDGET-CONTROL.
           PERFORM LOAD-BUDGETS.
           PERFORM SUM-YEAR-TO-DATE-GROSS.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM WRITE-REPORT-HEADINGS.
           SET DEPT-INDEX TO 1.
           PERFORM UNTIL DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(DEPT-INDEX)   TO DTL-DEPARTMENT
               MOVE WS-DEPT-BUDGET(DEPT-INDEX) TO WS-LINE-BUDGET
               MOVE WS-DEPT-ACTUAL(DEPT-INDEX) TO WS-LINE-ACTUAL
               PERFORM WRITE-BUDGET-LINE
               ADD WS-DEPT-BUDGET(DEPT-INDEX) TO WS-TOTAL-BUDGET
               ADD WS-DEPT-ACTUAL(DEPT-INDEX) TO WS-TOTAL-ACTUAL
               SET DEPT-INDEX UP BY 1
           END-PERFORM.
           PERFORM WRITE-COMPANY-TOTAL.
           CLOSE REPORT-FILE.

           DISPLAY "Budget-versus-actual report written to "
               "budget-actual.rpt, " WS-OVER-COUNT
               " departments flagged".
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-BUD-EOF.
           MOVE "N" TO WS-HIST-EOF.
           MOVE 0   TO WS-DEPT-COUNT.
           MOVE 0   TO WS-CURR-EMP-ID.
           MOVE 0   TO WS-OVER-COUNT.
           MOVE 0   TO WS-TOTAL-BUDGET.
           MOVE 0   TO WS-TOTAL-ACTUAL.

       READ-BUDGET-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YMD TO WS-AS-OF-DATE.
           MOVE 5 TO WS-OVER-PCT.
           OPEN INPUT BUDGET-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               AND CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "Error opening budget.ctl, status: "
                   CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           READ BUDGET-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-AS-OF IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(CTL-AS-OF)
                           NOT = 0
                       DISPLAY "budget.ctl as-of date is not usable: "
                           CTL-AS-OF
                       CLOSE BUDGET-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE CTL-AS-OF TO WS-AS-OF-DATE
                   IF CTL-OVER-PCT IS NUMERIC
                       MOVE CTL-OVER-PCT TO WS-OVER-PCT
                   END-IF
           END-READ.
           IF CONTROL-FILE-STATUS = "00" OR "10"
               CLOSE BUDGET-CONTROL-FILE
           END-IF.
           *> Days elapsed and days in the year give the run rate
           COMPUTE WS-YEAR-START = WS-AS-OF-YEAR * 10000 + 0101.
           COMPUTE WS-NEXT-YEAR-START =
               (WS-AS-OF-YEAR + 1) * 10000 + 0101.
           COMPUTE WS-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1.
           COMPUTE WS-DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-YEAR-START)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START).

       LOAD-BUDGETS.
           *> No budget file yet just means nothing is budgeted; every
           *> department that pays gross will show as unbudgeted
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "35"
               SET END-OF-BUDGETS TO TRUE
           ELSE
               IF BUDGET-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening budget file, status: "
                       BUDGET-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-BUDGETS
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET END-OF-BUDGETS TO TRUE
                   NOT AT END
                       IF BUD-YEAR = WS-AS-OF-YEAR
                           MOVE BUD-DEPT TO WS-EMP-DEPARTMENT
                           PERFORM FIND-DEPARTMENT
                           ADD BUD-AMOUNT
                               TO WS-DEPT-BUDGET(DEPT-INDEX)
                       END-IF
               END-READ
           END-PERFORM.
           IF BUDGET-FILE-STATUS NOT = "35"
               CLOSE BUDGET-FILE
           END-IF.

       SUM-YEAR-TO-DATE-GROSS.
           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening pay history file, status: "
                   HISTORY-FILE-STATUS
               DISPLAY "Run EMPLOYEE-PAYROLL before the budget report"
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
                       MOVE PH-PERIOD-END TO WS-PH-DATE
                       IF WS-PH-YEAR = WS-AS-OF-YEAR
                           AND PH-PERIOD-END NOT > WS-AS-OF-DATE
                           IF PH-EMP-ID NOT = WS-CURR-EMP-ID
                               PERFORM LOOKUP-EMPLOYEE-DEPARTMENT
                           END-IF
                           PERFORM FIND-DEPARTMENT
                           ADD PH-GROSS TO WS-DEPT-ACTUAL(DEPT-INDEX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.
           CLOSE EMPLOYEE-FILE.

       LOOKUP-EMPLOYEE-DEPARTMENT.
           *> payhist.dat is in EMP-ID order, so the master is read
           *> once per employee
           MOVE PH-EMP-ID TO WS-CURR-EMP-ID.
           MOVE PH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(UNKNOWN)"    TO WS-EMP-DEPARTMENT
               NOT INVALID KEY
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT
           END-READ.

       FIND-DEPARTMENT.
           *> Leaves DEPT-INDEX on WS-EMP-DEPARTMENT's entry, adding
           *> the department on first sight
           SET DEPT-INDEX TO 1.
           SEARCH WS-DEPT
               AT END
                   IF WS-DEPT-COUNT >= 50
                       DISPLAY "More than 50 departments in the "
                           "budget report, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-INDEX TO WS-DEPT-COUNT
                   MOVE WS-EMP-DEPARTMENT
                       TO WS-DEPT-CODE(DEPT-INDEX)
                   MOVE 0 TO WS-DEPT-BUDGET(DEPT-INDEX)
                   MOVE 0 TO WS-DEPT-ACTUAL(DEPT-INDEX)
               WHEN WS-DEPT-CODE(DEPT-INDEX) = WS-EMP-DEPARTMENT
                   CONTINUE
           END-SEARCH.

       WRITE-REPORT-HEADINGS.
           MOVE WS-AS-OF-DATE TO HDG-AS-OF.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE WS-OVER-PCT TO HDG-OVER-PCT.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-BUDGET-LINE.
           *> WS-LINE-BUDGET and WS-LINE-ACTUAL are set by the caller,
           *> and DTL-DEPARTMENT carries the line's label
           COMPUTE WS-LINE-PROJECTED ROUNDED =
               WS-LINE-ACTUAL * WS-DAYS-IN-YEAR / WS-DAYS-ELAPSED.
           COMPUTE WS-LINE-VARIANCE =
               WS-LINE-PROJECTED - WS-LINE-BUDGET.
           COMPUTE WS-LINE-LIMIT ROUNDED =
               WS-LINE-BUDGET * (100 + WS-OVER-PCT) / 100.
           IF WS-LINE-BUDGET > 0
               COMPUTE WS-LINE-PCT-USED ROUNDED =
                   WS-LINE-ACTUAL * 100 / WS-LINE-BUDGET
           ELSE
               MOVE 0 TO WS-LINE-PCT-USED
           END-IF.
           EVALUATE TRUE
               WHEN WS-LINE-BUDGET = 0 AND WS-LINE-ACTUAL > 0
                   MOVE "NO BUDGET" TO DTL-FLAG
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-LINE-PROJECTED > WS-LINE-LIMIT
                   MOVE "** OVER **" TO DTL-FLAG
                   ADD 1 TO WS-OVER-COUNT
               WHEN OTHER
                   MOVE SPACES TO DTL-FLAG
           END-EVALUATE.
           MOVE WS-LINE-BUDGET    TO DTL-BUDGET.
           MOVE WS-LINE-ACTUAL    TO DTL-ACTUAL.
           MOVE WS-LINE-PCT-USED  TO DTL-PCT-USED.
           MOVE WS-LINE-PROJECTED TO DTL-PROJECTED.
           MOVE WS-LINE-VARIANCE  TO DTL-VARIANCE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       WRITE-COMPANY-TOTAL.
           *> The company line is judged like a department, but is not
           *> counted among the flagged departments
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVER-COUNT   TO OVC-COUNT.
           MOVE WS-OVER-COUNT   TO WS-DEPT-OVER-COUNT.
           MOVE "COMPANY TOTAL" TO DTL-DEPARTMENT.
           MOVE WS-TOTAL-BUDGET TO WS-LINE-BUDGET.
           MOVE WS-TOTAL-ACTUAL TO WS-LINE-ACTUAL.
           PERFORM WRITE-BUDGET-LINE.
           MOVE WS-DEPT-OVER-COUNT TO WS-OVER-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM OVER-COUNT-LINE.
