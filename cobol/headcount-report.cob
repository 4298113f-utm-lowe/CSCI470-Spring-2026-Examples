       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-REPORT.

      *****************************************************************
      * Month-end headcount and turnover report by department. For
      * the month named in headcount.ctl (optional, one record,
      * YYYYMM; without it the current month to date) it shows each
      * department's opening headcount, new hires, returns from
      * leave, departures to leave, terminations, and closing
      * headcount, with the turnover rate for the month and for the
      * twelve months ending with it, to headcount.rpt, and keeps
      * the same figures month over month on headcount.dat (HCTREC).
      *
      * Headcount is everyone employed - active or on leave - so
      * closing is opening plus hires less terminations, and the
      * leave columns show movement within it. A hire is an
      * employee added, or a terminated one brought back; a
      * termination from leave counts like any other. Turnover is
      * terminations over the average headcount: the average of the
      * opening and closing for the month, and the average of the
      * twelve monthly averages for the rolling year. Each person
      * counts under the department the employee master carries now,
      * as on ANNUAL-EARNINGS and QUARTER-TAX.
      *
      * Past months are rebuilt from the status history on the audit
      * trail - audit.arch, where AUDIT-INQUIRY rolls old months,
      * then the live audit.log - rather than from today's master
      * alone. The employee master's entries are the ADD, CHANGE,
      * TERMINATE, and LEAVE entries EMPLOYEE-MAINT and
      * EMPLOYEE-RECORDS write, keyed by EMP-ID, whose images carry
      * name, department, salary, and status in fixed columns; the
      * other maintenance screens' entries under the same actions
      * don't match that layout and are passed over. Someone loaded
      * before the audit trail began counts at the status the master
      * carries until an entry says otherwise.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEADCOUNT-CONTROL-FILE
               ASSIGN TO "headcount.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           *> Employee master, read-only, for department and status
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.

           *> Department master, read-only, for the report's order
           SELECT DEPARTMENT-FILE ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           *> The audit trail, oldest first: the archived months,
           *> then the live log
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "audit.arch"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           *> Month-over-month history; the month's records are
           *> rebuilt through the work file so headcount.dat is never
           *> half-written if the run dies partway
           SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "headcount.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "headcount.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "headcount.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HEADCOUNT-CONTROL-FILE.
       01 HEADCOUNT-CONTROL-RECORD.
          02 CTL-MONTH PIC 9(6).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
           COPY DEPTREC.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(174).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(174).

       FD SUMMARY-FILE.
       01 HEADCOUNT-SUMMARY-RECORD.
           COPY HCTREC.

       FD WORK-FILE.
       01 WORK-RECORD PIC X(83).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 FILE-STATUS         PIC 9(2).
       01 DEPT-FILE-STATUS    PIC 9(2).
       01 ARCHIVE-FILE-STATUS PIC 9(2).
       01 AUDIT-FILE-STATUS   PIC 9(2).
       01 SUMMARY-FILE-STATUS PIC 9(2).
       01 WORK-FILE-STATUS    PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 WS-EMP-EOF          PIC X VALUE "N".
          88 END-OF-EMPLOYEES     VALUE "Y".
       01 WS-DEPT-EOF         PIC X VALUE "N".
          88 END-OF-DEPARTMENTS   VALUE "Y".
       01 WS-LOG-EOF          PIC X VALUE "N".
          88 END-OF-LOG           VALUE "Y".
       01 WS-SUMMARY-EOF      PIC X VALUE "N".
          88 END-OF-SUMMARY       VALUE "Y".
       01 WS-MONTH-WRITTEN    PIC X VALUE "N".
          88 MONTH-WAS-WRITTEN    VALUE "Y".
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD   PIC 9(8).
          02 FILLER           PIC X(13).

      *> The report month, and the first day of each of the twelve
      *> months ending with it plus the first day after it - the
      *> thirteen points headcount is taken at
       01 WS-REPORT-MONTH.
          02 WS-RPT-YYYY      PIC 9(4).
          02 WS-RPT-MM        PIC 9(2).
       01 WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH PIC 9(6).
       01 WS-BND-YYYY         PIC 9(4).
       01 WS-BND-MM           PIC S9(3).
       01 WS-BND-SUB          PIC 9(2).
       01 WS-BOUNDARY-TABLE.
          02 WS-BND-DATE PIC 9(8) OCCURS 13 TIMES.
       01 WS-EVENT-MONTH      PIC 9(2).

       01 WS-ENTRY-COUNT      PIC 9(7).
       01 WS-UNKNOWN-COUNT    PIC 9(7).
       01 WS-EVENT-DATE       PIC 9(8).
       01 WS-PRIOR-STATUS     PIC X.
       01 WS-NEW-STATUS       PIC X.
       01 WS-EMP-DEPARTMENT   PIC X(15).
       01 WS-AVERAGE-MONTH    PIC 9(5)V99.
       01 WS-HC-SUM           PIC 9(7)V99.
       01 WS-HELD-SUMMARY.
          02 WS-HELD-MONTH    PIC 9(6).
          02 FILLER           PIC X(77).

      *> One audit trail entry, from either file; the before and
      *> after images of an employee master entry are
      *>   NAME(20) sp DEPARTMENT(15) sp SALARY(9) sp STATUS
       01 WS-AUDIT-ENTRY.
          02 AUD-TIMESTAMP.
             03 AUD-TS-DATE   PIC 9(8).
             03 FILLER        PIC X(13).
          02 FILLER           PIC X.
          02 AUD-USERID       PIC X(8).
          02 FILLER           PIC X.
          02 AUD-ACTION       PIC X(10).
             88 AUD-IS-EMPLOYEE-ACTION
                   VALUE "ADD" "CHANGE" "TERMINATE" "LEAVE".
          02 FILLER           PIC X.
          02 AUD-KEY.
             03 AUD-KEY-EMP-ID PIC X(6).
             03 AUD-KEY-REST  PIC X(4).
          02 FILLER           PIC X.
          02 AUD-BEFORE       PIC X(60).
          02 FILLER           PIC X.
          02 AUD-AFTER        PIC X(60).
       01 WS-IMAGE.
          02 IMG-NAME         PIC X(20).
          02 IMG-GAP-1        PIC X.
          02 IMG-DEPARTMENT   PIC X(15).
          02 IMG-GAP-2        PIC X.
          02 IMG-SALARY       PIC X(9).
          02 IMG-GAP-3        PIC X.
          02 IMG-STATUS       PIC X.
             88 IMG-STATUS-VALID  VALUE "A" "L" "T" " ".
          02 IMG-REST         PIC X(12).
       01 WS-IMAGE-FLAG       PIC X.
          88 IMAGE-IS-EMPLOYEE    VALUE "Y".
       01 WS-AUDIT-EMP-ID     PIC 9(6).

      *> Every employee on the master, in EMP-ID order: the status
      *> the trail last left them in ("?" before any entry), and the
      *> status at each of the thirteen points ("?" until an entry
      *> dated on or after the point settles it)
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
          02 WS-HC-EMP OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-EMP-COUNT INDEXED BY HC-INDEX.
             03 WS-HC-EMP-ID      PIC 9(6).
             03 WS-HC-DEPT-SUB    PIC 9(3).
             03 WS-HC-CURR-STATUS PIC X.
             03 WS-HC-LAST-STATUS PIC X.
             03 WS-HC-BND-STATUS  PIC X OCCURS 13 TIMES.

      *> Departments in dept.dat order, then any the master carries
      *> that dept.dat doesn't; the last row is the company total
       01 WS-DEPT-COUNT PIC 9(3).
       01 WS-TOTAL-SUB  PIC 9(3).
       01 WS-DEPT-TABLE.
          02 WS-HD OCCURS 1 TO 51 TIMES
                DEPENDING ON WS-DEPT-COUNT INDEXED BY DEPT-INDEX.
             03 WS-HD-CODE        PIC X(15).
             03 WS-HD-HIRES       PIC 9(5).
             03 WS-HD-RETURNS     PIC 9(5).
             03 WS-HD-TO-LEAVE    PIC 9(5).
             03 WS-HD-TERMS       PIC 9(5).
             03 WS-HD-TERMS-12    PIC 9(5).
             03 WS-HD-HEADCOUNT   PIC 9(5) OCCURS 13 TIMES.
             03 WS-HD-MONTH-RATE  PIC 9(4)V99.
             03 WS-HD-AVERAGE-12  PIC 9(5)V99.
             03 WS-HD-ROLLING-RATE PIC 9(4)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(40)
                    VALUE "MONTHLY HEADCOUNT AND TURNOVER   MONTH ".
          02 HDG-MONTH PIC 9(6).
          02 FILLER PIC X(12) VALUE "   RUN DATE ".
          02 HDG-RUN-DATE PIC 9(8).

       01 HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(45) VALUE
                "HEADCOUNT IS ACTIVE PLUS ON-LEAVE EMPLOYEES; ".
          02 FILLER PIC X(60) VALUE
                "TURNOVER IS TERMINATIONS OVER AVERAGE HEADCOUNT".

       01 HEADING-LINE-3.
          02 FILLER PIC X(22) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "  OPENING".
          02 FILLER PIC X(10) VALUE "      NEW".
          02 FILLER PIC X(10) VALUE "  RETURNS".
          02 FILLER PIC X(10) VALUE "       TO".
          02 FILLER PIC X(10) VALUE "   TERMI-".
          02 FILLER PIC X(10) VALUE "  CLOSING".
          02 FILLER PIC X(11) VALUE "     MONTH".
          02 FILLER PIC X(10) VALUE " 12-MONTH".
          02 FILLER PIC X(11) VALUE "  12-MONTH".
          02 FILLER PIC X(11) VALUE "  12-MONTH".

       01 HEADING-LINE-4.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(17) VALUE "DEPARTMENT".
          02 FILLER PIC X(10) VALUE "HEADCOUNT".
          02 FILLER PIC X(10) VALUE "    HIRES".
          02 FILLER PIC X(10) VALUE "  FROM LV".
          02 FILLER PIC X(10) VALUE "    LEAVE".
          02 FILLER PIC X(10) VALUE "  NATIONS".
          02 FILLER PIC X(10) VALUE "HEADCOUNT".
          02 FILLER PIC X(11) VALUE " TURNOVER%".
          02 FILLER PIC X(10) VALUE "    TERMS".
          02 FILLER PIC X(11) VALUE " AVG HEADCT".
          02 FILLER PIC X(11) VALUE " TURNOVER%".

      *> Reused for each department and for the company total
       01 DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-DEPARTMENT  PIC X(15).
          02 FILLER          PIC X(6)  VALUE SPACES.
          02 DTL-OPENING     PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-HIRES       PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-RETURNS     PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-TO-LEAVE    PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-TERMS       PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-CLOSING     PIC ZZZZ9.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 DTL-MONTH-RATE  PIC ZZZ9.99.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-TERMS-12    PIC ZZZZ9.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 DTL-AVERAGE-12  PIC ZZZZ9.99.
          02 FILLER          PIC X(4)  VALUE SPACES.
          02 DTL-ROLLING-RATE PIC ZZZ9.99.

       01 ENTRY-COUNT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(40)
                    VALUE "EMPLOYEE STATUS ENTRIES ON AUDIT TRAIL: ".
          02 ECL-ENTRIES     PIC ZZZZZZ9.
          02 FILLER          PIC X(30)
                    VALUE "   FOR EMP-IDS NOT ON MASTER: ".
          02 ECL-UNKNOWN     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-HEADCOUNT-CONTROL.
           PERFORM SET-MONTH-BOUNDARIES.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-EMPLOYEES.

           *> Replay the status history, oldest first
           PERFORM REPLAY-ARCHIVE.
           PERFORM REPLAY-AUDIT-LOG.
           PERFORM COUNT-HEADCOUNT.
           PERFORM COMPUTE-TURNOVER.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX >= WS-TOTAL-SUB
               IF WS-HD-HEADCOUNT(DEPT-INDEX, 12) > 0
                   OR WS-HD-HEADCOUNT(DEPT-INDEX, 13) > 0
                   OR WS-HD-TERMS-12(DEPT-INDEX) > 0
                   OR WS-HD-HIRES(DEPT-INDEX) > 0
                   PERFORM WRITE-HEADCOUNT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           SET DEPT-INDEX TO WS-TOTAL-SUB.
           PERFORM WRITE-HEADCOUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENTRY-COUNT   TO ECL-ENTRIES.
           MOVE WS-UNKNOWN-COUNT TO ECL-UNKNOWN.
           WRITE REPORT-LINE FROM ENTRY-COUNT-LINE.
           CLOSE REPORT-FILE.

           PERFORM SAVE-MONTH-SUMMARY.

           DISPLAY "Headcount report for " WS-REPORT-MONTH-NUM
               " written to headcount.rpt; closing headcount "
               WS-HD-HEADCOUNT(WS-TOTAL-SUB, 13).
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-EMP-EOF.
           MOVE "N" TO WS-DEPT-EOF.
           MOVE "N" TO WS-LOG-EOF.
           MOVE "N" TO WS-SUMMARY-EOF.
           MOVE "N" TO WS-MONTH-WRITTEN.
           MOVE 0   TO WS-EMP-COUNT.
           MOVE 0   TO WS-DEPT-COUNT.
           MOVE 0   TO WS-TOTAL-SUB.
           MOVE 0   TO WS-ENTRY-COUNT.
           MOVE 0   TO WS-UNKNOWN-COUNT.

       READ-HEADCOUNT-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YMD(1:6) TO WS-REPORT-MONTH.
           OPEN INPUT HEADCOUNT-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               AND CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "Error opening headcount.ctl, status: "
                   CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           READ HEADCOUNT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-MONTH TO WS-REPORT-MONTH
                   IF CTL-MONTH IS NOT NUMERIC
                       OR WS-RPT-YYYY = ZERO
                       OR WS-RPT-MM < 1
                       OR WS-RPT-MM > 12
                       DISPLAY "headcount.ctl month is not usable: "
                           CTL-MONTH
                       CLOSE HEADCOUNT-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
           END-READ.
           IF CONTROL-FILE-STATUS = "00" OR "10"
               CLOSE HEADCOUNT-CONTROL-FILE
           END-IF.

       SET-MONTH-BOUNDARIES.
           *> The first of the month eleven months back, then the
           *> first of each month after it through the month after
           *> the report month
           MOVE WS-RPT-YYYY TO WS-BND-YYYY.
           COMPUTE WS-BND-MM = WS-RPT-MM - 11.
           IF WS-BND-MM < 1
               ADD 12 TO WS-BND-MM
               SUBTRACT 1 FROM WS-BND-YYYY
           END-IF.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 13
               COMPUTE WS-BND-DATE(WS-BND-SUB) =
                   WS-BND-YYYY * 10000 + WS-BND-MM * 100 + 1
               ADD 1 TO WS-BND-MM
               IF WS-BND-MM > 12
                   MOVE 1 TO WS-BND-MM
                   ADD 1 TO WS-BND-YYYY
               END-IF
           END-PERFORM.

       LOAD-DEPARTMENTS.
           *> dept.dat gives the report its order; no department file
           *> just leaves every department to be added from the master
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPT-FILE-STATUS = "35"
               SET END-OF-DEPARTMENTS TO TRUE
           ELSE
               IF DEPT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening department file, status: "
                       DEPT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-DEPARTMENTS
               READ DEPARTMENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-DEPARTMENTS TO TRUE
                   NOT AT END
                       MOVE DEPT-CODE TO WS-EMP-DEPARTMENT
                       PERFORM FIND-DEPARTMENT
               END-READ
           END-PERFORM.
           IF DEPT-FILE-STATUS NOT = "35"
               CLOSE DEPARTMENT-FILE
           END-IF.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employee file, status: "
                   FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM UNTIL END-OF-EMPLOYEES
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET END-OF-EMPLOYEES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           *> The company total rides as one more department row
           MOVE "ALL DEPARTMENTS" TO WS-EMP-DEPARTMENT.
           PERFORM FIND-DEPARTMENT.
           SET WS-TOTAL-SUB TO DEPT-INDEX.

       LOAD-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= 2000
               DISPLAY "More than 2000 employees in the headcount "
                   "report, stopping"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE EMP-DEPARTMENT TO WS-EMP-DEPARTMENT.
           PERFORM FIND-DEPARTMENT.
           ADD 1 TO WS-EMP-COUNT.
           SET HC-INDEX TO WS-EMP-COUNT.
           MOVE EMP-ID TO WS-HC-EMP-ID(HC-INDEX).
           SET WS-HC-DEPT-SUB(HC-INDEX) TO DEPT-INDEX.
           *> A blank status predates the field and is active
           IF EMP-STATUS = SPACE
               MOVE "A" TO WS-HC-CURR-STATUS(HC-INDEX)
           ELSE
               MOVE EMP-STATUS TO WS-HC-CURR-STATUS(HC-INDEX)
           END-IF.
           MOVE "?" TO WS-HC-LAST-STATUS(HC-INDEX).
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 13
               MOVE "?" TO WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB)
           END-PERFORM.

       FIND-DEPARTMENT.
           *> Leaves DEPT-INDEX on WS-EMP-DEPARTMENT's entry, adding
           *> the department on first sight
           SET DEPT-INDEX TO 1.
           SEARCH WS-HD
               AT END
                   IF WS-DEPT-COUNT >= 51
                       DISPLAY "More than 50 departments in the "
                           "headcount report, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-INDEX TO WS-DEPT-COUNT
                   MOVE WS-EMP-DEPARTMENT TO WS-HD-CODE(DEPT-INDEX)
                   MOVE 0 TO WS-HD-HIRES(DEPT-INDEX)
                   MOVE 0 TO WS-HD-RETURNS(DEPT-INDEX)
                   MOVE 0 TO WS-HD-TO-LEAVE(DEPT-INDEX)
                   MOVE 0 TO WS-HD-TERMS(DEPT-INDEX)
                   MOVE 0 TO WS-HD-TERMS-12(DEPT-INDEX)
                   PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                           UNTIL WS-BND-SUB > 13
                       MOVE 0 TO WS-HD-HEADCOUNT(DEPT-INDEX, WS-BND-SUB)
                   END-PERFORM
               WHEN WS-HD-CODE(DEPT-INDEX) = WS-EMP-DEPARTMENT
                   CONTINUE
           END-SEARCH.

       REPLAY-ARCHIVE.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT ARCHIVE-FILE.
           EVALUATE ARCHIVE-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening audit archive, status: "
                       ARCHIVE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-EVALUATE.
           PERFORM UNTIL END-OF-LOG
               READ ARCHIVE-FILE INTO WS-AUDIT-ENTRY
                   AT END
                       SET END-OF-LOG TO TRUE
                   NOT AT END
                       PERFORM REPLAY-AUDIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       REPLAY-AUDIT-LOG.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE AUDIT-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening audit log, status: "
                       AUDIT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-EVALUATE.
           PERFORM UNTIL END-OF-LOG
               READ AUDIT-LOG-FILE INTO WS-AUDIT-ENTRY
                   AT END
                       SET END-OF-LOG TO TRUE
                   NOT AT END
                       PERFORM REPLAY-AUDIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

       REPLAY-AUDIT-ENTRY.
           *> Only the employee master's entries move anyone: the
           *> right action, an EMP-ID key, and an after image in the
           *> employee layout
           IF NOT AUD-IS-EMPLOYEE-ACTION
               OR AUD-KEY-EMP-ID IS NOT NUMERIC
               OR AUD-KEY-REST NOT = SPACES
               OR AUD-TS-DATE IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE AUD-AFTER TO WS-IMAGE
               PERFORM CHECK-EMPLOYEE-IMAGE
               IF IMAGE-IS-EMPLOYEE
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM APPLY-STATUS-ENTRY
               END-IF
           END-IF.

       CHECK-EMPLOYEE-IMAGE.
           *> WS-IMAGE is loaded by the caller
           IF IMG-NAME NOT = SPACES
               AND IMG-GAP-1 = SPACE
               AND IMG-GAP-2 = SPACE
               AND IMG-SALARY IS NUMERIC
               AND IMG-GAP-3 = SPACE
               AND IMG-STATUS-VALID
               AND IMG-REST = SPACES
               MOVE "Y" TO WS-IMAGE-FLAG
           ELSE
               MOVE "N" TO WS-IMAGE-FLAG
           END-IF.

       APPLY-STATUS-ENTRY.
           MOVE AUD-KEY-EMP-ID TO WS-AUDIT-EMP-ID.
           SET HC-INDEX TO 1.
           SEARCH WS-HC-EMP
               AT END
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN WS-HC-EMP-ID(HC-INDEX) = WS-AUDIT-EMP-ID
                   PERFORM APPLY-EMPLOYEE-STATUS
           END-SEARCH.

       APPLY-EMPLOYEE-STATUS.
           *> WS-IMAGE holds the after image, checked by the caller
           MOVE AUD-TS-DATE TO WS-EVENT-DATE.
           IF IMG-STATUS = SPACE
               MOVE "A" TO WS-NEW-STATUS
           ELSE
               MOVE IMG-STATUS TO WS-NEW-STATUS
           END-IF.
           PERFORM DETERMINE-PRIOR-STATUS.

           *> Every point on or before this entry that no earlier
           *> entry settled had the prior status
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > 13
               IF WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB) = "?"
                   AND WS-EVENT-DATE NOT < WS-BND-DATE(WS-BND-SUB)
                   MOVE WS-PRIOR-STATUS
                       TO WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB)
               END-IF
           END-PERFORM.

           IF WS-PRIOR-STATUS NOT = WS-NEW-STATUS
               AND WS-EVENT-DATE NOT < WS-BND-DATE(1)
               AND WS-EVENT-DATE < WS-BND-DATE(13)
               PERFORM COUNT-STATUS-MOVE
           END-IF.
           MOVE WS-NEW-STATUS TO WS-HC-LAST-STATUS(HC-INDEX).

       DETERMINE-PRIOR-STATUS.
           *> An add is always a new person. Otherwise the before
           *> image says what the entry changed from; EMPLOYEE-RECORDS
           *> writes none, so fall back on the last entry replayed, and
           *> on a person's first entry take a batch terminate or
           *> leave as from active and a change as no status change
           IF AUD-ACTION = "ADD"
               MOVE "N" TO WS-PRIOR-STATUS
           ELSE
               MOVE AUD-BEFORE TO WS-IMAGE
               PERFORM CHECK-EMPLOYEE-IMAGE
               EVALUATE TRUE
                   WHEN IMAGE-IS-EMPLOYEE AND IMG-STATUS = SPACE
                       MOVE "A" TO WS-PRIOR-STATUS
                   WHEN IMAGE-IS-EMPLOYEE
                       MOVE IMG-STATUS TO WS-PRIOR-STATUS
                   WHEN WS-HC-LAST-STATUS(HC-INDEX) NOT = "?"
                       MOVE WS-HC-LAST-STATUS(HC-INDEX)
                           TO WS-PRIOR-STATUS
                   WHEN AUD-ACTION = "CHANGE"
                       MOVE WS-NEW-STATUS TO WS-PRIOR-STATUS
                   WHEN OTHER
                       MOVE "A" TO WS-PRIOR-STATUS
               END-EVALUATE
               MOVE AUD-AFTER TO WS-IMAGE
           END-IF.

       COUNT-STATUS-MOVE.
           *> Which month of the twelve the entry falls in
           PERFORM VARYING WS-EVENT-MONTH FROM 1 BY 1
                   UNTIL WS-EVENT-MONTH >= 12
                   OR WS-EVENT-DATE < WS-BND-DATE(WS-EVENT-MONTH + 1)
               CONTINUE
           END-PERFORM.
           SET DEPT-INDEX TO WS-HC-DEPT-SUB(HC-INDEX).
           IF WS-NEW-STATUS = "T"
               AND (WS-PRIOR-STATUS = "A" OR WS-PRIOR-STATUS = "L")
               ADD 1 TO WS-HD-TERMS-12(DEPT-INDEX)
               ADD 1 TO WS-HD-TERMS-12(WS-TOTAL-SUB)
           END-IF.
           IF WS-EVENT-MONTH = 12
               EVALUATE TRUE
                   WHEN WS-PRIOR-STATUS = "N" OR WS-PRIOR-STATUS = "T"
                       ADD 1 TO WS-HD-HIRES(DEPT-INDEX)
                       ADD 1 TO WS-HD-HIRES(WS-TOTAL-SUB)
                   WHEN WS-NEW-STATUS = "T"
                       ADD 1 TO WS-HD-TERMS(DEPT-INDEX)
                       ADD 1 TO WS-HD-TERMS(WS-TOTAL-SUB)
                   WHEN WS-PRIOR-STATUS = "L" AND WS-NEW-STATUS = "A"
                       ADD 1 TO WS-HD-RETURNS(DEPT-INDEX)
                       ADD 1 TO WS-HD-RETURNS(WS-TOTAL-SUB)
                   WHEN WS-PRIOR-STATUS = "A" AND WS-NEW-STATUS = "L"
                       ADD 1 TO WS-HD-TO-LEAVE(DEPT-INDEX)
                       ADD 1 TO WS-HD-TO-LEAVE(WS-TOTAL-SUB)
               END-EVALUATE
           END-IF.

       COUNT-HEADCOUNT.
           *> Points no entry settled take the status the trail last
           *> left, or for someone with no entries the master's own
           PERFORM VARYING HC-INDEX FROM 1 BY 1
                   UNTIL HC-INDEX > WS-EMP-COUNT
               IF WS-HC-LAST-STATUS(HC-INDEX) = "?"
                   MOVE WS-HC-CURR-STATUS(HC-INDEX)
                       TO WS-HC-LAST-STATUS(HC-INDEX)
               END-IF
               SET DEPT-INDEX TO WS-HC-DEPT-SUB(HC-INDEX)
               PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                       UNTIL WS-BND-SUB > 13
                   IF WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB) = "?"
                       MOVE WS-HC-LAST-STATUS(HC-INDEX)
                           TO WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB)
                   END-IF
                   IF WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB) = "A"
                       OR WS-HC-BND-STATUS(HC-INDEX, WS-BND-SUB) = "L"
                       ADD 1 TO WS-HD-HEADCOUNT(DEPT-INDEX, WS-BND-SUB)
                       ADD 1
                           TO WS-HD-HEADCOUNT(WS-TOTAL-SUB, WS-BND-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPUTE-TURNOVER.
           *> The month's average is its opening and closing; the
           *> rolling year's is the average of its twelve months'
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > WS-DEPT-COUNT
               COMPUTE WS-AVERAGE-MONTH =
                   (WS-HD-HEADCOUNT(DEPT-INDEX, 12)
                   + WS-HD-HEADCOUNT(DEPT-INDEX, 13)) / 2
               IF WS-AVERAGE-MONTH > 0
                   COMPUTE WS-HD-MONTH-RATE(DEPT-INDEX) ROUNDED =
                       WS-HD-TERMS(DEPT-INDEX) * 100
                       / WS-AVERAGE-MONTH
               ELSE
                   MOVE 0 TO WS-HD-MONTH-RATE(DEPT-INDEX)
               END-IF
               COMPUTE WS-HC-SUM =
                   (WS-HD-HEADCOUNT(DEPT-INDEX, 1)
                   + WS-HD-HEADCOUNT(DEPT-INDEX, 13)) / 2
               PERFORM VARYING WS-BND-SUB FROM 2 BY 1
                       UNTIL WS-BND-SUB > 12
                   ADD WS-HD-HEADCOUNT(DEPT-INDEX, WS-BND-SUB)
                       TO WS-HC-SUM
               END-PERFORM
               COMPUTE WS-HD-AVERAGE-12(DEPT-INDEX) ROUNDED =
                   WS-HC-SUM / 12
               IF WS-HC-SUM > 0
                   COMPUTE WS-HD-ROLLING-RATE(DEPT-INDEX) ROUNDED =
                       WS-HD-TERMS-12(DEPT-INDEX) * 1200 / WS-HC-SUM
               ELSE
                   MOVE 0 TO WS-HD-ROLLING-RATE(DEPT-INDEX)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE WS-REPORT-MONTH-NUM TO HDG-MONTH.
           MOVE WS-CURRENT-YMD TO HDG-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           WRITE REPORT-LINE FROM HEADING-LINE-4.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-HEADCOUNT-LINE.
           *> DEPT-INDEX is set by the caller
           MOVE WS-HD-CODE(DEPT-INDEX)          TO DTL-DEPARTMENT.
           MOVE WS-HD-HEADCOUNT(DEPT-INDEX, 12) TO DTL-OPENING.
           MOVE WS-HD-HIRES(DEPT-INDEX)         TO DTL-HIRES.
           MOVE WS-HD-RETURNS(DEPT-INDEX)       TO DTL-RETURNS.
           MOVE WS-HD-TO-LEAVE(DEPT-INDEX)      TO DTL-TO-LEAVE.
           MOVE WS-HD-TERMS(DEPT-INDEX)         TO DTL-TERMS.
           MOVE WS-HD-HEADCOUNT(DEPT-INDEX, 13) TO DTL-CLOSING.
           MOVE WS-HD-MONTH-RATE(DEPT-INDEX)    TO DTL-MONTH-RATE.
           MOVE WS-HD-TERMS-12(DEPT-INDEX)      TO DTL-TERMS-12.
           MOVE WS-HD-AVERAGE-12(DEPT-INDEX)    TO DTL-AVERAGE-12.
           MOVE WS-HD-ROLLING-RATE(DEPT-INDEX)  TO DTL-ROLLING-RATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       SAVE-MONTH-SUMMARY.
           *> Pass 1: earlier and later months from headcount.dat to
           *> the work file, with this month's records slotted in
           *> where they belong in place of any from an earlier run
           MOVE "N" TO WS-SUMMARY-EOF.
           OPEN INPUT SUMMARY-FILE.
           EVALUATE SUMMARY-FILE-STATUS
               WHEN "00"
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening headcount.dat, status: "
                       SUMMARY-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-EVALUATE.
           OPEN OUTPUT WORK-FILE.
           IF WORK-FILE-STATUS NOT = "00"
               DISPLAY "Error opening work file, status: "
                   WORK-FILE-STATUS
               CLOSE SUMMARY-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           PERFORM UNTIL END-OF-SUMMARY
               READ SUMMARY-FILE
                   AT END
                       SET END-OF-SUMMARY TO TRUE
                   NOT AT END
                       PERFORM CARRY-SUMMARY-RECORD
               END-READ
           END-PERFORM.
           IF NOT MONTH-WAS-WRITTEN
               PERFORM WRITE-MONTH-SUMMARY
           END-IF.
           CLOSE SUMMARY-FILE.
           CLOSE WORK-FILE.

           *> Pass 2: the work file becomes headcount.dat
           MOVE "N" TO WS-SUMMARY-EOF.
           OPEN INPUT WORK-FILE.
           IF WORK-FILE-STATUS NOT = "00"
               DISPLAY "Error reopening work file, status: "
                   WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           IF SUMMARY-FILE-STATUS NOT = "00"
               AND SUMMARY-FILE-STATUS NOT = "05"
               DISPLAY "Error rebuilding headcount.dat, status: "
                   SUMMARY-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           PERFORM UNTIL END-OF-SUMMARY
               READ WORK-FILE
                   AT END
                       SET END-OF-SUMMARY TO TRUE
                   NOT AT END
                       WRITE HEADCOUNT-SUMMARY-RECORD FROM WORK-RECORD
                       IF SUMMARY-FILE-STATUS NOT = "00"
                           DISPLAY "Error writing headcount.dat, "
                               "status: " SUMMARY-FILE-STATUS
                           MOVE 8 TO RETURN-CODE GOBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SUMMARY-FILE.

       CARRY-SUMMARY-RECORD.
           *> This month's records are built in the FD record, so the
           *> one just read is held aside while they are written
           MOVE HEADCOUNT-SUMMARY-RECORD TO WS-HELD-SUMMARY.
           IF HCT-MONTH > WS-REPORT-MONTH-NUM
               AND NOT MONTH-WAS-WRITTEN
               PERFORM WRITE-MONTH-SUMMARY
           END-IF.
           IF WS-HELD-MONTH NOT = WS-REPORT-MONTH-NUM
               WRITE WORK-RECORD FROM WS-HELD-SUMMARY
               IF WORK-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing work file, status: "
                       WORK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.

       WRITE-MONTH-SUMMARY.
           *> Departments with anything to show, then the company
           *> total
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX >= WS-TOTAL-SUB
               IF WS-HD-HEADCOUNT(DEPT-INDEX, 12) > 0
                   OR WS-HD-HEADCOUNT(DEPT-INDEX, 13) > 0
                   OR WS-HD-TERMS-12(DEPT-INDEX) > 0
                   OR WS-HD-HIRES(DEPT-INDEX) > 0
                   PERFORM WRITE-ONE-SUMMARY
               END-IF
           END-PERFORM.
           SET DEPT-INDEX TO WS-TOTAL-SUB.
           PERFORM WRITE-ONE-SUMMARY.
           SET MONTH-WAS-WRITTEN TO TRUE.

       WRITE-ONE-SUMMARY.
           MOVE WS-REPORT-MONTH-NUM             TO HCT-MONTH.
           MOVE WS-HD-CODE(DEPT-INDEX)          TO HCT-DEPT.
           MOVE WS-HD-HEADCOUNT(DEPT-INDEX, 12) TO HCT-OPENING.
           MOVE WS-HD-HIRES(DEPT-INDEX)         TO HCT-HIRES.
           MOVE WS-HD-RETURNS(DEPT-INDEX)       TO HCT-RETURNS.
           MOVE WS-HD-TO-LEAVE(DEPT-INDEX)      TO HCT-TO-LEAVE.
           MOVE WS-HD-TERMS(DEPT-INDEX)         TO HCT-TERMINATIONS.
           MOVE WS-HD-HEADCOUNT(DEPT-INDEX, 13) TO HCT-CLOSING.
           MOVE WS-HD-MONTH-RATE(DEPT-INDEX)    TO HCT-MONTH-RATE.
           MOVE WS-HD-TERMS-12(DEPT-INDEX)      TO HCT-TERMS-12.
           MOVE WS-HD-AVERAGE-12(DEPT-INDEX)    TO HCT-AVERAGE-12.
           MOVE WS-HD-ROLLING-RATE(DEPT-INDEX)  TO HCT-ROLLING-RATE.
           MOVE WS-CURRENT-YMD                  TO HCT-RUN-DATE.
           WRITE WORK-RECORD FROM HEADCOUNT-SUMMARY-RECORD.
           IF WORK-FILE-STATUS NOT = "00"
               DISPLAY "Error writing work file, status: "
                   WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
