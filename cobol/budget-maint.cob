       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.

      *****************************************************************
      * Maintenance screen for the department payroll budgets in
      * budget.dat, one record per department per year, kept next to
      * DEPT-MAINT and under the same operator permission. A budget
      * can only be set up for a department on dept.dat, and a new
      * one only for an active department. BUDGET-REPORT measures
      * year-to-date gross against these figures every month. Every
      * change goes to the shared audit trail.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

           *> Department master, read-only; every budget belongs to a
           *> department on file
           SELECT DEPARTMENT-FILE ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY BUDREC.

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 BUDGET-FILE-STATUS PIC 9(2).
       01 DEPT-FILE-STATUS   PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-ADD     VALUE "A" "a".
          88 WS-ACTION-CHANGE  VALUE "C" "c".
          88 WS-ACTION-DELETE  VALUE "D" "d".
          88 WS-ACTION-INQUIRE VALUE "I" "i".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-VALID-RECORD  PIC X VALUE "Y".
          88 RECORD-IS-VALID     VALUE "Y".
       01 WS-BUD-EOF       PIC X.
          88 END-OF-BUDGETS      VALUE "Y".
       01 WS-INQUIRE-DEPT  PIC X(15).
       01 WS-LIST-COUNT    PIC 9(3).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 BUDGET-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Department Budget Maintenance Menu".
           02 LINE 3 COL 5 VALUE "A - Add Budget".
           02 LINE 4 COL 5 VALUE "C - Change Budget".
           02 LINE 5 COL 5 VALUE "D - Delete Budget".
           02 LINE 6 COL 5 VALUE "I - Inquire Department Budgets".
           02 LINE 7 COL 5 VALUE "X - Exit".
           02 LINE 9 COL 5 VALUE "Selection: ".
           02 LINE 9 COL 17 PIC X USING WS-ACTION.

       01 BUDGET-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Department Budget Form".
           02 LINE 3 COL 5 VALUE "Dept Code: ".
           02 LINE 3 COL 22 PIC X(15) USING BUD-DEPT.
           02 LINE 4 COL 5 VALUE "Budget Year: ".
           02 LINE 4 COL 22 PIC 9(4) USING BUD-YEAR.
           02 LINE 5 COL 5 VALUE "Annual Budget: ".
           02 LINE 5 COL 22 PIC 9(9)V99 USING BUD-AMOUNT.

      *> Same layout as BUDGET-FORM, but the department and year are
      *> display-only so a change can't retype its way into
      *> rewriting the wrong record.
       01 BUDGET-FORM-CHANGE.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Department Budget Form".
           02 LINE 3 COL 5 VALUE "Dept Code: ".
           02 LINE 3 COL 22 PIC X(15) FROM BUD-DEPT.
           02 LINE 4 COL 5 VALUE "Budget Year: ".
           02 LINE 4 COL 22 PIC 9(4) FROM BUD-YEAR.
           02 LINE 5 COL 5 VALUE "Annual Budget: ".
           02 LINE 5 COL 22 PIC 9(9)V99 USING BUD-AMOUNT.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.

           OPEN INPUT DEPARTMENT-FILE.
           IF DEPT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening department file, status: "
                   DEPT-FILE-STATUS
               DISPLAY "Departments are set up through DEPT-MAINT"
               STOP RUN
           END-IF.

           *> Open for update; create the file the first time it is used
           OPEN I-O BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "Error opening budget file, status: "
                   BUDGET-FILE-STATUS
               CLOSE DEPARTMENT-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY BUDGET-MENU
               ACCEPT BUDGET-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM ADD-BUDGET
                   WHEN WS-ACTION-CHANGE
                       PERFORM CHANGE-BUDGET
                   WHEN WS-ACTION-DELETE
                       PERFORM DELETE-BUDGET
                   WHEN WS-ACTION-INQUIRE
                       PERFORM INQUIRE-BUDGETS
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE BUDGET-FILE.
           CLOSE DEPARTMENT-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Budgets are department data; whoever may maintain the
           *> department master may maintain its budget. The refusal
           *> itself is audited by OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "DEPTMAINT" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       ADD-BUDGET.
           MOVE SPACES TO BUD-DEPT.
           MOVE 0 TO BUD-YEAR.
           MOVE 0 TO BUD-AMOUNT.
           MOVE "N" TO WS-VALID-RECORD.
           PERFORM UNTIL RECORD-IS-VALID
               DISPLAY BUDGET-FORM
               ACCEPT BUDGET-FORM
               PERFORM VALIDATE-BUDGET-FORM
               IF RECORD-IS-VALID
                   PERFORM CHECK-DEPARTMENT
               END-IF
           END-PERFORM.
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "Budget already on file for that "
                       "department and year, status: "
                       BUDGET-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Budget added."
                   MOVE "ADD" TO AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-VALUES
                   PERFORM LOG-BUDGET-CHANGE
           END-WRITE.

       CHANGE-BUDGET.
           DISPLAY "Department code to change: ".
           ACCEPT BUD-DEPT.
           DISPLAY "Budget year: ".
           ACCEPT BUD-YEAR.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "Budget not found, status: "
                       BUDGET-FILE-STATUS
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-VALUES
                   MOVE "N" TO WS-VALID-RECORD
                   PERFORM UNTIL RECORD-IS-VALID
                       DISPLAY BUDGET-FORM-CHANGE
                       ACCEPT BUDGET-FORM-CHANGE
                       PERFORM VALIDATE-BUDGET-FORM
                   END-PERFORM
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "Update failed, status: "
                               BUDGET-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Budget updated."
                           MOVE "CHANGE" TO AUDIT-ACTION
                           PERFORM LOG-BUDGET-CHANGE
                   END-REWRITE
           END-READ.

       DELETE-BUDGET.
           DISPLAY "Department code to delete: ".
           ACCEPT BUD-DEPT.
           DISPLAY "Budget year: ".
           ACCEPT BUD-YEAR.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "Budget not found, status: "
                       BUDGET-FILE-STATUS
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-VALUES
                   DELETE BUDGET-FILE
                       INVALID KEY
                           DISPLAY "Delete failed, status: "
                               BUDGET-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Budget deleted."
                           MOVE WS-USERID TO AUDIT-USERID
                           MOVE "DELETE" TO AUDIT-ACTION
                           MOVE BUD-DEPT TO AUDIT-KEY
                           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE
                           MOVE SPACES TO AUDIT-AFTER
                           CALL "AUDIT-WRITE" USING AUDIT-PARMS
                   END-DELETE
           END-READ.

       INQUIRE-BUDGETS.
           *> Every year on file for one department, oldest first
           DISPLAY "Department code to inquire: ".
           ACCEPT WS-INQUIRE-DEPT.
           MOVE "N" TO WS-BUD-EOF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-INQUIRE-DEPT TO BUD-DEPT.
           MOVE 0 TO BUD-YEAR.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
                   SET END-OF-BUDGETS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BUDGETS
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET END-OF-BUDGETS TO TRUE
                   NOT AT END
                       IF BUD-DEPT NOT = WS-INQUIRE-DEPT
                           SET END-OF-BUDGETS TO TRUE
                       ELSE
                           DISPLAY "Year " BUD-YEAR
                               "  budget " BUD-AMOUNT
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Budgets on file: " WS-LIST-COUNT.

       VALIDATE-BUDGET-FORM.
           *> Reject a blank department, an unusable year, and a zero
           *> budget - a department with nothing budgeted simply has
           *> no record - and re-display the form for correction
           MOVE "Y" TO WS-VALID-RECORD.
           EVALUATE TRUE
               WHEN BUD-DEPT = SPACES
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Department code cannot be blank."
               WHEN BUD-YEAR IS NOT NUMERIC
                   OR BUD-YEAR < 1900
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Budget year must be a four-digit year."
               WHEN BUD-AMOUNT IS NOT NUMERIC
                   OR BUD-AMOUNT = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Annual budget must be numeric and "
                       "non-zero."
           END-EVALUATE.

       CHECK-DEPARTMENT.
           *> A new budget must be for an active department on file
           MOVE BUD-DEPT TO DEPT-CODE.
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Department " BUD-DEPT " is not on the "
                       "department master."
               NOT INVALID KEY
                   IF DEPT-IS-RETIRED
                       MOVE "N" TO WS-VALID-RECORD
                       DISPLAY "Department " BUD-DEPT " is retired."
                   END-IF
           END-READ.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           STRING BUD-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUD-YEAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUD-AMOUNT DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.

       LOG-BUDGET-CHANGE.
           *> AUDIT-ACTION and WS-BEFORE-VALUES are set by the caller
           *> before this is PERFORMed; the images carry the whole
           *> department code and year, which the key has no room for
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE BUD-DEPT TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING BUD-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUD-YEAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUD-AMOUNT DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
