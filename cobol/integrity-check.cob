       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

      *****************************************************************
      * Nightly cross-file integrity sweep. Read-only: nothing is
      * changed, every problem found is listed on integrity.rpt for
      * the clerk who owns the file to put right.
      *
      * Employee side - the satellite files keyed by EMP-ID are
      * checked against the employee master: bank details, benefit
      * elections, deductions, leave balances, and pay history for
      * an EMP-ID no longer on employee.dat, and bank details,
      * benefits, and deductions still standing for a terminated
      * employee. Each employee is checked against dept.dat for a
      * department that doesn't exist, or - for anyone not
      * terminated - one that has been retired.
      *
      * Customer side - orders and invoices are checked against
      * customer.dat, and against each other by sorting the two
      * together on order number, the way AR-AGING merges invoices
      * and credits: a shipped order with no invoice, and an invoice
      * whose INV-ORD-NO is on no order.
      *
      * A missing satellite file just means nothing has been kept in
      * it yet. Problems are graded SERIOUS - a record pointing at
      * nothing, or pay and postings going somewhere they shouldn't -
      * or WARNING, something left standing that should have been
      * tidied up. Any SERIOUS finding ends the step with return code
      * 8 so LOOPS stops the stream for a look.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO "dept.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           SELECT BANK-FILE ASSIGN TO "bankacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT BENEFIT-FILE ASSIGN TO "benefit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-EMP-ID
               FILE STATUS IS BENEFIT-FILE-STATUS.

           SELECT DEDUCTION-FILE ASSIGN TO "deduct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-KEY
               FILE STATUS IS DEDUCT-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID-OUT
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NO
               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-NO
               FILE STATUS IS INVOICE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "intsort.tmp".

           SELECT REPORT-FILE ASSIGN TO "integrity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
           COPY DEPTREC.

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY BANKREC.

       FD BENEFIT-FILE.
       01 BENEFIT-RECORD.
           COPY BENREC.

       FD DEDUCTION-FILE.
       01 DEDUCTION-RECORD.
           COPY DEDREC.

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           COPY LEAVEREC.

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.

       FD ORDER-FILE.
       01 ORDER-RECORD.
           COPY ORDREC.

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY INVREC.

      *> Orders (kind 1) sort ahead of the invoices raised against
      *> them (kind 2), so by the time an invoice comes back its
      *> order has either been seen or isn't there
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SRT-ORD-NO      PIC 9(6).
          02 SRT-KIND        PIC X.
             88 SRT-IS-ORDER     VALUE "1".
             88 SRT-IS-INVOICE   VALUE "2".
          02 SRT-INV-NO      PIC 9(6).
          02 SRT-ORD-SHIPPED PIC X.
             88 SRT-WAS-SHIPPED  VALUE "Y".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC 9(2).
       01 DEPT-FILE-STATUS     PIC 9(2).
       01 BANK-FILE-STATUS     PIC 9(2).
       01 BENEFIT-FILE-STATUS  PIC 9(2).
       01 DEDUCT-FILE-STATUS   PIC 9(2).
       01 LEAVE-FILE-STATUS    PIC 9(2).
       01 HISTORY-FILE-STATUS  PIC 9(2).
       01 CUSTOMER-FILE-STATUS PIC 9(2).
       01 ORDER-FILE-STATUS    PIC 9(2).
       01 INVOICE-FILE-STATUS  PIC 9(2).
       01 REPORT-FILE-STATUS   PIC 9(2).
       01 WS-FILE-EOF          PIC X VALUE "N".
          88 END-OF-FILE           VALUE "Y".
       01 WS-SORT-EOF          PIC X VALUE "N".
          88 END-OF-SORT           VALUE "Y".
       01 WS-HAVE-DEPTS        PIC X.
          88 DEPTS-ON-FILE         VALUE "Y".
       01 WS-HAVE-CUSTOMERS    PIC X.
          88 CUSTOMERS-ON-FILE     VALUE "Y".
       01 WS-EMP-FOUND         PIC X.
          88 EMPLOYEE-FOUND        VALUE "Y".
       01 WS-EMP-STATUS        PIC X.
          88 WS-EMP-TERMINATED     VALUE "T".
       01 WS-CUST-FOUND        PIC X.
          88 CUSTOMER-FOUND        VALUE "Y".
       01 WS-LOOKUP-EMP-ID     PIC 9(6).
       01 WS-LOOKUP-CUST-ID    PIC 9(5).
       01 WS-PREV-EMP-ID       PIC 9(6).
      *> The order group being merged
       01 WS-PREV-ORD-NO       PIC 9(6).
       01 WS-ORDER-SEEN        PIC X.
          88 ORDER-WAS-SEEN        VALUE "Y".
       01 WS-ORDER-SHIPPED     PIC X.
          88 ORDER-WAS-SHIPPED     VALUE "Y".
       01 WS-INVOICES-SEEN     PIC 9(5).
       01 WS-LINES-ON-PAGE     PIC 9(3) VALUE 0.
       01 WS-PAGE-NUMBER       PIC 9(3) VALUE 1.
       01 WS-SERIOUS-COUNT     PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT     PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD    PIC 9(8).
          02 FILLER            PIC X(13).

      *> One finding, filled in by the check before WRITE-EXCEPTION
       01 WS-EXCEPTION.
          02 WS-EXC-SEVERITY   PIC X(8).
          02 WS-EXC-FILE       PIC X(14).
          02 WS-EXC-KEY        PIC X(14).
          02 WS-EXC-TEXT       PIC X(50).

      *> Records read per file, for the closing summary
       01 WS-READ-COUNTS.
          02 WS-EMP-READ       PIC 9(7).
          02 WS-BANK-READ      PIC 9(7).
          02 WS-BEN-READ       PIC 9(7).
          02 WS-DED-READ       PIC 9(7).
          02 WS-LEAVE-READ     PIC 9(7).
          02 WS-HIST-READ      PIC 9(7).
          02 WS-ORD-READ       PIC 9(7).
          02 WS-INV-READ       PIC 9(7).

       01 HEADING-LINE-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "CROSS-FILE INTEGRITY SWEEP".
          02 HDG-DATE PIC 9(8).
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(5)  VALUE "PAGE ".
          02 HDG-PAGE-NO PIC ZZ9.

       01 HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(10) VALUE "SEVERITY".
          02 FILLER PIC X(16) VALUE "FILE".
          02 FILLER PIC X(16) VALUE "KEY".
          02 FILLER PIC X(50) VALUE "PROBLEM".

       01 DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-SEVERITY    PIC X(8).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-FILE        PIC X(14).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-KEY         PIC X(14).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-TEXT        PIC X(50).

       01 READ-COUNT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 RCL-FILE        PIC X(16).
          02 FILLER          PIC X(14) VALUE "RECORDS READ: ".
          02 RCL-COUNT       PIC Z,ZZZ,ZZ9.

       01 TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "SERIOUS: ".
          02 TOT-SERIOUS     PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(11) VALUE "WARNINGS: ".
          02 TOT-WARNING     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run
           *> flags/totals/pagination on every entry
           PERFORM INITIALIZE-COUNTERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM WRITE-PAGE-HEADINGS.

           PERFORM OPEN-MASTER-FILES.

           PERFORM CHECK-EMPLOYEES.
           PERFORM CHECK-BANK-DETAILS.
           PERFORM CHECK-BENEFITS.
           PERFORM CHECK-DEDUCTIONS.
           PERFORM CHECK-LEAVE-BALANCES.
           PERFORM CHECK-PAY-HISTORY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ORD-NO SRT-KIND
               INPUT PROCEDURE IS LOAD-ORDERS-AND-INVOICES
               OUTPUT PROCEDURE IS MATCH-ORDERS-TO-INVOICES.

           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE EMPLOYEE-FILE.
           IF DEPTS-ON-FILE
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF CUSTOMERS-ON-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "Integrity sweep written to integrity.rpt: "
               WS-SERIOUS-COUNT " serious, "
               WS-WARNING-COUNT " warnings".
           IF WS-SERIOUS-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-FILE-EOF.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-HAVE-DEPTS.
           MOVE "N" TO WS-HAVE-CUSTOMERS.
           MOVE 1   TO WS-PAGE-NUMBER.
           MOVE 0   TO WS-LINES-ON-PAGE.
           MOVE 0   TO WS-SERIOUS-COUNT.
           MOVE 0   TO WS-WARNING-COUNT.
           MOVE 0   TO WS-PREV-ORD-NO.
           MOVE "N" TO WS-ORDER-SEEN.
           MOVE "N" TO WS-ORDER-SHIPPED.
           MOVE 0   TO WS-INVOICES-SEEN.
           INITIALIZE WS-READ-COUNTS.

       OPEN-MASTER-FILES.
           *> The employee master is what everything else is checked
           *> against, so without it there is no sweep; an absent
           *> department or customer master makes every reference to
           *> it a finding
           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employee file, status: "
                   FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN INPUT DEPARTMENT-FILE.
           IF DEPT-FILE-STATUS = "00"
               SET DEPTS-ON-FILE TO TRUE
           ELSE
               IF DEPT-FILE-STATUS NOT = "35"
                   DISPLAY "Error opening dept.dat, status: "
                       DEPT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               SET CUSTOMERS-ON-FILE TO TRUE
           ELSE
               IF CUSTOMER-FILE-STATUS NOT = "35"
                   DISPLAY "Error opening customer.dat, status: "
                       CUSTOMER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.

       CHECK-EMPLOYEES.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMP-READ
                       PERFORM CHECK-EMPLOYEE-DEPARTMENT
               END-READ
           END-PERFORM.

       CHECK-EMPLOYEE-DEPARTMENT.
           *> A terminated employee's old department may well have
           *> been retired since; only the working population is
           *> held to a live department
           MOVE "EMPLOYEE.DAT" TO WS-EXC-FILE.
           MOVE EMP-ID TO WS-EXC-KEY.
           MOVE SPACES TO WS-EXC-TEXT.
           MOVE EMP-DEPARTMENT TO DEPT-CODE.
           IF DEPTS-ON-FILE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       STRING "DEPARTMENT " DELIMITED BY SIZE
                           EMP-DEPARTMENT DELIMITED BY "  "
                           " NOT ON DEPT.DAT" DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM WRITE-SERIOUS
                   NOT INVALID KEY
                       IF DEPT-IS-RETIRED AND NOT EMP-TERMINATED
                           STRING "IN RETIRED DEPARTMENT "
                               DELIMITED BY SIZE
                               EMP-DEPARTMENT DELIMITED BY "  "
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM WRITE-SERIOUS
                       END-IF
               END-READ
           ELSE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   EMP-DEPARTMENT DELIMITED BY "  "
                   " NOT ON DEPT.DAT" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM WRITE-SERIOUS
           END-IF.

       CHECK-BANK-DETAILS.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT BANK-FILE.
           IF BANK-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF BANK-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening bankacct.dat, status: "
                       BANK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ BANK-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BANK-READ
                       MOVE "BANKACCT.DAT" TO WS-EXC-FILE
                       MOVE BA-EMP-ID TO WS-EXC-KEY
                       MOVE BA-EMP-ID TO WS-LOOKUP-EMP-ID
                       PERFORM CHECK-EMPLOYEE-LINK
               END-READ
           END-PERFORM.
           IF BANK-FILE-STATUS NOT = "35"
               CLOSE BANK-FILE
           END-IF.

       CHECK-BENEFITS.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT BENEFIT-FILE.
           IF BENEFIT-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF BENEFIT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening benefit.dat, status: "
                       BENEFIT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ BENEFIT-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEN-READ
                       MOVE "BENEFIT.DAT" TO WS-EXC-FILE
                       MOVE BEN-EMP-ID TO WS-EXC-KEY
                       MOVE BEN-EMP-ID TO WS-LOOKUP-EMP-ID
                       PERFORM CHECK-EMPLOYEE-LINK
               END-READ
           END-PERFORM.
           IF BENEFIT-FILE-STATUS NOT = "35"
               CLOSE BENEFIT-FILE
           END-IF.

       CHECK-DEDUCTIONS.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCT-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF DEDUCT-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening deduct.dat, status: "
                       DEDUCT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DED-READ
                       MOVE "DEDUCT.DAT" TO WS-EXC-FILE
                       MOVE DED-KEY TO WS-EXC-KEY
                       MOVE DED-EMP-ID TO WS-LOOKUP-EMP-ID
                       PERFORM CHECK-EMPLOYEE-LINK
               END-READ
           END-PERFORM.
           IF DEDUCT-FILE-STATUS NOT = "35"
               CLOSE DEDUCTION-FILE
           END-IF.

       CHECK-EMPLOYEE-LINK.
           *> Shared by the bank, benefit, and deduction sweeps: the
           *> record must belong to someone on the master, and
           *> should have been stopped if that someone has gone
           MOVE SPACES TO WS-EXC-TEXT.
           PERFORM LOOKUP-EMPLOYEE.
           IF NOT EMPLOYEE-FOUND
               MOVE "EMPLOYEE NOT ON EMPLOYEE.DAT" TO WS-EXC-TEXT
               PERFORM WRITE-SERIOUS
           ELSE
               IF WS-EMP-TERMINATED
                   MOVE "STILL ACTIVE FOR A TERMINATED EMPLOYEE"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-WARNING
               END-IF
           END-IF.

       CHECK-LEAVE-BALANCES.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF LEAVE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening leavebal.dat, status: "
                       LEAVE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ LEAVE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEAVE-READ
                       MOVE LV-EMP-ID TO WS-LOOKUP-EMP-ID
                       PERFORM LOOKUP-EMPLOYEE
                       IF NOT EMPLOYEE-FOUND
                           MOVE "LEAVEBAL.DAT" TO WS-EXC-FILE
                           MOVE LV-EMP-ID TO WS-EXC-KEY
                           MOVE "EMPLOYEE NOT ON EMPLOYEE.DAT"
                               TO WS-EXC-TEXT
                           PERFORM WRITE-SERIOUS
                       END-IF
               END-READ
           END-PERFORM.
           IF LEAVE-FILE-STATUS NOT = "35"
               CLOSE LEAVE-FILE
           END-IF.

       CHECK-PAY-HISTORY.
           *> History is in EMP-ID order, so an orphaned employee is
           *> reported once, not once per pay period
           MOVE 0 TO WS-PREV-EMP-ID.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening payhist.dat, status: "
                       HISTORY-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF PH-EMP-ID NOT = WS-PREV-EMP-ID
                           MOVE PH-EMP-ID TO WS-PREV-EMP-ID
                           MOVE PH-EMP-ID TO WS-LOOKUP-EMP-ID
                           PERFORM LOOKUP-EMPLOYEE
                           IF NOT EMPLOYEE-FOUND
                               MOVE "PAYHIST.DAT" TO WS-EXC-FILE
                               MOVE PH-EMP-ID TO WS-EXC-KEY
                               MOVE "EMPLOYEE NOT ON EMPLOYEE.DAT"
                                   TO WS-EXC-TEXT
                               PERFORM WRITE-SERIOUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF HISTORY-FILE-STATUS NOT = "35"
               CLOSE PAY-HISTORY-FILE
           END-IF.

       LOOKUP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE SPACE TO WS-EMP-STATUS.
           MOVE WS-LOOKUP-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPLOYEE-FOUND TO TRUE
                   MOVE EMP-STATUS TO WS-EMP-STATUS
           END-READ.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND.
           IF CUSTOMERS-ON-FILE
               MOVE WS-LOOKUP-CUST-ID TO CUST-ID-OUT
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       LOAD-ORDERS-AND-INVOICES.
           PERFORM LOAD-ORDERS.
           PERFORM LOAD-INVOICES.

       LOAD-ORDERS.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening orders.dat, status: "
                       ORDER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORD-READ
                       MOVE ORD-CUST-ID TO WS-LOOKUP-CUST-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF NOT CUSTOMER-FOUND
                           MOVE "ORDERS.DAT" TO WS-EXC-FILE
                           MOVE ORD-NO TO WS-EXC-KEY
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "CUSTOMER " DELIMITED BY SIZE
                               ORD-CUST-ID DELIMITED BY SIZE
                               " NOT ON CUSTOMER.DAT"
                               DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM WRITE-SERIOUS
                       END-IF
                       MOVE ORD-NO     TO SRT-ORD-NO
                       SET SRT-IS-ORDER TO TRUE
                       MOVE 0          TO SRT-INV-NO
                       *> The order file is closed by the time
                       *> the sort comes back, so the order's own
                       *> shipped condition travels with it
                       IF ORD-IS-SHIPPED
                           SET SRT-WAS-SHIPPED TO TRUE
                       ELSE
                           MOVE "N" TO SRT-ORD-SHIPPED
                       END-IF
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.
           IF ORDER-FILE-STATUS NOT = "35"
               CLOSE ORDER-FILE
           END-IF.

       LOAD-INVOICES.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening invoice.dat, status: "
                       INVOICE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-READ
                       MOVE INV-CUST-ID TO WS-LOOKUP-CUST-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF NOT CUSTOMER-FOUND
                           MOVE "INVOICE.DAT" TO WS-EXC-FILE
                           MOVE INV-NO TO WS-EXC-KEY
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "CUSTOMER " DELIMITED BY SIZE
                               INV-CUST-ID DELIMITED BY SIZE
                               " NOT ON CUSTOMER.DAT"
                               DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM WRITE-SERIOUS
                       END-IF
                       MOVE INV-ORD-NO TO SRT-ORD-NO
                       SET SRT-IS-INVOICE TO TRUE
                       MOVE INV-NO     TO SRT-INV-NO
                       MOVE "N"        TO SRT-ORD-SHIPPED
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.
           IF INVOICE-FILE-STATUS NOT = "35"
               CLOSE INVOICE-FILE
           END-IF.

       MATCH-ORDERS-TO-INVOICES.
           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORT TO TRUE
                   NOT AT END
                       IF SRT-ORD-NO NOT = WS-PREV-ORD-NO
                           PERFORM FINISH-ORDER-GROUP
                           MOVE SRT-ORD-NO TO WS-PREV-ORD-NO
                           MOVE "N" TO WS-ORDER-SEEN
                           MOVE "N" TO WS-ORDER-SHIPPED
                           MOVE 0 TO WS-INVOICES-SEEN
                       END-IF
                       IF SRT-IS-ORDER
                           SET ORDER-WAS-SEEN TO TRUE
                           MOVE SRT-ORD-SHIPPED TO WS-ORDER-SHIPPED
                       ELSE
                           ADD 1 TO WS-INVOICES-SEEN
                           IF NOT ORDER-WAS-SEEN
                               PERFORM REPORT-INVOICE-NO-ORDER
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM FINISH-ORDER-GROUP.

       FINISH-ORDER-GROUP.
           *> An order that went out the door must have been billed
           IF ORDER-WAS-SEEN AND ORDER-WAS-SHIPPED
               AND WS-INVOICES-SEEN = 0
               MOVE "ORDERS.DAT" TO WS-EXC-FILE
               MOVE WS-PREV-ORD-NO TO WS-EXC-KEY
               MOVE "SHIPPED ORDER WITH NO INVOICE" TO WS-EXC-TEXT
               PERFORM WRITE-SERIOUS
           END-IF.

       REPORT-INVOICE-NO-ORDER.
           MOVE "INVOICE.DAT" TO WS-EXC-FILE.
           MOVE SRT-INV-NO TO WS-EXC-KEY.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING "ORDER " DELIMITED BY SIZE
               SRT-ORD-NO DELIMITED BY SIZE
               " NOT ON ORDERS.DAT" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING.
           PERFORM WRITE-SERIOUS.

       WRITE-SERIOUS.
           MOVE "SERIOUS" TO WS-EXC-SEVERITY.
           ADD 1 TO WS-SERIOUS-COUNT.
           PERFORM WRITE-EXCEPTION.

       WRITE-WARNING.
           MOVE "WARNING" TO WS-EXC-SEVERITY.
           ADD 1 TO WS-WARNING-COUNT.
           PERFORM WRITE-EXCEPTION.

       WRITE-EXCEPTION.
           IF WS-LINES-ON-PAGE >= 54
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM WRITE-PAGE-HEADINGS
           END-IF.
           MOVE WS-EXC-SEVERITY TO DTL-SEVERITY.
           MOVE WS-EXC-FILE     TO DTL-FILE.
           MOVE WS-EXC-KEY      TO DTL-KEY.
           MOVE WS-EXC-TEXT     TO DTL-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-PAGE-HEADINGS.
           MOVE WS-CURRENT-YMD TO HDG-DATE.
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NO.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEE.DAT" TO RCL-FILE.
           MOVE WS-EMP-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "BANKACCT.DAT" TO RCL-FILE.
           MOVE WS-BANK-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "BENEFIT.DAT" TO RCL-FILE.
           MOVE WS-BEN-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "DEDUCT.DAT" TO RCL-FILE.
           MOVE WS-DED-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "LEAVEBAL.DAT" TO RCL-FILE.
           MOVE WS-LEAVE-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "PAYHIST.DAT" TO RCL-FILE.
           MOVE WS-HIST-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "ORDERS.DAT" TO RCL-FILE.
           MOVE WS-ORD-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE "INVOICE.DAT" TO RCL-FILE.
           MOVE WS-INV-READ TO RCL-COUNT.
           WRITE REPORT-LINE FROM READ-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SERIOUS-COUNT TO TOT-SERIOUS.
           MOVE WS-WARNING-COUNT TO TOT-WARNING.
           WRITE REPORT-LINE FROM TOTAL-LINE.
