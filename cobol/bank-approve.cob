       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-APPROVE.

      *****************************************************************
      * Second-person release screen for bank-detail changes held
      * pending by BANK-MAINT in bankacct.dat. An operator with the
      * approval permission lists what is waiting, and releases or
      * rejects each change. A release must come from a different
      * operator than the one who keyed the change - nobody can
      * approve their own redirection of pay - and moves the held
      * routing and account number into the live fields with a
      * zero-dollar prenote owed to the bank; EMPLOYEE-DEPOSIT sends
      * the prenote and pays by check until its waiting period has
      * passed. A reject simply throws the held change away, and may
      * come from anyone with the permission, including the operator
      * withdrawing their own keying mistake. Every release and
      * reject goes to the shared audit trail carrying both the
      * approver's and the requester's operator ID.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "bankacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS BANK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
       01 BANK-RECORD.
           COPY BANKREC.

       WORKING-STORAGE SECTION.
       01 BANK-FILE-STATUS PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-LIST    VALUE "L" "l".
          88 WS-ACTION-APPROVE VALUE "A" "a".
          88 WS-ACTION-REJECT  VALUE "R" "r".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-CONFIRM       PIC X.
          88 WS-CONFIRMED      VALUE "Y" "y".
       01 WS-BANK-EOF      PIC X.
          88 END-OF-BANK-FILE  VALUE "Y".
       01 WS-PENDING-COUNT PIC 9(5).
       01 WS-HELD-VALUES   PIC X(60).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 APPROVE-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Bank Change Approval Menu".
           02 LINE 3 COL 5 VALUE "L - List Pending Changes".
           02 LINE 4 COL 5 VALUE "A - Approve Pending Change".
           02 LINE 5 COL 5 VALUE "R - Reject Pending Change".
           02 LINE 6 COL 5 VALUE "X - Exit".
           02 LINE 8 COL 5 VALUE "Selection: ".
           02 LINE 8 COL 17 PIC X USING WS-ACTION.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.

           OPEN I-O BANK-FILE.
           IF BANK-FILE-STATUS NOT = "00"
               DISPLAY "Error opening bank file, status: "
                   BANK-FILE-STATUS
               DISPLAY "Bank details are keyed through BANK-MAINT"
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY APPROVE-MENU
               ACCEPT APPROVE-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-LIST
                       PERFORM LIST-PENDING-CHANGES
                   WHEN WS-ACTION-APPROVE
                       PERFORM APPROVE-PENDING-CHANGE
                   WHEN WS-ACTION-REJECT
                       PERFORM REJECT-PENDING-CHANGE
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE BANK-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "BANKAPPR" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       LIST-PENDING-CHANGES.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE "N" TO WS-BANK-EOF.
           MOVE 0 TO BA-EMP-ID.
           START BANK-FILE KEY IS NOT LESS THAN BA-EMP-ID
               INVALID KEY
                   SET END-OF-BANK-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BANK-FILE
               READ BANK-FILE NEXT RECORD
                   AT END
                       SET END-OF-BANK-FILE TO TRUE
                   NOT AT END
                       IF BA-CHANGE-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           DISPLAY BA-EMP-ID " " BA-PEND-ROUTING " "
                               BA-PEND-ACCOUNT " keyed by "
                               BA-PEND-USERID " on " BA-PEND-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Changes awaiting approval: " WS-PENDING-COUNT.

       APPROVE-PENDING-CHANGE.
           DISPLAY "Employee ID to approve: ".
           ACCEPT BA-EMP-ID.
           READ BANK-FILE
               INVALID KEY
                   DISPLAY "No bank details on file, status: "
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT BA-CHANGE-PENDING
                           DISPLAY "No change is pending for "
                               BA-EMP-ID "."
                       WHEN BA-PEND-USERID = WS-USERID
                           DISPLAY "You keyed this change; it must "
                               "be approved by another operator."
                       WHEN OTHER
                           PERFORM SHOW-PENDING-CHANGE
                           DISPLAY "Release these details? (Y/N): "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRMED
                               PERFORM RELEASE-PENDING-CHANGE
                           END-IF
                   END-EVALUATE
           END-READ.

       RELEASE-PENDING-CHANGE.
           *> The released account owes the bank a prenote before any
           *> money goes to it
           MOVE BA-PEND-ROUTING TO BA-ROUTING.
           MOVE BA-PEND-ACCOUNT TO BA-ACCOUNT.
           PERFORM CAPTURE-HELD-VALUES.
           MOVE WS-USERID TO BA-APPROVED-USERID.
           SET BA-PRENOTE-DUE TO TRUE.
           MOVE 0 TO BA-PRENOTE-DATE.
           REWRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Update failed, status: "
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Bank details released; prenote will go "
                       "out on the next deposit run."
                   MOVE "APPROVE" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-AFTER
                   STRING BA-ROUTING DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BA-ACCOUNT DELIMITED BY SIZE
                       " PRENOTE DUE" DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   END-STRING
                   PERFORM LOG-BANK-DECISION
           END-REWRITE.

       REJECT-PENDING-CHANGE.
           DISPLAY "Employee ID to reject: ".
           ACCEPT BA-EMP-ID.
           READ BANK-FILE
               INVALID KEY
                   DISPLAY "No bank details on file, status: "
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   IF NOT BA-CHANGE-PENDING
                       DISPLAY "No change is pending for "
                           BA-EMP-ID "."
                   ELSE
                       PERFORM SHOW-PENDING-CHANGE
                       DISPLAY "Reject this change? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           PERFORM DISCARD-PENDING-CHANGE
                       END-IF
                   END-IF
           END-READ.

       DISCARD-PENDING-CHANGE.
           *> The live details, if any, carry on untouched
           PERFORM CAPTURE-HELD-VALUES.
           REWRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Update failed, status: "
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Pending change rejected."
                   MOVE "REJECT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-AFTER
                   STRING BA-ROUTING DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BA-ACCOUNT DELIMITED BY SIZE
                       " UNCHANGED" DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   END-STRING
                   PERFORM LOG-BANK-DECISION
           END-REWRITE.

       SHOW-PENDING-CHANGE.
           DISPLAY "Employee ID: " BA-EMP-ID.
           DISPLAY "Live Routing: " BA-ROUTING.
           DISPLAY "Live Account: " BA-ACCOUNT.
           DISPLAY "New Routing: " BA-PEND-ROUTING.
           DISPLAY "New Account: " BA-PEND-ACCOUNT.
           DISPLAY "Keyed by " BA-PEND-USERID " on " BA-PEND-DATE.

       CAPTURE-HELD-VALUES.
           *> The held change and who keyed it, for the audit before
           *> image, then clear it off the record
           MOVE SPACES TO WS-HELD-VALUES.
           STRING BA-PEND-ROUTING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BA-PEND-ACCOUNT DELIMITED BY SIZE
               " KEYED BY " DELIMITED BY SIZE
               BA-PEND-USERID DELIMITED BY SIZE
               INTO WS-HELD-VALUES
           END-STRING.
           SET BA-NOTHING-PENDING TO TRUE.
           MOVE 0 TO BA-PEND-ROUTING.
           MOVE SPACES TO BA-PEND-ACCOUNT.
           MOVE SPACES TO BA-PEND-USERID.
           MOVE 0 TO BA-PEND-DATE.

       LOG-BANK-DECISION.
           *> AUDIT-ACTION and AUDIT-AFTER are set by the caller; the
           *> approver is the audit user and the requester rides in
           *> the before image
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE BA-EMP-ID TO AUDIT-KEY.
           MOVE WS-HELD-VALUES TO AUDIT-BEFORE.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
