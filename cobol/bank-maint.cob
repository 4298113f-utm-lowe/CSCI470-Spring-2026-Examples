      * source EMPLOYEE-DEPOSIT draws on when building the electronic
      * deposit file. An employee with no record here falls out of the
      * deposit run onto the pay-by-check listing.
      *
      * One person at one terminal must not be able to redirect an
      * employee's pay, so an add or change here never touches the
      * live routing and account number: the new details are held
      * pending, with this operator's ID, until a different operator
      * releases or rejects them on BANK-APPROVE. Until then the
      * deposit run keeps paying the old account, or pays by check
      * if there is none. A delete takes effect at once - it can
      * only send the employee back to a paper check.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-VALID-RECORD  PIC X VALUE "Y".
          88 RECORD-IS-VALID     VALUE "Y".
      *> The details keyed on the form, held apart from the live ones
       01 WS-NEW-ROUTING   PIC 9(9).
       01 WS-NEW-ACCOUNT   PIC X(17).
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD    PIC 9(8).
          02 FILLER            PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           02 LINE 3 COL 5 VALUE "Employee ID: ".
           02 LINE 3 COL 22 PIC 9(6) USING BA-EMP-ID.
           02 LINE 4 COL 5 VALUE "Routing Number: ".
           02 LINE 4 COL 22 PIC 9(9) USING WS-NEW-ROUTING.
           02 LINE 5 COL 5 VALUE "Account Number: ".
           02 LINE 5 COL 22 PIC X(17) USING WS-NEW-ACCOUNT.

      *> Same layout as BANK-FORM, but the EMP-ID is display-only so a
      *> change can't retype its way into rewriting the wrong record.
      *> The live details are shown for reference only.
       01 BANK-FORM-CHANGE.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Bank Details Form".
           02 LINE 3 COL 5 VALUE "Employee ID: ".
           02 LINE 3 COL 22 PIC 9(6) FROM BA-EMP-ID.
           02 LINE 4 COL 5 VALUE "Routing Number: ".
           02 LINE 4 COL 22 PIC 9(9) USING WS-NEW-ROUTING.
           02 LINE 5 COL 5 VALUE "Account Number: ".
           02 LINE 5 COL 22 PIC X(17) USING WS-NEW-ACCOUNT.
           02 LINE 7 COL 5 VALUE "Live Routing: ".
           02 LINE 7 COL 22 PIC 9(9) FROM BA-ROUTING.
           02 LINE 8 COL 5 VALUE "Live Account: ".
           02 LINE 8 COL 22 PIC X(17) FROM BA-ACCOUNT.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           *> Open for update; create the file the first time it is used
           OPEN I-O BANK-FILE.
           END-IF.

       ADD-BANK-DETAILS.
           *> A new employee's record goes on with no live account, so
           *> the deposit run pays by check until the details are
           *> released
           MOVE 0 TO BA-EMP-ID.
           MOVE 0 TO WS-NEW-ROUTING.
           MOVE SPACES TO WS-NEW-ACCOUNT.
           MOVE "N" TO WS-VALID-RECORD.
           PERFORM UNTIL RECORD-IS-VALID
               DISPLAY BANK-FORM
               ACCEPT BANK-FORM
               PERFORM VALIDATE-BANK-FORM
           END-PERFORM.
           MOVE 0 TO BA-ROUTING.
           MOVE SPACES TO BA-ACCOUNT.
           MOVE SPACES TO BA-APPROVED-USERID.
           MOVE SPACE TO BA-PRENOTE-STATUS.
           MOVE 0 TO BA-PRENOTE-DATE.
           PERFORM HOLD-NEW-DETAILS.
           WRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Could not add bank details, status: "
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Bank details added, pending approval."
                   MOVE "PENDING" TO AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-VALUES
                   PERFORM LOG-BANK-CHANGE
           END-WRITE.
                       BANK-FILE-STATUS
               NOT INVALID KEY
                   PERFORM CAPTURE-BEFORE-VALUES
                   *> Start from what is already waiting, if anything,
                   *> so a correction to a pending change is a re-key
                   *> of it rather than of the live details
                   IF BA-CHANGE-PENDING
                       MOVE BA-PEND-ROUTING TO WS-NEW-ROUTING
                       MOVE BA-PEND-ACCOUNT TO WS-NEW-ACCOUNT
                   ELSE
                       MOVE BA-ROUTING TO WS-NEW-ROUTING
                       MOVE BA-ACCOUNT TO WS-NEW-ACCOUNT
                   END-IF
                   MOVE "N" TO WS-VALID-RECORD
                   PERFORM UNTIL RECORD-IS-VALID
                       DISPLAY BANK-FORM-CHANGE
                       ACCEPT BANK-FORM-CHANGE
                       PERFORM VALIDATE-BANK-FORM
                   END-PERFORM
                   IF WS-NEW-ROUTING = BA-ROUTING
                       AND WS-NEW-ACCOUNT = BA-ACCOUNT
                       AND BA-NOTHING-PENDING
                       DISPLAY "No change to the live details."
                   ELSE
                       PERFORM HOLD-NEW-DETAILS
                       REWRITE BANK-RECORD
                           INVALID KEY
                               DISPLAY "Update failed, status: "
                                   BANK-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Bank details change pending "
                                   "approval."
                               MOVE "PENDING" TO AUDIT-ACTION
                               PERFORM LOG-BANK-CHANGE
                       END-REWRITE
                   END-IF
           END-READ.

       HOLD-NEW-DETAILS.
           MOVE WS-NEW-ROUTING TO BA-PEND-ROUTING.
           MOVE WS-NEW-ACCOUNT TO BA-PEND-ACCOUNT.
           MOVE WS-USERID      TO BA-PEND-USERID.
           MOVE WS-CURRENT-YMD TO BA-PEND-DATE.
           SET BA-CHANGE-PENDING TO TRUE.

       DELETE-BANK-DETAILS.
           *> Deleting just means the employee goes back to being paid
           *> by check on the next deposit run
                   DISPLAY "Employee ID: " BA-EMP-ID
                   DISPLAY "Routing Number: " BA-ROUTING
                   DISPLAY "Account Number: " BA-ACCOUNT
                   EVALUATE TRUE
                       WHEN BA-ROUTING = ZERO
                           DISPLAY "No live account; paid by check."
                       WHEN BA-PRENOTE-DUE
                           DISPLAY "Released by " BA-APPROVED-USERID
                               "; prenote not yet sent."
                       WHEN BA-PRENOTE-SENT
                           DISPLAY "Released by " BA-APPROVED-USERID
                               "; prenote sent " BA-PRENOTE-DATE "."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF BA-CHANGE-PENDING
                       DISPLAY "Pending Routing: " BA-PEND-ROUTING
                       DISPLAY "Pending Account: " BA-PEND-ACCOUNT
                       DISPLAY "Keyed by " BA-PEND-USERID " on "
                           BA-PEND-DATE ", awaiting approval."
                   END-IF
           END-READ.

       VALIDATE-BANK-FORM.
                   OR BA-EMP-ID = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Employee ID must be numeric and non-zero."
               WHEN WS-NEW-ROUTING IS NOT NUMERIC
                   OR WS-NEW-ROUTING = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Routing number must be numeric "
                       "and non-zero."
               WHEN WS-NEW-ACCOUNT = SPACES
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Account number cannot be blank."
               WHEN OTHER

       LOG-BANK-CHANGE.
           *> AUDIT-ACTION and WS-BEFORE-VALUES are set by the caller
           *> before this is PERFORMed; the after image is the held
           *> change, since nothing live has moved
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE BA-EMP-ID TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING BA-PEND-ROUTING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BA-PEND-ACCOUNT DELIMITED BY SIZE
               " PENDING" DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
