       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-VOID.

      *****************************************************************
      * Void and reissue screen for the check register checkreg.dat.
      * A lost, spoiled, or stale payroll check is marked void with
      * the date and the clerk's reason - never deleted, so the bank
      * presenting it later still lands on CHECK-RECON's exceptions.
      * A voided check can then be reissued once: the replacement
      * takes the next number from the same checkseq.ctl sequence
      * CHECK-ISSUE uses, for the same employee and amount, goes on
      * the register as outstanding, and its face is added to
      * checks.rpt for the signature plates. The two register
      * entries point at each other, and every void and reissue goes
      * to the shared audit trail. POSITIVE-PAY sends the void, and
      * the replacement as a new issue, to the bank on its next run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NO
               FILE STATUS IS REGISTER-FILE-STATUS.

           *> Employee master, read-only, for the payee name on a
           *> reissued face
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.

           *> Same sequence CHECK-ISSUE draws from, so a reissue can
           *> never duplicate a number the next run will print
           SELECT CHECK-SEQUENCE-FILE ASSIGN TO "checkseq.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SEQUENCE-FILE-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO "checks.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD CHECK-SEQUENCE-FILE.
       01 CHECK-SEQUENCE-RECORD.
          02 CKS-NEXT-NUMBER PIC 9(6).

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 REGISTER-FILE-STATUS PIC 9(2).
       01 FILE-STATUS          PIC 9(2).
       01 SEQUENCE-FILE-STATUS PIC 9(2).
       01 PRINT-FILE-STATUS    PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-VOID    VALUE "V" "v".
          88 WS-ACTION-REISSUE VALUE "R" "r".
          88 WS-ACTION-INQUIRE VALUE "I" "i".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-CHECK-NO      PIC 9(6).
       01 WS-VOID-REASON   PIC X(30).
       01 WS-NEXT-CHECK-NO PIC 9(6).
       01 WS-SEQUENCE-OK   PIC X.
          88 SEQUENCE-IS-USABLE  VALUE "Y".
       01 WS-PAYEE-NAME    PIC X(20).
      *> The voided entry, held while the replacement is written
       01 WS-ORIGINAL-CHECK.
          02 WS-ORIGINAL-NO     PIC 9(6).
          02 WS-ORIGINAL-EMP-ID PIC 9(6).
          02 WS-ORIGINAL-AMOUNT PIC 9(7)V99.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD    PIC 9(8).
          02 FILLER            PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       01 FACE-NUMBER-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(11) VALUE "CHECK NO: ".
          02 FACE-CHECK-NO PIC 9(6).
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(6)  VALUE "DATE: ".
          02 FACE-DATE PIC 9(8).

       01 FACE-PAYEE-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(21) VALUE "PAY TO THE ORDER OF: ".
          02 FACE-PAYEE PIC X(20).

       01 FACE-AMOUNT-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(21) VALUE "THE AMOUNT OF: ".
          02 FACE-AMOUNT PIC $$,$$$,$$9.99.

       01 FACE-EMP-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(9)  VALUE "EMP ID: ".
          02 FACE-EMP-ID PIC 9(6).

       01 FACE-REPLACES-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(24) VALUE "REPLACES VOIDED CHECK: ".
          02 FACE-ORIGINAL-NO PIC 9(6).

       SCREEN SECTION.
       01 VOID-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Check Void/Reissue Menu".
           02 LINE 3 COL 5 VALUE "V - Void Check".
           02 LINE 4 COL 5 VALUE "R - Reissue Voided Check".
           02 LINE 5 COL 5 VALUE "I - Inquire Check".
           02 LINE 6 COL 5 VALUE "X - Exit".
           02 LINE 8 COL 5 VALUE "Selection: ".
           02 LINE 8 COL 17 PIC X USING WS-ACTION.

       01 VOID-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Void Check".
           02 LINE 3 COL 5 VALUE "Check Number: ".
           02 LINE 3 COL 24 PIC 9(6) USING WS-CHECK-NO.
           02 LINE 4 COL 5 VALUE "Reason: ".
           02 LINE 4 COL 24 PIC X(30) USING WS-VOID-REASON.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O CHECK-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening check register, status: "
                   REGISTER-FILE-STATUS
               DISPLAY "Run CHECK-ISSUE to build the register"
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employee file, status: "
                   FILE-STATUS
               CLOSE CHECK-REGISTER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY VOID-MENU
               ACCEPT VOID-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-VOID
                       PERFORM VOID-CHECK
                   WHEN WS-ACTION-REISSUE
                       PERFORM REISSUE-CHECK
                   WHEN WS-ACTION-INQUIRE
                       PERFORM INQUIRE-CHECK
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE CHECK-REGISTER-FILE.
           CLOSE EMPLOYEE-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "CHKVOID" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       VOID-CHECK.
           *> Only an outstanding check can be voided - a cleared one
           *> has already been paid by the bank, and a void is final
           MOVE 0 TO WS-CHECK-NO.
           MOVE SPACES TO WS-VOID-REASON.
           DISPLAY VOID-FORM.
           ACCEPT VOID-FORM.
           IF WS-VOID-REASON = SPACES
               DISPLAY "A reason is required to void a check."
           ELSE
               MOVE WS-CHECK-NO TO CHK-NO
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "Check not on register, status: "
                           REGISTER-FILE-STATUS
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CHK-IS-VOID
                               DISPLAY "Check is already void."
                           WHEN CHK-IS-CLEARED
                               DISPLAY "Check cleared the bank on "
                                   CHK-CLEARED-DATE
                                   "; it cannot be voided."
                           WHEN OTHER
                               PERFORM MARK-CHECK-VOID
                       END-EVALUATE
               END-READ
           END-IF.

       MARK-CHECK-VOID.
           PERFORM CAPTURE-BEFORE-VALUES.
           SET CHK-IS-VOID TO TRUE.
           MOVE WS-CURRENT-YMD TO CHK-VOID-DATE.
           MOVE WS-VOID-REASON TO CHK-VOID-REASON.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Update failed, status: "
                       REGISTER-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Check " CHK-NO " voided."
                   MOVE "VOID" TO AUDIT-ACTION
                   MOVE WS-USERID TO AUDIT-USERID
                   MOVE CHK-NO TO AUDIT-KEY
                   MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE
                   MOVE SPACES TO AUDIT-AFTER
                   STRING CHK-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CHK-VOID-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CHK-VOID-REASON DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   END-STRING
                   CALL "AUDIT-WRITE" USING AUDIT-PARMS
           END-REWRITE.

       REISSUE-CHECK.
           *> A reissue needs a voided check that hasn't already been
           *> replaced, and an employee to make the face out to
           DISPLAY "Voided check number to reissue: ".
           ACCEPT WS-CHECK-NO.
           MOVE WS-CHECK-NO TO CHK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Check not on register, status: "
                       REGISTER-FILE-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CHK-IS-VOID
                           DISPLAY "Only a voided check can be "
                               "reissued; void it first."
                       WHEN CHK-REISSUE-NO NOT = ZERO
                           DISPLAY "Check was already reissued as "
                               CHK-REISSUE-NO "."
                       WHEN OTHER
                           PERFORM LOOKUP-PAYEE
                   END-EVALUATE
           END-READ.

       LOOKUP-PAYEE.
           MOVE CHK-NO     TO WS-ORIGINAL-NO.
           MOVE CHK-EMP-ID TO WS-ORIGINAL-EMP-ID.
           MOVE CHK-AMOUNT TO WS-ORIGINAL-AMOUNT.
           MOVE CHK-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee " CHK-EMP-ID " not on employee "
                       "master; cannot reissue."
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-PAYEE-NAME
                   PERFORM READ-CHECK-SEQUENCE
                   IF SEQUENCE-IS-USABLE
                       PERFORM WRITE-REPLACEMENT-CHECK
                   END-IF
           END-READ.

       WRITE-REPLACEMENT-CHECK.
           MOVE WS-NEXT-CHECK-NO   TO CHK-NO.
           MOVE WS-ORIGINAL-EMP-ID TO CHK-EMP-ID.
           MOVE WS-CURRENT-YMD     TO CHK-DATE.
           MOVE WS-ORIGINAL-AMOUNT TO CHK-AMOUNT.
           SET CHK-IS-OUTSTANDING TO TRUE.
           MOVE 0 TO CHK-CLEARED-DATE.
           MOVE 0 TO CHK-VOID-DATE.
           MOVE SPACES TO CHK-VOID-REASON.
           MOVE 0 TO CHK-REISSUE-NO.
           MOVE WS-ORIGINAL-NO TO CHK-ORIGINAL-NO.
           SET CHK-PP-NOT-SENT TO TRUE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   *> Same rule as CHECK-ISSUE: a number already on
                   *> the register means the sequence was wound back
                   DISPLAY "Check number " CHK-NO " is already on "
                       "the register; fix checkseq.ctl."
               NOT INVALID KEY
                   ADD 1 TO WS-NEXT-CHECK-NO
                   PERFORM REWRITE-CHECK-SEQUENCE
                   PERFORM PRINT-CHECK-FACE
                   PERFORM LOG-REISSUE
                   PERFORM LINK-VOIDED-CHECK
                   DISPLAY "Check " WS-ORIGINAL-NO " reissued as "
                       CHK-NO "."
           END-WRITE.

       LINK-VOIDED-CHECK.
           *> Point the voided entry at its replacement so it can't be
           *> reissued a second time
           MOVE CHK-NO TO WS-CHECK-NO.
           MOVE WS-ORIGINAL-NO TO CHK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Voided check " WS-ORIGINAL-NO
                       " vanished from the register, status: "
                       REGISTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE WS-CHECK-NO TO CHK-REISSUE-NO
                   REWRITE CHECK-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "Update failed, status: "
                               REGISTER-FILE-STATUS
                   END-REWRITE
           END-READ.
           MOVE WS-CHECK-NO TO CHK-NO.

       READ-CHECK-SEQUENCE.
           *> Same seeding rule as CHECK-ISSUE when the sequence file
           *> has never been written
           MOVE "N" TO WS-SEQUENCE-OK.
           OPEN INPUT CHECK-SEQUENCE-FILE.
           IF SEQUENCE-FILE-STATUS = "35"
               MOVE 100001 TO WS-NEXT-CHECK-NO
               MOVE "Y" TO WS-SEQUENCE-OK
               DISPLAY "No checkseq.ctl on file; check numbers "
                   "start at " WS-NEXT-CHECK-NO
           ELSE
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening checkseq.ctl, status: "
                       SEQUENCE-FILE-STATUS
               ELSE
                   READ CHECK-SEQUENCE-FILE
                       AT END
                           DISPLAY "checkseq.ctl is empty; supply "
                               "the next check number"
                       NOT AT END
                           IF CKS-NEXT-NUMBER NOT NUMERIC
                               OR CKS-NEXT-NUMBER = ZERO
                               DISPLAY "checkseq.ctl next number is "
                                   "not usable: " CKS-NEXT-NUMBER
                           ELSE
                               MOVE CKS-NEXT-NUMBER
                                   TO WS-NEXT-CHECK-NO
                               MOVE "Y" TO WS-SEQUENCE-OK
                           END-IF
                   END-READ
                   CLOSE CHECK-SEQUENCE-FILE
               END-IF
           END-IF.

       REWRITE-CHECK-SEQUENCE.
           MOVE WS-NEXT-CHECK-NO TO CKS-NEXT-NUMBER.
           OPEN OUTPUT CHECK-SEQUENCE-FILE.
           IF SEQUENCE-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting checkseq.ctl, status: "
                   SEQUENCE-FILE-STATUS
           ELSE
               WRITE CHECK-SEQUENCE-RECORD
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   DISPLAY "Error writing checkseq.ctl, status: "
                       SEQUENCE-FILE-STATUS
               END-IF
               CLOSE CHECK-SEQUENCE-FILE
           END-IF.

       PRINT-CHECK-FACE.
           *> Added to the end of checks.rpt, same one-face-per-page
           *> layout CHECK-ISSUE prints, plus the number it replaces
           OPEN EXTEND CHECK-PRINT-FILE.
           IF PRINT-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.
           IF PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening check print file, status: "
                   PRINT-FILE-STATUS
           ELSE
               MOVE CHK-NO         TO FACE-CHECK-NO
               MOVE WS-CURRENT-YMD TO FACE-DATE
               WRITE CHECK-PRINT-LINE FROM FACE-NUMBER-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE WS-PAYEE-NAME TO FACE-PAYEE
               WRITE CHECK-PRINT-LINE FROM FACE-PAYEE-LINE
               MOVE CHK-AMOUNT TO FACE-AMOUNT
               WRITE CHECK-PRINT-LINE FROM FACE-AMOUNT-LINE
               MOVE SPACES TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE CHK-EMP-ID TO FACE-EMP-ID
               WRITE CHECK-PRINT-LINE FROM FACE-EMP-LINE
               MOVE WS-ORIGINAL-NO TO FACE-ORIGINAL-NO
               WRITE CHECK-PRINT-LINE FROM FACE-REPLACES-LINE
               IF PRINT-FILE-STATUS NOT = "00"
                   DISPLAY "Error printing check face " CHK-NO
                       ", status: " PRINT-FILE-STATUS
               ELSE
                   DISPLAY "Check face added to checks.rpt"
               END-IF
               CLOSE CHECK-PRINT-FILE
           END-IF.

       LOG-REISSUE.
           MOVE "REISSUE"  TO AUDIT-ACTION.
           MOVE WS-USERID  TO AUDIT-USERID.
           MOVE CHK-NO     TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "VOID " DELIMITED BY SIZE
               WS-ORIGINAL-NO DELIMITED BY SIZE
               INTO AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO AUDIT-AFTER.
           STRING CHK-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHK-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHK-DATE DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.

       INQUIRE-CHECK.
           DISPLAY "Check number to inquire: ".
           ACCEPT WS-CHECK-NO.
           MOVE WS-CHECK-NO TO CHK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Check not on register, status: "
                       REGISTER-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Check " CHK-NO "  emp " CHK-EMP-ID
                       "  issued " CHK-DATE "  amount " CHK-AMOUNT
                   DISPLAY "Status: " CHK-STATUS
                       "  cleared " CHK-CLEARED-DATE
                   IF CHK-IS-VOID
                       DISPLAY "Voided " CHK-VOID-DATE ": "
                           CHK-VOID-REASON
                   END-IF
                   IF CHK-REISSUE-NO NOT = ZERO
                       DISPLAY "Reissued as " CHK-REISSUE-NO
                   END-IF
                   IF CHK-ORIGINAL-NO NOT = ZERO
                       DISPLAY "Replaces voided check "
                           CHK-ORIGINAL-NO
                   END-IF
           END-READ.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           STRING CHK-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHK-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHK-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHK-DATE DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.
