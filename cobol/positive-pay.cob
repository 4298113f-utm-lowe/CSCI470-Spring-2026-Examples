       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.

      *****************************************************************
      * Positive-pay step run after CHECK-ISSUE. Sweeps the check
      * register checkreg.dat and writes the bank's fixed-format
      * issued-check file posipay.dat: a file header, one detail per
      * check the bank has not yet been told about, and a trailer
      * carrying the record count and total dollars, the same way
      * EMPLOYEE-DEPOSIT balances the deposit file. An outstanding
      * check goes out as an issue; a check voided on CHECK-VOID goes
      * out as a void, whether or not its issue was sent first. The
      * payee name comes from the employee master. Each entry is
      * marked on the register as it is written, so a check is sent
      * once as an issue and once more only if it is later voided -
      * the bank pays nothing that is not on a file from us, and
      * refuses anything we have voided. posipay.dat is rebuilt
      * every run and must go to the bank before the next one.
      * Checks already cleared before they were ever sent have been
      * paid, and are left alone.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NO
               FILE STATUS IS REGISTER-FILE-STATUS.

           *> Employee master, read-only, for the payee name
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "posipay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSPAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD-OUT.
           COPY EMPREC.

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-LINE PIC X(53).

       WORKING-STORAGE SECTION.
       01 REGISTER-FILE-STATUS PIC 9(2).
       01 FILE-STATUS          PIC 9(2).
       01 POSPAY-FILE-STATUS   PIC 9(2).
       01 WS-REGISTER-EOF      PIC X VALUE "N".
          88 END-OF-REGISTER       VALUE "Y".
       01 WS-ISSUE-COUNT       PIC 9(6) VALUE 0.
       01 WS-VOID-COUNT        PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT      PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-NO-PAYEE-COUNT    PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD    PIC 9(8).
          02 FILLER            PIC X(13).

      *> Fixed-format positive-pay records: "H" header, "D" detail,
      *> "T" trailer, as agreed with the bank. PP-ACTION is "I" for
      *> an issued check and "V" for a void; the void date is zero
      *> on an issue
       01 POSPAY-HEADER.
          02 FILLER          PIC X VALUE "H".
          02 PP-HDR-DATE     PIC 9(8).

       01 POSPAY-DETAIL.
          02 FILLER          PIC X VALUE "D".
          02 PP-CHECK-NO     PIC 9(6).
          02 PP-ISSUE-DATE   PIC 9(8).
          02 PP-AMOUNT       PIC 9(7)V99.
          02 PP-PAYEE        PIC X(20).
          02 PP-ACTION       PIC X.
          02 PP-VOID-DATE    PIC 9(8).

       01 POSPAY-TRAILER.
          02 FILLER          PIC X VALUE "T".
          02 PP-TRL-COUNT    PIC 9(6).
          02 PP-TRL-TOTAL    PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           MOVE "N" TO WS-REGISTER-EOF.
           MOVE 0   TO WS-ISSUE-COUNT.
           MOVE 0   TO WS-VOID-COUNT.
           MOVE 0   TO WS-DETAIL-COUNT.
           MOVE 0   TO WS-DETAIL-TOTAL.
           MOVE 0   TO WS-NO-PAYEE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O CHECK-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening check register, status: "
                   REGISTER-FILE-STATUS
               DISPLAY "Run CHECK-ISSUE before the positive-pay step"
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN INPUT EMPLOYEE-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employee file, status: "
                   FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "Error opening positive-pay file, status: "
                   POSPAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           PERFORM WRITE-POSPAY-HEADER.

           PERFORM UNTIL END-OF-REGISTER
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-REGISTER TO TRUE
                   NOT AT END
                       PERFORM SELECT-REGISTER-ENTRY
               END-READ
           END-PERFORM.

           PERFORM WRITE-POSPAY-TRAILER.

           CLOSE CHECK-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Error closing check register, status: "
                   REGISTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           CLOSE EMPLOYEE-FILE.

           CLOSE POSITIVE-PAY-FILE.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "Error closing positive-pay file, status: "
                   POSPAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           DISPLAY "Positive-pay file written to posipay.dat".
           DISPLAY "Issues sent: " WS-ISSUE-COUNT
               ", voids sent: " WS-VOID-COUNT
               ", total: " WS-DETAIL-TOTAL.
           IF WS-NO-PAYEE-COUNT > 0
               DISPLAY "Checks sent with no payee on the employee "
                   "master: " WS-NO-PAYEE-COUNT
           END-IF.
           GOBACK.

       SELECT-REGISTER-ENTRY.
           *> A void the bank hasn't had yet goes out as a void; an
           *> outstanding check it hasn't had goes out as an issue
           EVALUATE TRUE
               WHEN CHK-IS-VOID AND NOT CHK-PP-VOID-SENT
                   MOVE "V" TO PP-ACTION
                   MOVE CHK-VOID-DATE TO PP-VOID-DATE
                   PERFORM SEND-REGISTER-ENTRY
                   ADD 1 TO WS-VOID-COUNT
               WHEN CHK-IS-OUTSTANDING AND CHK-PP-NOT-SENT
                   MOVE "I" TO PP-ACTION
                   MOVE 0 TO PP-VOID-DATE
                   PERFORM SEND-REGISTER-ENTRY
                   ADD 1 TO WS-ISSUE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SEND-REGISTER-ENTRY.
           PERFORM LOOKUP-PAYEE.
           MOVE CHK-NO     TO PP-CHECK-NO.
           MOVE CHK-DATE   TO PP-ISSUE-DATE.
           MOVE CHK-AMOUNT TO PP-AMOUNT.
           WRITE POSITIVE-PAY-LINE FROM POSPAY-DETAIL.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "Error writing positive-pay detail, status: "
                   POSPAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           ADD 1          TO WS-DETAIL-COUNT.
           ADD CHK-AMOUNT TO WS-DETAIL-TOTAL.
           PERFORM MARK-ENTRY-SENT.

       LOOKUP-PAYEE.
           *> A payee missing from the master still goes to the bank
           *> by number and amount, and is called out for the clerk
           MOVE CHK-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO PP-PAYEE
                   ADD 1 TO WS-NO-PAYEE-COUNT
                   DISPLAY "Check " CHK-NO ": employee " CHK-EMP-ID
                       " not on employee master; sent without payee"
               NOT INVALID KEY
                   MOVE EMP-NAME TO PP-PAYEE
           END-READ.

       MARK-ENTRY-SENT.
           *> Mark the register only once the detail is on the file,
           *> so a failed run re-sends rather than silently drops
           IF PP-ACTION = "V"
               SET CHK-PP-VOID-SENT TO TRUE
           ELSE
               SET CHK-PP-ISSUE-SENT TO TRUE
           END-IF.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Error marking check " CHK-NO " sent, "
                       "status: " REGISTER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-REWRITE.

       WRITE-POSPAY-HEADER.
           MOVE WS-CURRENT-YMD TO PP-HDR-DATE.
           WRITE POSITIVE-PAY-LINE FROM POSPAY-HEADER.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "Error writing positive-pay header, status: "
                   POSPAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       WRITE-POSPAY-TRAILER.
           *> The bank balances the file against this count and total
           *> before loading any of it
           MOVE WS-DETAIL-COUNT TO PP-TRL-COUNT.
           MOVE WS-DETAIL-TOTAL TO PP-TRL-TOTAL.
           WRITE POSITIVE-PAY-LINE FROM POSPAY-TRAILER.
           IF POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "Error writing positive-pay trailer, status: "
                   POSPAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
