      * the bank can balance the file on receipt. Employees with no
      * bank details fall out onto the pay-by-check listing instead
      * of being silently dropped.
      *
      * Only the live details in bankacct.dat are paid to - a change
      * still waiting for a second operator on BANK-APPROVE is not.
      * A newly released account first goes to the bank as a zero-
      * dollar prenote entry, sent once at the end of the run for
      * every account that owes one, and the employee stays on the
      * pay-by-check path until the prenote period has passed since
      * it went out. The trailer's count and total are the money-
      * moving entries NIGHT-BALANCE ties to the register; the
      * prenotes are counted separately beside them.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NETPAY-FILE-STATUS.

           *> Opened for update to record each prenote as it is sent
           SELECT BANK-FILE ASSIGN TO "bankacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY BANKREC.

       FD DEPOSIT-FILE.
       01 DEPOSIT-LINE PIC X(43).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-LINE PIC X(80).
          88 END-OF-NETPAY        VALUE "Y".
       01 WS-BANK-FOUND       PIC X VALUE "N".
          88 BANK-WAS-FOUND       VALUE "Y".
       01 WS-BANK-EOF         PIC X.
          88 END-OF-BANK-FILE     VALUE "Y".
       01 WS-CHECK-REASON     PIC X(20).
      *> Calendar days from the prenote going out until the account
      *> may be paid to
       01 WS-PRENOTE-DAYS     PIC 9(3) VALUE 10.
       01 WS-DAYS-SINCE-PRENOTE PIC S9(7).
       01 WS-PRENOTE-COUNT    PIC 9(6) VALUE 0.
       01 WS-DEPOSIT-COUNT    PIC 9(6) VALUE 0.
       01 WS-DEPOSIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-COUNT      PIC 9(5) VALUE 0.
          02 FILLER           PIC X(13).

      *> Fixed-format bank file records: "H" header, "D" detail,
      *> "T" trailer, as agreed with the bank. DEP-ENTRY-TYPE is "C"
      *> for a credit to the account and "P" for a zero-dollar
      *> prenote
       01 DEPOSIT-HEADER.
          02 FILLER          PIC X VALUE "H".
          02 DEP-HDR-DATE    PIC 9(8).
          02 DEP-ROUTING     PIC 9(9).
          02 DEP-ACCOUNT     PIC X(17).
          02 DEP-AMOUNT      PIC 9(7)V99.
          02 DEP-ENTRY-TYPE  PIC X.

       01 DEPOSIT-TRAILER.
          02 FILLER          PIC X VALUE "T".
          02 DEP-TRL-COUNT   PIC 9(6).
          02 DEP-TRL-TOTAL   PIC 9(11)V99.
          02 DEP-TRL-PRENOTES PIC 9(6).

       01 CHECK-HEADING-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(38) VALUE
               "PAY BY CHECK - NO LIVE BANK ACCOUNT".
          02 FILLER PIC X(3)  VALUE SPACES.
          02 CHK-HDG-DATE PIC 9(8).

          02 CHK-EMP-NAME    PIC X(20).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 CHK-AMOUNT      PIC $$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 CHK-REASON      PIC X(20).

       01 CHECK-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
           MOVE 0   TO WS-DEPOSIT-COUNT.
           MOVE 0   TO WS-DEPOSIT-TOTAL.
           MOVE 0   TO WS-CHECK-COUNT.
           MOVE 0   TO WS-PRENOTE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT NET-PAY-FILE.
               DISPLAY "Run EMPLOYEE-PAYROLL before the deposit step"
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN I-O BANK-FILE.
           IF BANK-FILE-STATUS NOT = "00"
               DISPLAY "Error opening bank file bankacct.dat, "
                   "status: " BANK-FILE-STATUS
               END-READ
           END-PERFORM.

           PERFORM SEND-DUE-PRENOTES.
           PERFORM WRITE-DEPOSIT-TRAILER.
           PERFORM WRITE-CHECK-TOTAL.

           DISPLAY "Deposits: " WS-DEPOSIT-COUNT
               ", total: " WS-DEPOSIT-TOTAL.
           DISPLAY "Pay-by-check exceptions: " WS-CHECK-COUNT.
           DISPLAY "Prenotes sent: " WS-PRENOTE-COUNT.
           GOBACK.

       PROCESS-NET-PAY-RECORD.
           MOVE "N" TO WS-BANK-FOUND.
           MOVE "NO BANK DETAILS" TO WS-CHECK-REASON.
           MOVE NP-EMP-ID TO BA-EMP-ID.
           READ BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-ACCOUNT-IS-PAYABLE
           END-READ.
           IF BANK-WAS-FOUND
               PERFORM WRITE-DEPOSIT-DETAIL
               PERFORM WRITE-CHECK-DETAIL
           END-IF.

       CHECK-ACCOUNT-IS-PAYABLE.
           *> A record with nothing released yet, a prenote not yet
           *> sent, or one sent inside the prenote period all mean a
           *> check this cycle. Once the period has run the account
           *> is marked live so later runs needn't work it out again
           EVALUATE TRUE
               WHEN BA-ROUTING = ZERO
                   CONTINUE
               WHEN BA-PRENOTE-DUE
                   MOVE "PRENOTE NOT YET SENT" TO WS-CHECK-REASON
               WHEN BA-PRENOTE-SENT
                   COMPUTE WS-DAYS-SINCE-PRENOTE =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-YMD)
                       - FUNCTION INTEGER-OF-DATE(BA-PRENOTE-DATE)
                   IF WS-DAYS-SINCE-PRENOTE < WS-PRENOTE-DAYS
                       MOVE "PRENOTE PERIOD" TO WS-CHECK-REASON
                   ELSE
                       MOVE "L" TO BA-PRENOTE-STATUS
                       PERFORM REWRITE-BANK-RECORD
                       SET BANK-WAS-FOUND TO TRUE
                   END-IF
               WHEN OTHER
                   SET BANK-WAS-FOUND TO TRUE
           END-EVALUATE.

       SEND-DUE-PRENOTES.
           *> Every released account still owing its prenote goes out
           *> now, whether or not the employee was paid this run
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
                       IF BA-PRENOTE-DUE AND BA-ROUTING NOT = ZERO
                           PERFORM WRITE-PRENOTE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PRENOTE-DETAIL.
           MOVE BA-EMP-ID  TO DEP-EMP-ID.
           MOVE BA-ROUTING TO DEP-ROUTING.
           MOVE BA-ACCOUNT TO DEP-ACCOUNT.
           MOVE 0          TO DEP-AMOUNT.
           MOVE "P"        TO DEP-ENTRY-TYPE.
           WRITE DEPOSIT-LINE FROM DEPOSIT-DETAIL.
           IF DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing prenote detail, status: "
                   DEPOSIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           ADD 1 TO WS-PRENOTE-COUNT.
           SET BA-PRENOTE-SENT TO TRUE.
           MOVE WS-CURRENT-YMD TO BA-PRENOTE-DATE.
           PERFORM REWRITE-BANK-RECORD.

       REWRITE-BANK-RECORD.
           REWRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Error updating bank record " BA-EMP-ID
                       ", status: " BANK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-REWRITE.

       WRITE-DEPOSIT-HEADER.
           MOVE WS-CURRENT-YMD TO DEP-HDR-DATE.
           WRITE DEPOSIT-LINE FROM DEPOSIT-HEADER.
           MOVE BA-ROUTING TO DEP-ROUTING.
           MOVE BA-ACCOUNT TO DEP-ACCOUNT.
           MOVE NP-NET-PAY TO DEP-AMOUNT.
           MOVE "C"        TO DEP-ENTRY-TYPE.
           WRITE DEPOSIT-LINE FROM DEPOSIT-DETAIL.
           IF DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing deposit detail, status: "
           *> before posting anything
           MOVE WS-DEPOSIT-COUNT TO DEP-TRL-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO DEP-TRL-TOTAL.
           MOVE WS-PRENOTE-COUNT TO DEP-TRL-PRENOTES.
           WRITE DEPOSIT-LINE FROM DEPOSIT-TRAILER.
           IF DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing deposit trailer, status: "
           MOVE NP-EMP-ID   TO CHK-EMP-ID.
           MOVE NP-EMP-NAME TO CHK-EMP-NAME.
           MOVE NP-NET-PAY  TO CHK-AMOUNT.
           MOVE WS-CHECK-REASON TO CHK-REASON.
           WRITE CHECK-REPORT-LINE FROM CHECK-DETAIL-LINE.
           IF CHECK-FILE-STATUS NOT = "00"
               DISPLAY "Error writing pay-by-check detail, status: "
