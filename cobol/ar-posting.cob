       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-POSTING.

      *****************************************************************
      * Daily receivables batch for the general ledger. Sums the
      * invoices ORDER-ENTRY raised on the batch date (invoice.dat,
      * by INV-DATE), the customer payments CASH-RECEIPTS took
      * that day (the receipts.dat journal, by RCP-DATE), and the
      * credit memos RETURN-ENTRY wrote for returned goods
      * (creditmemo.dat, by CM-DATE), and writes
      * glposting.dat in the same header/detail/trailer layout
      * EMPLOYEE-PAYROLL writes, with source AR in the header:
      *     DR 110100 accounts receivable   invoices raised
      *     CR 400100 sales                 invoices raised
      *     DR 100100 cash                  payments received
      *     CR 110100 accounts receivable   payments received
      *     DR 410100 sales returns         credit memos
      *     CR 110100 accounts receivable   credit memos
      * GLPOST then proves and posts it like any other batch, so the
      * receivable and the cash land on the trial balance instead of
      * living only in invoice.dat. All four accounts must be on
      * the glacct.dat master or GL-POST refuses the file.
      *
      * The batch date is the run date, or the date in arpost.ctl
      * when present (one 8-digit YYYYMMDD record) to rebuild an
      * earlier day; GL-POST replaces that day's AR balances on a
      * rerun instead of doubling them. A day with no activity still
      * releases a zero batch, so the ledger shows the day was run.
      *
      * glposting.dat holds one batch at a time: in the stream this
      * step follows the payroll GLPOST and BALANCE steps and is
      * itself followed by GLPOST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Optional rerun date; absent, the batch is for today
           SELECT OPTIONAL AR-CONTROL-FILE ASSIGN TO "arpost.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-NO
               FILE STATUS IS INVOICE-FILE-STATUS.

           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "creditmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NO
               FILE STATUS IS MEMO-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "glposting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-CONTROL-FILE.
       01 AR-CONTROL-RECORD.
          02 CTL-BATCH-DATE PIC 9(8).

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY INVREC.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           COPY RCPREC.

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           COPY CMREC.

       FD GL-POSTING-FILE.
       01 GL-POSTING-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 INVOICE-FILE-STATUS PIC 9(2).
       01 RECEIPT-FILE-STATUS PIC 9(2).
       01 MEMO-FILE-STATUS    PIC 9(2).
       01 GL-FILE-STATUS      PIC 9(2).
       01 WS-INV-EOF          PIC X VALUE "N".
          88 END-OF-INVOICES      VALUE "Y".
       01 WS-RCP-EOF          PIC X VALUE "N".
          88 END-OF-RECEIPTS      VALUE "Y".
       01 WS-MEMO-EOF         PIC X VALUE "N".
          88 END-OF-MEMOS         VALUE "Y".
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD   PIC 9(8).
          02 FILLER           PIC X(13).
       01 WS-BATCH-DATE       PIC 9(8).
       01 WS-INVOICE-COUNT    PIC 9(6).
       01 WS-INVOICE-TOTAL    PIC 9(11)V99.
       01 WS-RECEIPT-COUNT    PIC 9(6).
       01 WS-RECEIPT-TOTAL    PIC 9(11)V99.
       01 WS-MEMO-COUNT       PIC 9(6).
       01 WS-MEMO-TOTAL       PIC 9(11)V99.
       01 WS-GL-DEBIT-TOTAL   PIC 9(11)V99.
       01 WS-GL-CREDIT-TOTAL  PIC 9(11)V99.

      *> Chart of accounts for the receivables entries
       01 WS-CASH-ACCT        PIC 9(6) VALUE 100100.
       01 WS-RECEIVABLE-ACCT  PIC 9(6) VALUE 110100.
       01 WS-SALES-ACCT       PIC 9(6) VALUE 400100.
       01 WS-RETURNS-ACCT     PIC 9(6) VALUE 410100.

      *> Same record layouts as GL-HEADER/GL-DETAIL/GL-TRAILER in
      *> EMPLOYEE-PAYROLL; GL-POST reads both feeders' files alike
       01 GL-HEADER.
          02 FILLER          PIC X VALUE "H".
          02 GL-HDR-PERIOD   PIC 9(8).
          02 GL-HDR-SOURCE   PIC X(2) VALUE "AR".

       01 GL-DETAIL.
          02 FILLER          PIC X VALUE "D".
          02 GL-ACCOUNT      PIC 9(6).
          02 FILLER          PIC X VALUE SPACE.
          02 GL-DEPT         PIC X(15).
          02 FILLER          PIC X VALUE SPACE.
          02 GL-DR-CR        PIC X(2).
          02 FILLER          PIC X VALUE SPACE.
          02 GL-AMOUNT       PIC 9(11)V99.

       01 GL-TRAILER.
          02 FILLER          PIC X VALUE "T".
          02 GL-TRL-DEBITS   PIC 9(11)V99.
          02 FILLER          PIC X VALUE SPACE.
          02 GL-TRL-CREDITS  PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           PERFORM READ-BATCH-DATE.
           PERFORM SUM-DAYS-INVOICES.
           PERFORM SUM-DAYS-RECEIPTS.
           PERFORM SUM-DAYS-CREDIT-MEMOS.
           PERFORM WRITE-GL-BATCH.

           DISPLAY "AR batch for " WS-BATCH-DATE ": "
               WS-INVOICE-COUNT " invoices " WS-INVOICE-TOTAL
               ", " WS-RECEIPT-COUNT " receipts " WS-RECEIPT-TOTAL
               ", " WS-MEMO-COUNT " credit memos " WS-MEMO-TOTAL.
           DISPLAY "GL postings written to glposting.dat, debits "
               WS-GL-DEBIT-TOTAL " = credits " WS-GL-CREDIT-TOTAL.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-INV-EOF.
           MOVE "N" TO WS-RCP-EOF.
           MOVE "N" TO WS-MEMO-EOF.
           MOVE 0   TO WS-INVOICE-COUNT.
           MOVE 0   TO WS-INVOICE-TOTAL.
           MOVE 0   TO WS-RECEIPT-COUNT.
           MOVE 0   TO WS-RECEIPT-TOTAL.
           MOVE 0   TO WS-MEMO-COUNT.
           MOVE 0   TO WS-MEMO-TOTAL.
           MOVE 0   TO WS-GL-DEBIT-TOTAL.
           MOVE 0   TO WS-GL-CREDIT-TOTAL.

       READ-BATCH-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YMD TO WS-BATCH-DATE.
           OPEN INPUT AR-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               AND CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "Error opening arpost.ctl, status: "
                   CONTROL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           READ AR-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-BATCH-DATE IS NOT NUMERIC
                       OR CTL-BATCH-DATE = ZERO
                       DISPLAY "arpost.ctl date is not a valid "
                           "YYYYMMDD: " CTL-BATCH-DATE
                       CLOSE AR-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE CTL-BATCH-DATE TO WS-BATCH-DATE
           END-READ.
           CLOSE AR-CONTROL-FILE.

       SUM-DAYS-INVOICES.
           *> A missing invoice file just means nothing has shipped
           *> yet - the day's invoice lines post as zero
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "35"
               SET END-OF-INVOICES TO TRUE
           ELSE
               IF INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening invoice file, status: "
                       INVOICE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-INVOICES
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       SET END-OF-INVOICES TO TRUE
                   NOT AT END
                       IF INV-DATE = WS-BATCH-DATE
                           ADD 1 TO WS-INVOICE-COUNT
                           ADD INV-AMOUNT TO WS-INVOICE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF INVOICE-FILE-STATUS NOT = "35"
               CLOSE INVOICE-FILE
           END-IF.

       SUM-DAYS-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF RECEIPT-FILE-STATUS NOT = "00"
               AND RECEIPT-FILE-STATUS NOT = "05"
               DISPLAY "Error opening receipts journal, status: "
                   RECEIPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM UNTIL END-OF-RECEIPTS
               READ RECEIPT-FILE
                   AT END
                       SET END-OF-RECEIPTS TO TRUE
                   NOT AT END
                       IF RCP-DATE = WS-BATCH-DATE
                           ADD 1 TO WS-RECEIPT-COUNT
                           ADD RCP-AMOUNT TO WS-RECEIPT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.

       SUM-DAYS-CREDIT-MEMOS.
           *> No credit memo file just means nothing has come back
           OPEN INPUT CREDIT-MEMO-FILE.
           IF MEMO-FILE-STATUS = "35"
               SET END-OF-MEMOS TO TRUE
           ELSE
               IF MEMO-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening credit memo file, status: "
                       MEMO-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-MEMOS
               READ CREDIT-MEMO-FILE NEXT RECORD
                   AT END
                       SET END-OF-MEMOS TO TRUE
                   NOT AT END
                       IF CM-DATE = WS-BATCH-DATE
                           ADD 1 TO WS-MEMO-COUNT
                           ADD CM-AMOUNT TO WS-MEMO-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF MEMO-FILE-STATUS NOT = "35"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       WRITE-GL-BATCH.
           *> The debits and credits are added up from the details as
           *> they are written, and the batch must prove on those
           *> totals before the trailer releases it
           MOVE 0 TO WS-GL-DEBIT-TOTAL.
           MOVE 0 TO WS-GL-CREDIT-TOTAL.
           OPEN OUTPUT GL-POSTING-FILE.
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening GL posting file, status: "
                   GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-BATCH-DATE TO GL-HDR-PERIOD.
           WRITE GL-POSTING-LINE FROM GL-HEADER.

           *> Invoices raised: the receivable against the sale
           MOVE SPACES TO GL-DEPT.
           MOVE WS-RECEIVABLE-ACCT TO GL-ACCOUNT.
           MOVE "DR"               TO GL-DR-CR.
           MOVE WS-INVOICE-TOTAL   TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.
           MOVE WS-SALES-ACCT      TO GL-ACCOUNT.
           MOVE "CR"               TO GL-DR-CR.
           MOVE WS-INVOICE-TOTAL   TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.

           *> Payments received: cash in, receivable relieved
           MOVE WS-CASH-ACCT       TO GL-ACCOUNT.
           MOVE "DR"               TO GL-DR-CR.
           MOVE WS-RECEIPT-TOTAL   TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.
           MOVE WS-RECEIVABLE-ACCT TO GL-ACCOUNT.
           MOVE "CR"               TO GL-DR-CR.
           MOVE WS-RECEIPT-TOTAL   TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.

           *> Credit memos: the return against the receivable
           MOVE WS-RETURNS-ACCT    TO GL-ACCOUNT.
           MOVE "DR"               TO GL-DR-CR.
           MOVE WS-MEMO-TOTAL      TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.
           MOVE WS-RECEIVABLE-ACCT TO GL-ACCOUNT.
           MOVE "CR"               TO GL-DR-CR.
           MOVE WS-MEMO-TOTAL      TO GL-AMOUNT.
           PERFORM WRITE-GL-DETAIL.

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "GL POSTING OUT OF BALANCE - file not released"
               DISPLAY "  Debits:  " WS-GL-DEBIT-TOTAL
               DISPLAY "  Credits: " WS-GL-CREDIT-TOTAL
               CLOSE GL-POSTING-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-GL-DEBIT-TOTAL  TO GL-TRL-DEBITS.
           MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDITS.
           WRITE GL-POSTING-LINE FROM GL-TRAILER.
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Error writing GL posting file, status: "
                   GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

           CLOSE GL-POSTING-FILE.
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Error closing GL posting file, status: "
                   GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       WRITE-GL-DETAIL.
           WRITE GL-POSTING-LINE FROM GL-DETAIL.
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Error writing GL posting file, status: "
                   GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           IF GL-DR-CR = "DR"
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
