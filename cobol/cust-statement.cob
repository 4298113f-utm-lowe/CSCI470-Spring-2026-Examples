       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STATEMENT.

      *****************************************************************
      * Month-end customer statements and past-due reminder letters.
      * AR-AGING tells the office who owes what; this run tells the
      * customer. Every customer with an open balance on invoice.dat
      * gets one statement page in statements.rpt: each open invoice
      * with its number, date, amount, amount paid, and balance, the
      * current / 30 / 60 / 90-plus aging of that balance, and the
      * total due. Ages are figured on the same 30-day-month basis
      * AR-AGING uses, so the statement and the office report agree.
      *
      * A customer with anything over 60 days also gets a reminder
      * letter in letters.rpt; anything over 90 days gets the firmer
      * final notice instead. Every statement and every letter is
      * added to mailing.log (MAILREC) with the date, so collections
      * can see who was contacted and when.
      *
      * Returns show on the statement too: each invoice carries what
      * RETURN-ENTRY credited to it, and a credit memo larger than
      * what was still owed is listed as a credit the customer holds
      * and taken off the total due. Those credits are taken off the
      * past-due amount a letter quotes as well, and a customer whose
      * credits cover everything owed gets no letter at all.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-NO
               FILE STATUS IS INVOICE-FILE-STATUS.

           *> Customer master, read-only, for the name on each page
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID-OUT
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           *> Credit memos, for the unapplied credits customers hold
           SELECT CREDIT-MEMO-FILE ASSIGN TO "creditmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NO
               FILE STATUS IS MEMO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "stmtsort.tmp".

           SELECT STATEMENT-FILE ASSIGN TO "statements.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "letters.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

           *> Contact history for collections; OPTIONAL so the first
           *> run creates it
           SELECT OPTIONAL MAILING-LOG-FILE ASSIGN TO "mailing.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAILING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY INVREC.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD-OUT.
           COPY CUSTREC.

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           COPY CMREC.

      *> An open invoice or a memo's unapplied credit; SRT-INV-NO
      *> carries the memo number and SRT-OWED the credit on a memo
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SRT-CUST-ID  PIC 9(5).
          02 SRT-INV-NO   PIC 9(6).
          02 SRT-DATE     PIC 9(8).
          02 SRT-AMOUNT   PIC 9(7)V99.
          02 SRT-PAID     PIC 9(7)V99.
          02 SRT-CREDITED PIC 9(7)V99.
          02 SRT-OWED     PIC 9(7)V99.
          02 SRT-KIND     PIC X.
             88 SRT-IS-INVOICE VALUE "I".
             88 SRT-IS-CREDIT  VALUE "C".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD MAILING-LOG-FILE.
       01 MAILING-LOG-LINE PIC X(37).

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS   PIC 9(2).
       01 MEMO-FILE-STATUS      PIC 9(2).
       01 WS-MEMO-EOF           PIC X VALUE "N".
          88 END-OF-MEMOS           VALUE "Y".
       01 CUSTOMER-FILE-STATUS  PIC 9(2).
       01 STATEMENT-FILE-STATUS PIC 9(2).
       01 LETTER-FILE-STATUS    PIC 9(2).
       01 MAILING-FILE-STATUS   PIC 9(2).
       01 WS-INV-EOF            PIC X VALUE "N".
          88 END-OF-INVOICES        VALUE "Y".
       01 WS-SORT-EOF           PIC X VALUE "N".
          88 END-OF-SORT            VALUE "Y".
       01 WS-FIRST-RECORD       PIC X VALUE "Y".
          88 IS-FIRST-RECORD        VALUE "Y".
       01 WS-PREV-CUST-ID       PIC 9(5) VALUE 0.
       01 WS-CUST-NAME          PIC X(20).
       01 WS-OWED               PIC 9(7)V99.
       01 WS-AGE-DAYS           PIC S9(5).
       01 WS-PAST-DUE           PIC 9(9)V99.
       01 WS-STATEMENT-COUNT    PIC 9(5).
       01 WS-LETTER-60-COUNT    PIC 9(5).
       01 WS-LETTER-90-COUNT    PIC 9(5).
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD.
             03 WS-CURRENT-YYYY PIC 9(4).
             03 WS-CURRENT-MM   PIC 9(2).
             03 WS-CURRENT-DD   PIC 9(2).
          02 FILLER            PIC X(13).
       01 WS-INV-DATE-SPLIT.
          02 WS-INV-YYYY PIC 9(4).
          02 WS-INV-MM   PIC 9(2).
          02 WS-INV-DD   PIC 9(2).
      *> Aging buckets for the customer in hand
       01 WS-CUST-CURRENT PIC 9(9)V99.
       01 WS-CUST-30      PIC 9(9)V99.
       01 WS-CUST-60      PIC 9(9)V99.
       01 WS-CUST-90      PIC 9(9)V99.
       01 WS-CUST-CREDITS PIC 9(9)V99.
       01 WS-CUST-TOTAL   PIC S9(9)V99.

      *> Built here and written FROM, so the separator bytes stay
      *> blank on every entry
       01 MAILING-RECORD.
           COPY MAILREC.

       01 STMT-HEADING-LINE.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(28) VALUE "STATEMENT OF ACCOUNT".
          02 FILLER PIC X(7)  VALUE "AS OF ".
          02 STMT-DATE PIC 9(8).

       01 STMT-CUSTOMER-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(10) VALUE "CUSTOMER ".
          02 STMT-CUST-ID   PIC 9(5).
          02 FILLER PIC X(3)  VALUE SPACES.
          02 STMT-CUST-NAME PIC X(20).

       01 STMT-COLUMN-LINE.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(10) VALUE "INVOICE".
          02 FILLER PIC X(11) VALUE "DATE".
          02 FILLER PIC X(16) VALUE "AMOUNT".
          02 FILLER PIC X(16) VALUE "PAID".
          02 FILLER PIC X(16) VALUE "CREDITED".
          02 FILLER PIC X(16) VALUE "BALANCE".

       01 STMT-INVOICE-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 STMT-INV-NO     PIC 9(6).
          02 FILLER          PIC X(4)  VALUE SPACES.
          02 STMT-INV-DATE   PIC 9(8).
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 STMT-INV-AMOUNT PIC $$,$$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 STMT-INV-PAID   PIC $$,$$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 STMT-INV-CREDITED PIC $$,$$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 STMT-INV-OWED   PIC $$,$$$,$$9.99.

       01 STMT-CREDIT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 STMT-CM-NO      PIC 9(6).
          02 FILLER          PIC X(4)  VALUE SPACES.
          02 STMT-CM-DATE    PIC 9(8).
          02 FILLER          PIC X(4)  VALUE SPACES.
          02 FILLER          PIC X(48) VALUE
               "CREDIT MEMO - CREDIT HELD ON YOUR ACCOUNT".
          02 STMT-CM-AMOUNT  PIC $$,$$$,$$9.99.
          02 FILLER          PIC X(3)  VALUE " CR".

       01 STMT-AGING-HEADING.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(16) VALUE "CURRENT".
          02 FILLER PIC X(16) VALUE "OVER 30".
          02 FILLER PIC X(16) VALUE "OVER 60".
          02 FILLER PIC X(16) VALUE "OVER 90".

       01 STMT-AGING-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 STMT-CURRENT    PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 STMT-30         PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 STMT-60         PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 STMT-90         PIC $$$,$$$,$$9.99.

       01 STMT-CREDITS-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "LESS CREDITS".
          02 STMT-CREDITS    PIC $$$,$$$,$$9.99.

       01 STMT-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "TOTAL DUE".
          02 STMT-TOTAL      PIC $$$,$$$,$$9.99CR.

       01 LTR-HEADING-LINE.
          02 FILLER          PIC X(20) VALUE SPACES.
          02 LTR-TITLE       PIC X(28).
          02 LTR-DATE        PIC 9(8).

       01 LTR-TO-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(4)  VALUE "TO: ".
          02 LTR-CUST-NAME   PIC X(20).
          02 FILLER          PIC X(12) VALUE "  CUSTOMER ".
          02 LTR-CUST-ID     PIC 9(5).

       01 LTR-TEXT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 LTR-TEXT        PIC X(70).

       01 LTR-AMOUNT-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 LTR-AMOUNT-LABEL PIC X(24).
          02 LTR-AMOUNT      PIC $$$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                   CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           OPEN EXTEND MAILING-LOG-FILE.
           IF MAILING-FILE-STATUS NOT = "00"
               AND MAILING-FILE-STATUS NOT = "05"
               DISPLAY "Error opening mailing log, status: "
                   MAILING-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-INV-NO
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-STATEMENTS.

           CLOSE MAILING-LOG-FILE.
           CLOSE CUSTOMER-FILE.

           DISPLAY "Statements written to statements.rpt: "
               WS-STATEMENT-COUNT.
           DISPLAY "Reminder letters written to letters.rpt: "
               WS-LETTER-60-COUNT " over 60, "
               WS-LETTER-90-COUNT " over 90".
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-INV-EOF.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-MEMO-EOF.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE 0   TO WS-PREV-CUST-ID.
           MOVE 0   TO WS-STATEMENT-COUNT.
           MOVE 0   TO WS-LETTER-60-COUNT.
           MOVE 0   TO WS-LETTER-90-COUNT.
           MOVE SPACES TO MAILING-RECORD.
           PERFORM CLEAR-CUSTOMER-TOTALS.

       CLEAR-CUSTOMER-TOTALS.
           MOVE 0 TO WS-CUST-CURRENT.
           MOVE 0 TO WS-CUST-30.
           MOVE 0 TO WS-CUST-60.
           MOVE 0 TO WS-CUST-90.
           MOVE 0 TO WS-CUST-CREDITS.
           MOVE 0 TO WS-CUST-TOTAL.

       LOAD-SORT-FILE.
           *> Only open invoices with something still owed go on a
           *> statement; a missing invoice file means nothing has
           *> shipped yet and nobody gets one
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
                       IF INV-IS-OPEN
                           COMPUTE WS-OWED =
                               INV-AMOUNT - INV-PAID - INV-CREDITED
                           IF WS-OWED > 0
                               MOVE INV-CUST-ID  TO SRT-CUST-ID
                               MOVE INV-NO       TO SRT-INV-NO
                               MOVE INV-DATE     TO SRT-DATE
                               MOVE INV-AMOUNT   TO SRT-AMOUNT
                               MOVE INV-PAID     TO SRT-PAID
                               MOVE INV-CREDITED TO SRT-CREDITED
                               MOVE WS-OWED      TO SRT-OWED
                               SET SRT-IS-INVOICE TO TRUE
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF INVOICE-FILE-STATUS NOT = "35"
               CLOSE INVOICE-FILE
           END-IF.
           PERFORM LOAD-UNAPPLIED-CREDITS.

       LOAD-UNAPPLIED-CREDITS.
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
                       IF CM-UNAPPLIED > 0
                           MOVE CM-CUST-ID   TO SRT-CUST-ID
                           MOVE CM-NO        TO SRT-INV-NO
                           MOVE CM-DATE      TO SRT-DATE
                           MOVE 0            TO SRT-AMOUNT
                           MOVE 0            TO SRT-PAID
                           MOVE 0            TO SRT-CREDITED
                           MOVE CM-UNAPPLIED TO SRT-OWED
                           SET SRT-IS-CREDIT TO TRUE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF MEMO-FILE-STATUS NOT = "35"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       PRODUCE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening statement file, status: "
                   STATEMENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           OPEN OUTPUT LETTER-FILE.
           IF LETTER-FILE-STATUS NOT = "00"
               DISPLAY "Error opening letter file, status: "
                   LETTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORT TO TRUE
                   NOT AT END
                       IF NOT IS-FIRST-RECORD
                           AND SRT-CUST-ID NOT = WS-PREV-CUST-ID
                           PERFORM CLOSE-OUT-CUSTOMER
                       END-IF
                       IF IS-FIRST-RECORD
                           OR SRT-CUST-ID NOT = WS-PREV-CUST-ID
                           MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
                           PERFORM START-CUSTOMER-STATEMENT
                       END-IF
                       MOVE "N" TO WS-FIRST-RECORD
                       PERFORM WRITE-INVOICE-LINE
               END-RETURN
           END-PERFORM.

           IF NOT IS-FIRST-RECORD
               PERFORM CLOSE-OUT-CUSTOMER
           END-IF.

           CLOSE LETTER-FILE.
           CLOSE STATEMENT-FILE.

       START-CUSTOMER-STATEMENT.
           *> One page per customer, each starting on a fresh page so
           *> the statements separate cleanly for mailing
           MOVE WS-PREV-CUST-ID TO CUST-ID-OUT.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO WS-CUST-NAME
                   DISPLAY "Customer " WS-PREV-CUST-ID " has open "
                       "items but is not on customer.dat"
               NOT INVALID KEY
                   MOVE CUST-NAME-OUT TO WS-CUST-NAME
           END-READ.
           MOVE WS-CURRENT-YMD TO STMT-DATE.
           WRITE STATEMENT-LINE FROM STMT-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-PREV-CUST-ID TO STMT-CUST-ID.
           MOVE WS-CUST-NAME    TO STMT-CUST-NAME.
           WRITE STATEMENT-LINE FROM STMT-CUSTOMER-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM STMT-COLUMN-LINE.

       WRITE-INVOICE-LINE.
           *> A held credit is not aged; it comes off the total due
           IF SRT-IS-CREDIT
               MOVE SRT-INV-NO TO STMT-CM-NO
               MOVE SRT-DATE   TO STMT-CM-DATE
               MOVE SRT-OWED   TO STMT-CM-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-CREDIT-LINE
               ADD SRT-OWED TO WS-CUST-CREDITS
               SUBTRACT SRT-OWED FROM WS-CUST-TOTAL
           ELSE
               MOVE SRT-INV-NO   TO STMT-INV-NO
               MOVE SRT-DATE     TO STMT-INV-DATE
               MOVE SRT-AMOUNT   TO STMT-INV-AMOUNT
               MOVE SRT-PAID     TO STMT-INV-PAID
               MOVE SRT-CREDITED TO STMT-INV-CREDITED
               MOVE SRT-OWED     TO STMT-INV-OWED
               WRITE STATEMENT-LINE FROM STMT-INVOICE-LINE
               PERFORM BUCKET-ONE-INVOICE
           END-IF.

       BUCKET-ONE-INVOICE.
           *> Same 30-day-month basis as AR-AGING
           MOVE SRT-DATE TO WS-INV-DATE-SPLIT.
           COMPUTE WS-AGE-DAYS =
               ((WS-CURRENT-YYYY - WS-INV-YYYY) * 360)
               + ((WS-CURRENT-MM - WS-INV-MM) * 30)
               + (WS-CURRENT-DD - WS-INV-DD).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   ADD SRT-OWED TO WS-CUST-90
               WHEN WS-AGE-DAYS > 60
                   ADD SRT-OWED TO WS-CUST-60
               WHEN WS-AGE-DAYS > 30
                   ADD SRT-OWED TO WS-CUST-30
               WHEN OTHER
                   ADD SRT-OWED TO WS-CUST-CURRENT
           END-EVALUATE.
           ADD SRT-OWED TO WS-CUST-TOTAL.

       CLOSE-OUT-CUSTOMER.
           PERFORM WRITE-STATEMENT-TOTALS.
           SET ML-IS-STATEMENT TO TRUE.
           *> A customer whose credits outweigh the invoices is
           *> logged as owing nothing
           IF WS-CUST-TOTAL > 0
               MOVE WS-CUST-TOTAL TO ML-AMOUNT
           ELSE
               MOVE 0 TO ML-AMOUNT
           END-IF.
           PERFORM LOG-MAILING.
           ADD 1 TO WS-STATEMENT-COUNT.
           COMPUTE WS-PAST-DUE = WS-CUST-60 + WS-CUST-90.
           *> Credits the customer holds come off the past-due amount
           *> first; no letter goes to a customer who owes nothing
           IF WS-CUST-TOTAL > 0 AND WS-CUST-TOTAL < WS-PAST-DUE
               MOVE WS-CUST-TOTAL TO WS-PAST-DUE
           END-IF.
           IF WS-PAST-DUE > 0 AND WS-CUST-TOTAL > 0
               PERFORM WRITE-REMINDER-LETTER
           END-IF.
           PERFORM CLEAR-CUSTOMER-TOTALS.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM STMT-AGING-HEADING.
           MOVE WS-CUST-CURRENT TO STMT-CURRENT.
           MOVE WS-CUST-30      TO STMT-30.
           MOVE WS-CUST-60      TO STMT-60.
           MOVE WS-CUST-90      TO STMT-90.
           WRITE STATEMENT-LINE FROM STMT-AGING-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-CUST-CREDITS > 0
               MOVE WS-CUST-CREDITS TO STMT-CREDITS
               WRITE STATEMENT-LINE FROM STMT-CREDITS-LINE
           END-IF.
           MOVE WS-CUST-TOTAL TO STMT-TOTAL.
           WRITE STATEMENT-LINE FROM STMT-TOTAL-LINE.
           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing statement file, status: "
                   STATEMENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       WRITE-REMINDER-LETTER.
           *> Anything over 90 days gets the final notice; otherwise
           *> the friendlier reminder. Either way the letter quotes
           *> everything over 60 days as the past-due amount, never
           *> more than the total now due
           IF WS-CUST-90 > 0
               MOVE "FINAL NOTICE - PAST DUE" TO LTR-TITLE
           ELSE
               MOVE "PAYMENT REMINDER" TO LTR-TITLE
           END-IF.
           MOVE WS-CURRENT-YMD TO LTR-DATE.
           WRITE LETTER-LINE FROM LTR-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-CUST-NAME    TO LTR-CUST-NAME.
           MOVE WS-PREV-CUST-ID TO LTR-CUST-ID.
           WRITE LETTER-LINE FROM LTR-TO-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-CUST-90 > 0
               PERFORM WRITE-FINAL-NOTICE-TEXT
               SET ML-IS-REMIND-90 TO TRUE
               ADD 1 TO WS-LETTER-90-COUNT
           ELSE
               PERFORM WRITE-REMINDER-TEXT
               SET ML-IS-REMIND-60 TO TRUE
               ADD 1 TO WS-LETTER-60-COUNT
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PAST DUE OVER 60 DAYS" TO LTR-AMOUNT-LABEL.
           MOVE WS-PAST-DUE TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
           MOVE "TOTAL NOW DUE" TO LTR-AMOUNT-LABEL.
           MOVE WS-CUST-TOTAL TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
           IF LETTER-FILE-STATUS NOT = "00"
               DISPLAY "Error writing letter file, status: "
                   LETTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-PAST-DUE TO ML-AMOUNT.
           PERFORM LOG-MAILING.

       WRITE-REMINDER-TEXT.
           MOVE "Our records show part of your balance is more than 60"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "days past due. If your payment is already on its way,"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "thank you. Otherwise please remit the past-due amount"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "below, or call our office if you have a question."
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.

       WRITE-FINAL-NOTICE-TEXT.
           MOVE "Part of your balance is now more than 90 days past"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "due, and earlier reminders have gone unanswered."
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "Payment of the past-due amount is required within 10"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "days. Accounts left unpaid will be placed on credit"
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE "hold and may be referred for collection."
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.

       LOG-MAILING.
           *> Caller sets ML-TYPE and ML-AMOUNT; the rest is common
           MOVE WS-CURRENT-YMD  TO ML-DATE.
           MOVE WS-PREV-CUST-ID TO ML-CUST-ID.
           WRITE MAILING-LOG-LINE FROM MAILING-RECORD.
           IF MAILING-FILE-STATUS NOT = "00"
               DISPLAY "Error writing mailing log, status: "
                   MAILING-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
