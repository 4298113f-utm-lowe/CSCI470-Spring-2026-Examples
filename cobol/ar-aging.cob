      * answered. Ages are figured on a 30-day-month basis, the way
      * the old ledger cards did it, which is plenty for deciding who
      * gets a call.
      *
      * A credit memo from RETURN-ENTRY reduces its invoice's open
      * balance directly; the part of a memo larger than what was
      * still owed is a credit the customer holds, shown in its own
      * CREDITS column and netted out of the customer's total.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID-OUT
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           *> Credit memos, for the unapplied credits customers hold
           SELECT CREDIT-MEMO-FILE ASSIGN TO "creditmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NO
               FILE STATUS IS MEMO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "invsort.tmp".

           SELECT REPORT-FILE ASSIGN TO "ar-aging.rpt"
       01 CUSTOMER-RECORD-OUT.
           COPY CUSTREC.

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           COPY CMREC.

      *> An invoice's open balance or a memo's unapplied credit;
      *> SRT-INV-NO carries the memo number on a credit
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SRT-CUST-ID PIC 9(5).
          02 SRT-INV-NO  PIC 9(6).
          02 SRT-DATE    PIC 9(8).
          02 SRT-OWED    PIC 9(7)V99.
          02 SRT-KIND    PIC X.
             88 SRT-IS-INVOICE VALUE "I".
             88 SRT-IS-CREDIT  VALUE "C".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(140).

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS  PIC 9(2).
       01 MEMO-FILE-STATUS     PIC 9(2).
       01 WS-MEMO-EOF          PIC X VALUE "N".
          88 END-OF-MEMOS          VALUE "Y".
       01 CUSTOMER-FILE-STATUS PIC 9(2).
       01 REPORT-FILE-STATUS   PIC 9(2).
       01 WS-INV-EOF           PIC X VALUE "N".
       01 WS-CUST-30      PIC 9(9)V99.
       01 WS-CUST-60      PIC 9(9)V99.
       01 WS-CUST-90      PIC 9(9)V99.
       01 WS-CUST-CREDITS PIC 9(9)V99.
       01 WS-CUST-TOTAL   PIC S9(9)V99.
       01 WS-GRAND-CURRENT PIC 9(11)V99.
       01 WS-GRAND-30      PIC 9(11)V99.
       01 WS-GRAND-60      PIC 9(11)V99.
       01 WS-GRAND-90      PIC 9(11)V99.
       01 WS-GRAND-CREDITS PIC 9(11)V99.
       01 WS-GRAND-TOTAL   PIC S9(11)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(16) VALUE "OVER 30".
          02 FILLER PIC X(16) VALUE "OVER 60".
          02 FILLER PIC X(16) VALUE "OVER 90".
          02 FILLER PIC X(16) VALUE "CREDITS".
          02 FILLER PIC X(16) VALUE "TOTAL".

       01 AGING-DETAIL-LINE.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 AGE-90          PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 AGE-CREDITS     PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 AGE-TOTAL       PIC $$$,$$$,$$9.99-.

       01 GRAND-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 GRD-90          PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 GRD-CREDITS     PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 GRD-TOTAL       PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-INV-EOF.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "N" TO WS-MEMO-EOF.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE 0   TO WS-PREV-CUST-ID.
           MOVE 0   TO WS-CUST-CURRENT.
           MOVE 0   TO WS-CUST-30.
           MOVE 0   TO WS-CUST-60.
           MOVE 0   TO WS-CUST-90.
           MOVE 0   TO WS-CUST-CREDITS.
           MOVE 0   TO WS-CUST-TOTAL.
           MOVE 0   TO WS-GRAND-CURRENT.
           MOVE 0   TO WS-GRAND-30.
           MOVE 0   TO WS-GRAND-60.
           MOVE 0   TO WS-GRAND-90.
           MOVE 0   TO WS-GRAND-CREDITS.
           MOVE 0   TO WS-GRAND-TOTAL.

       LOAD-SORT-FILE.
                       SET END-OF-INVOICES TO TRUE
                   NOT AT END
                       IF INV-IS-OPEN
                           COMPUTE WS-OWED =
                               INV-AMOUNT - INV-PAID - INV-CREDITED
                           IF WS-OWED > 0
                               MOVE INV-CUST-ID TO SRT-CUST-ID
                               MOVE INV-NO      TO SRT-INV-NO
                               MOVE INV-DATE    TO SRT-DATE
                               MOVE WS-OWED     TO SRT-OWED
                               SET SRT-IS-INVOICE TO TRUE
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
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
                           MOVE CM-UNAPPLIED TO SRT-OWED
                           SET SRT-IS-CREDIT TO TRUE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF MEMO-FILE-STATUS NOT = "35"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       PRODUCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
       BUCKET-ONE-INVOICE.
           *> Age on a 30-day-month basis: whole months are worth 30
           *> days, which keeps the arithmetic in plain verbs and the
           *> buckets honest enough to dial a phone by. A credit is
           *> not aged; it comes off the customer's total
           IF SRT-IS-CREDIT
               ADD SRT-OWED TO WS-CUST-CREDITS
               SUBTRACT SRT-OWED FROM WS-CUST-TOTAL
           ELSE
               PERFORM AGE-ONE-INVOICE
           END-IF.

       AGE-ONE-INVOICE.
           MOVE SRT-DATE TO WS-INV-DATE-SPLIT.
           COMPUTE WS-AGE-DAYS =
               ((WS-CURRENT-YYYY - WS-INV-YYYY) * 360)
           MOVE WS-CUST-30      TO AGE-30.
           MOVE WS-CUST-60      TO AGE-60.
           MOVE WS-CUST-90      TO AGE-90.
           MOVE WS-CUST-CREDITS TO AGE-CREDITS.
           MOVE WS-CUST-TOTAL   TO AGE-TOTAL.
           WRITE REPORT-LINE FROM AGING-DETAIL-LINE.
           ADD WS-CUST-CURRENT TO WS-GRAND-CURRENT.
           ADD WS-CUST-30      TO WS-GRAND-30.
           ADD WS-CUST-60      TO WS-GRAND-60.
           ADD WS-CUST-90      TO WS-GRAND-90.
           ADD WS-CUST-CREDITS TO WS-GRAND-CREDITS.
           ADD WS-CUST-TOTAL   TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-CUST-CURRENT.
           MOVE 0 TO WS-CUST-30.
           MOVE 0 TO WS-CUST-60.
           MOVE 0 TO WS-CUST-90.
           MOVE 0 TO WS-CUST-CREDITS.
           MOVE 0 TO WS-CUST-TOTAL.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-30      TO GRD-30.
           MOVE WS-GRAND-60      TO GRD-60.
           MOVE WS-GRAND-90      TO GRD-90.
           MOVE WS-GRAND-CREDITS TO GRD-CREDITS.
           MOVE WS-GRAND-TOTAL   TO GRD-TOTAL.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
           IF REPORT-FILE-STATUS NOT = "00"
