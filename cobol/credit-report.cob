      * customer master, plus every customer on credit hold, so the
      * office can call before shipment instead of after. Customers
      * with a zero limit have no limit and only appear if on hold.
      * An unapplied credit the customer holds from a RETURN-ENTRY
      * credit memo offsets the open orders, so exposure is judged
      * net of it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ORD-NO
               FILE STATUS IS ORDER-FILE-STATUS.

           *> Credit memos, for the unapplied credits customers hold
           SELECT CREDIT-MEMO-FILE ASSIGN TO "creditmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NO
               FILE STATUS IS MEMO-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "over-limit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       01 ORDER-RECORD.
           COPY ORDREC.

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           COPY CMREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS PIC 9(2).
       01 ORDER-FILE-STATUS    PIC 9(2).
       01 MEMO-FILE-STATUS     PIC 9(2).
       01 REPORT-FILE-STATUS   PIC 9(2).
       01 WS-CUST-EOF          PIC X VALUE "N".
          88 END-OF-CUSTOMERS      VALUE "Y".
       01 WS-ORD-EOF           PIC X VALUE "N".
          88 END-OF-ORDERS         VALUE "Y".
       01 WS-MEMO-EOF          PIC X VALUE "N".
          88 END-OF-MEMOS          VALUE "Y".
       01 WS-LISTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD    PIC 9(8).
                DEPENDING ON WS-EXP-COUNT INDEXED BY EXP-INDEX.
             03 WS-EXP-CUST-ID PIC 9(5).
             03 WS-EXP-AMOUNT  PIC 9(9)V99.
             03 WS-EXP-CREDIT  PIC 9(9)V99.
       01 WS-CUST-ORDERS   PIC 9(9)V99.
       01 WS-CUST-CREDITS  PIC 9(9)V99.
       01 WS-CUST-EXPOSURE PIC 9(9)V99.
      *> The customer and amounts being rolled into the table
       01 WS-ACC-CUST-ID   PIC 9(5).
       01 WS-ACC-ORDERS    PIC 9(9)V99.
       01 WS-ACC-CREDITS   PIC 9(9)V99.

       01 HEADING-LINE-1.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(9)  VALUE "CUSTOMER".
          02 FILLER PIC X(22) VALUE "NAME".
          02 FILLER PIC X(16) VALUE "OPEN ORDERS".
          02 FILLER PIC X(16) VALUE "CREDITS HELD".
          02 FILLER PIC X(16) VALUE "NET EXPOSURE".
          02 FILLER PIC X(16) VALUE "CREDIT LIMIT".
          02 FILLER PIC X(14) VALUE "REMARK".

          02 FILLER          PIC X(4)  VALUE SPACES.
          02 DTL-CUST-NAME   PIC X(20).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-ORDERS      PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-CREDITS     PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-EXPOSURE    PIC $$$,$$$,$$9.99.
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-LIMIT       PIC $$$,$$$,$$9.99.
           *> counters on every entry
           MOVE "N" TO WS-CUST-EOF.
           MOVE "N" TO WS-ORD-EOF.
           MOVE "N" TO WS-MEMO-EOF.
           MOVE 0   TO WS-EXP-COUNT.
           MOVE 0   TO WS-LISTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM LOAD-EXPOSURE-TABLE.
           PERFORM LOAD-UNAPPLIED-CREDITS.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                       SET END-OF-ORDERS TO TRUE
                   NOT AT END
                       IF ORD-IS-OPEN
                           MOVE ORD-CUST-ID TO WS-ACC-CUST-ID
                           MOVE ORD-AMOUNT  TO WS-ACC-ORDERS
                           MOVE 0           TO WS-ACC-CREDITS
                           PERFORM ACCUMULATE-EXPOSURE
                       END-IF
               END-READ
               CLOSE ORDER-FILE
           END-IF.

       LOAD-UNAPPLIED-CREDITS.
           *> No credit memo file just means nothing has come back
           OPEN INPUT CREDIT-MEMO-FILE.
           EVALUATE MEMO-FILE-STATUS
               WHEN "35"
                   SET END-OF-MEMOS TO TRUE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error opening credit memo file, status: "
                       MEMO-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
           END-EVALUATE.
           PERFORM UNTIL END-OF-MEMOS
               READ CREDIT-MEMO-FILE NEXT RECORD
                   AT END
                       SET END-OF-MEMOS TO TRUE
                   NOT AT END
                       IF CM-UNAPPLIED > 0
                           MOVE CM-CUST-ID   TO WS-ACC-CUST-ID
                           MOVE 0            TO WS-ACC-ORDERS
                           MOVE CM-UNAPPLIED TO WS-ACC-CREDITS
                           PERFORM ACCUMULATE-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.
           IF MEMO-FILE-STATUS NOT = "35"
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       ACCUMULATE-EXPOSURE.
           SET EXP-INDEX TO 1.
           SEARCH WS-EXP
               AT END
                   IF WS-EXP-COUNT >= 200
                       DISPLAY "More than 200 customers with open "
                           "orders or credits, stopping"
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   ADD 1 TO WS-EXP-COUNT
                   SET EXP-INDEX TO WS-EXP-COUNT
                   MOVE WS-ACC-CUST-ID TO WS-EXP-CUST-ID(EXP-INDEX)
                   MOVE WS-ACC-ORDERS  TO WS-EXP-AMOUNT(EXP-INDEX)
                   MOVE WS-ACC-CREDITS TO WS-EXP-CREDIT(EXP-INDEX)
               WHEN WS-EXP-CUST-ID(EXP-INDEX) = WS-ACC-CUST-ID
                   ADD WS-ACC-ORDERS  TO WS-EXP-AMOUNT(EXP-INDEX)
                   ADD WS-ACC-CREDITS TO WS-EXP-CREDIT(EXP-INDEX)
           END-SEARCH.

       JUDGE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-ORDERS.
           MOVE 0 TO WS-CUST-CREDITS.
           MOVE 0 TO WS-CUST-EXPOSURE.
           SET EXP-INDEX TO 1.
           SEARCH WS-EXP
               AT END
                   CONTINUE
               WHEN WS-EXP-CUST-ID(EXP-INDEX) = CUST-ID-OUT
                   MOVE WS-EXP-AMOUNT(EXP-INDEX) TO WS-CUST-ORDERS
                   MOVE WS-EXP-CREDIT(EXP-INDEX) TO WS-CUST-CREDITS
           END-SEARCH.
           *> A credit larger than the open orders leaves nothing
           *> exposed, not a negative figure
           IF WS-CUST-ORDERS > WS-CUST-CREDITS
               COMPUTE WS-CUST-EXPOSURE =
                   WS-CUST-ORDERS - WS-CUST-CREDITS
           END-IF.
           EVALUATE TRUE
               WHEN CUST-ON-HOLD
                   MOVE "ON HOLD" TO DTL-REMARK
       WRITE-CUSTOMER-LINE.
           MOVE CUST-ID-OUT       TO DTL-CUST-ID.
           MOVE CUST-NAME-OUT     TO DTL-CUST-NAME.
           MOVE WS-CUST-ORDERS    TO DTL-ORDERS.
           MOVE WS-CUST-CREDITS   TO DTL-CREDITS.
           MOVE WS-CUST-EXPOSURE  TO DTL-EXPOSURE.
           MOVE CUST-CREDIT-LIMIT TO DTL-LIMIT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
