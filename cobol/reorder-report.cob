       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REPORT.

      *****************************************************************
      * Nightly reorder report over the item master item.dat. Lists
      * every item whose ITEM-ON-HAND is at or below its
      * ITEM-REORDER-POINT, with the preferred vendor to buy from and
      * the quantity already on order - what is still due on open
      * purchord.dat lines - so purchasing can see at a glance which
      * items still need a PO and which are only waiting on a
      * delivery. Items with no reorder point are not stocked to one
      * and are left out.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "reosort.tmp".

           SELECT REPORT-FILE ASSIGN TO "reorder.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY ITEMREC.

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY POREC.

      *> Open PO lines (kind O) sort ahead of the item they are for
      *> (kind R), so the on-order quantity is complete by the time
      *> the item's line is printed
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SRT-ITEM          PIC X(10).
          02 SRT-KIND          PIC X.
             88 SRT-IS-ON-ORDER   VALUE "O".
             88 SRT-IS-REORDER    VALUE "R".
          02 SRT-DESC          PIC X(30).
          02 SRT-ON-HAND       PIC 9(5).
          02 SRT-REORDER-POINT PIC 9(5).
          02 SRT-VENDOR        PIC X(20).
          02 SRT-QTY-DUE       PIC 9(5).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 ITEM-FILE-STATUS    PIC 9(2).
       01 PO-FILE-STATUS      PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 WS-ITEM-EOF         PIC X VALUE "N".
          88 END-OF-ITEMS         VALUE "Y".
       01 WS-PO-EOF           PIC X VALUE "N".
          88 END-OF-PO-LINES      VALUE "Y".
       01 WS-SORT-EOF         PIC X VALUE "N".
          88 END-OF-SORT          VALUE "Y".
       01 WS-LINES-ON-PAGE    PIC 9(3) VALUE 0.
       01 WS-PAGE-NUMBER      PIC 9(3) VALUE 1.
       01 WS-PREV-ITEM        PIC X(10).
       01 WS-ON-ORDER         PIC 9(7) VALUE 0.
       01 WS-ITEM-COUNT       PIC 9(5) VALUE 0.
       01 WS-TO-ORDER-COUNT   PIC 9(5) VALUE 0.

       01 HEADING-LINE-1.
          02 FILLER PIC X(27) VALUE SPACES.
          02 FILLER PIC X(34)
                    VALUE "ITEMS AT OR BELOW REORDER POINT".
          02 FILLER PIC X(9)  VALUE "PAGE ".
          02 HDG-PAGE-NO PIC ZZ9.

       01 HEADING-LINE-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(12) VALUE "ITEM".
          02 FILLER PIC X(32) VALUE "DESCRIPTION".
          02 FILLER PIC X(9)  VALUE "ON HAND".
          02 FILLER PIC X(9)  VALUE "REORDER".
          02 FILLER PIC X(10) VALUE "ON ORDER".
          02 FILLER PIC X(22) VALUE "VENDOR".
          02 FILLER PIC X(10) VALUE "ACTION".

       01 DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 DTL-ITEM        PIC X(10).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-DESC        PIC X(30).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-ON-HAND     PIC ZZZZ9.
          02 FILLER          PIC X(4)  VALUE SPACES.
          02 DTL-REORDER     PIC ZZZZ9.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 DTL-ON-ORDER    PIC ZZZZZZ9.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 DTL-VENDOR      PIC X(20).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 DTL-ACTION      PIC X(10).

       01 TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "ITEMS LISTED: ".
          02 TOT-ITEM-COUNT  PIC ZZZZ9.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "STILL TO ORDER: ".
          02 TOT-TO-ORDER    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run
           *> flags/totals/pagination on every entry
           PERFORM INITIALIZE-COUNTERS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ITEM SRT-KIND
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT.

           DISPLAY "Reorder report written to reorder.rpt, "
               WS-ITEM-COUNT " items at or below reorder point".
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-ITEM-EOF.
           MOVE "N" TO WS-PO-EOF.
           MOVE "N" TO WS-SORT-EOF.
           MOVE 1   TO WS-PAGE-NUMBER.
           MOVE 0   TO WS-LINES-ON-PAGE.
           MOVE LOW-VALUES TO WS-PREV-ITEM.
           MOVE 0   TO WS-ON-ORDER.
           MOVE 0   TO WS-ITEM-COUNT.
           MOVE 0   TO WS-TO-ORDER-COUNT.

       LOAD-SORT-FILE.
           PERFORM LOAD-REORDER-ITEMS.
           PERFORM LOAD-OPEN-PO-LINES.

       LOAD-REORDER-ITEMS.
           *> No item master yet just means nothing to reorder
           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS = "35"
               SET END-OF-ITEMS TO TRUE
           ELSE
               IF ITEM-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening item master, status: "
                       ITEM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-ITEMS
               READ ITEM-FILE NEXT RECORD
                   AT END
                       SET END-OF-ITEMS TO TRUE
                   NOT AT END
                       IF ITEM-REORDER-POINT > 0
                           AND ITEM-ON-HAND NOT > ITEM-REORDER-POINT
                           MOVE ITEM-CODE    TO SRT-ITEM
                           SET SRT-IS-REORDER TO TRUE
                           MOVE ITEM-DESC    TO SRT-DESC
                           MOVE ITEM-ON-HAND TO SRT-ON-HAND
                           MOVE ITEM-REORDER-POINT
                               TO SRT-REORDER-POINT
                           MOVE ITEM-VENDOR  TO SRT-VENDOR
                           MOVE 0            TO SRT-QTY-DUE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF ITEM-FILE-STATUS NOT = "35"
               CLOSE ITEM-FILE
           END-IF.

       LOAD-OPEN-PO-LINES.
           *> No PO file yet just means nothing is on order
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS = "35"
               SET END-OF-PO-LINES TO TRUE
           ELSE
               IF PO-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening purchase order file, "
                       "status: " PO-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-PO-LINES
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-PO-LINES TO TRUE
                   NOT AT END
                       IF PO-LINE-IS-OPEN
                           MOVE PO-ITEM      TO SRT-ITEM
                           SET SRT-IS-ON-ORDER TO TRUE
                           MOVE SPACES       TO SRT-DESC
                           MOVE 0            TO SRT-ON-HAND
                           MOVE 0            TO SRT-REORDER-POINT
                           MOVE PO-VENDOR    TO SRT-VENDOR
                           COMPUTE SRT-QTY-DUE =
                               PO-QTY-ORDERED - PO-QTY-RECEIVED
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF PO-FILE-STATUS NOT = "35"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       PRODUCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening report file, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

           PERFORM WRITE-PAGE-HEADINGS.

           PERFORM UNTIL END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORT TO TRUE
                   NOT AT END
                       IF SRT-ITEM NOT = WS-PREV-ITEM
                           MOVE 0 TO WS-ON-ORDER
                           MOVE SRT-ITEM TO WS-PREV-ITEM
                       END-IF
                       IF SRT-IS-ON-ORDER
                           ADD SRT-QTY-DUE TO WS-ON-ORDER
                       ELSE
                           PERFORM WRITE-DETAIL-LINE
                       END-IF
               END-RETURN
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE REPORT-FILE.

       WRITE-PAGE-HEADINGS.
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NO.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

       WRITE-DETAIL-LINE.
           *> An item whose open POs would lift it back above its
           *> reorder point only needs chasing, not another PO
           IF WS-LINES-ON-PAGE >= 54
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM WRITE-PAGE-HEADINGS
           END-IF.
           MOVE SRT-ITEM          TO DTL-ITEM.
           MOVE SRT-DESC          TO DTL-DESC.
           MOVE SRT-ON-HAND       TO DTL-ON-HAND.
           MOVE SRT-REORDER-POINT TO DTL-REORDER.
           MOVE WS-ON-ORDER       TO DTL-ON-ORDER.
           MOVE SRT-VENDOR        TO DTL-VENDOR.
           IF SRT-ON-HAND + WS-ON-ORDER > SRT-REORDER-POINT
               MOVE "ON ORDER"  TO DTL-ACTION
           ELSE
               MOVE "ORDER NOW" TO DTL-ACTION
               ADD 1 TO WS-TO-ORDER-COUNT
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-ITEM-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE WS-ITEM-COUNT     TO TOT-ITEM-COUNT.
           MOVE WS-TO-ORDER-COUNT TO TOT-TO-ORDER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
