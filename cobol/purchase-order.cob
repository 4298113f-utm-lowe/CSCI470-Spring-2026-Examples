       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER.

      *****************************************************************
      * Purchase-order screen. Raises a PO to one vendor for one or
      * more item.dat codes - numbered from poseq.ctl, one line per
      * item - and writes the lines to purchord.dat for RECEIVING to
      * check deliveries against. The vendor is keyed once per PO;
      * a line for an item normally bought elsewhere is allowed, but
      * the clerk is told the item master's preferred vendor. Lines
      * can be added to a PO later, and a line that will never be
      * filled is cancelled here so it stops counting as on order.
      * Every line written or cancelled goes to the shared audit
      * trail.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "purchord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.

           *> Item master; every line must be for an item on file
           SELECT ITEM-FILE ASSIGN TO "item.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.

           *> The next PO number, held outside the program the same
           *> way invseq.ctl holds the invoice numbers
           SELECT PO-SEQ-FILE ASSIGN TO "poseq.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS POSEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
           COPY POREC.

       FD ITEM-FILE.
       01 ITEM-RECORD.
           COPY ITEMREC.

       FD PO-SEQ-FILE.
       01 PO-SEQ-RECORD.
          02 POS-NEXT-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS    PIC 9(2).
       01 ITEM-FILE-STATUS  PIC 9(2).
       01 POSEQ-FILE-STATUS PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-NEW     VALUE "N" "n".
          88 WS-ACTION-ADD     VALUE "A" "a".
          88 WS-ACTION-CANCEL  VALUE "C" "c".
          88 WS-ACTION-INQUIRE VALUE "I" "i".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-VALID-RECORD  PIC X VALUE "Y".
          88 RECORD-IS-VALID     VALUE "Y".
       01 WS-LINES-FLAG    PIC X.
          88 NO-MORE-LINES       VALUE "Y".
       01 WS-PO-EOF        PIC X.
          88 END-OF-PO-LINES     VALUE "Y".
       01 WS-NEXT-PO-NO    PIC 9(6).
       01 WS-PO-NO         PIC 9(6).
       01 WS-PO-VENDOR     PIC X(20).
       01 WS-PO-LINE-NO    PIC 9(2).
       01 WS-LINES-WRITTEN PIC 9(2).
       01 WS-LINE-ITEM     PIC X(10).
       01 WS-LINE-QTY      PIC 9(5).
       01 WS-LINE-COST     PIC 9(5)V99.
       01 WS-LIST-COUNT    PIC 9(3).
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD PIC 9(8).
          02 FILLER         PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 PO-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Purchase Order Menu".
           02 LINE 3 COL 5 VALUE "N - New Purchase Order".
           02 LINE 4 COL 5 VALUE "A - Add Lines to a PO".
           02 LINE 5 COL 5 VALUE "C - Cancel a PO Line".
           02 LINE 6 COL 5 VALUE "I - Inquire Purchase Order".
           02 LINE 7 COL 5 VALUE "X - Exit".
           02 LINE 9 COL 5 VALUE "Selection: ".
           02 LINE 9 COL 17 PIC X USING WS-ACTION.

       01 PO-VENDOR-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "New Purchase Order".
           02 LINE 3 COL 5 VALUE "Vendor: ".
           02 LINE 3 COL 22 PIC X(20) USING WS-PO-VENDOR.

      *> One line per item; leave the item code blank to finish the
      *> PO
       01 PO-LINE-FORM.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "Purchase Order Line".
           02 LINE 3 COL 5 VALUE "PO Number: ".
           02 LINE 3 COL 22 PIC 9(6) FROM WS-PO-NO.
           02 LINE 4 COL 5 VALUE "Line: ".
           02 LINE 4 COL 22 PIC 9(2) FROM WS-PO-LINE-NO.
           02 LINE 5 COL 5 VALUE "Vendor: ".
           02 LINE 5 COL 22 PIC X(20) FROM WS-PO-VENDOR.
           02 LINE 6 COL 5 VALUE "Item Code: ".
           02 LINE 6 COL 22 PIC X(10) USING WS-LINE-ITEM.
           02 LINE 7 COL 5 VALUE "Quantity: ".
           02 LINE 7 COL 22 PIC 9(5) USING WS-LINE-QTY.
           02 LINE 8 COL 5 VALUE "Unit Cost: ".
           02 LINE 8 COL 22 PIC 9(5)V99 USING WS-LINE-COST.
           02 LINE 10 COL 5 VALUE "(blank item code ends the PO)".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "Error opening item master item.dat, status: "
                   ITEM-FILE-STATUS
               STOP RUN
           END-IF.

           *> Open for update; create the file the first time a PO
           *> is raised
           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "Error opening purchase order file, status: "
                   PO-FILE-STATUS
               CLOSE ITEM-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY PO-MENU
               ACCEPT PO-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-NEW
                       PERFORM NEW-PURCHASE-ORDER
                   WHEN WS-ACTION-ADD
                       PERFORM ADD-TO-PURCHASE-ORDER
                   WHEN WS-ACTION-CANCEL
                       PERFORM CANCEL-PO-LINE
                   WHEN WS-ACTION-INQUIRE
                       PERFORM INQUIRE-PURCHASE-ORDER
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE PURCHASE-ORDER-FILE.
           CLOSE ITEM-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "PURCHASE" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       NEW-PURCHASE-ORDER.
           MOVE SPACES TO WS-PO-VENDOR.
           DISPLAY PO-VENDOR-FORM.
           ACCEPT PO-VENDOR-FORM.
           IF WS-PO-VENDOR = SPACES
               DISPLAY "Vendor cannot be blank; no PO raised."
           ELSE
               *> The number is only used up once a line is written,
               *> so a PO abandoned before its first line leaves no
               *> gap in the sequence
               PERFORM READ-PO-SEQUENCE
               MOVE WS-NEXT-PO-NO TO WS-PO-NO
               MOVE 1 TO WS-PO-LINE-NO
               PERFORM ENTER-PO-LINES
               IF WS-LINES-WRITTEN > 0
                   ADD 1 TO WS-NEXT-PO-NO
                   PERFORM REWRITE-PO-SEQUENCE
                   DISPLAY "Purchase order " WS-PO-NO " raised with "
                       WS-LINES-WRITTEN " line(s)."
               ELSE
                   DISPLAY "No lines entered; no PO raised."
               END-IF
           END-IF.

       ADD-TO-PURCHASE-ORDER.
           *> The vendor and the next line number come from the lines
           *> already on file for the PO
           DISPLAY "PO number to add lines to: ".
           ACCEPT WS-PO-NO.
           MOVE SPACES TO WS-PO-VENDOR.
           MOVE 0 TO WS-PO-LINE-NO.
           MOVE "N" TO WS-PO-EOF.
           MOVE WS-PO-NO TO PO-NO.
           MOVE 0 TO PO-LINE.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET END-OF-PO-LINES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PO-LINES
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-PO-LINES TO TRUE
                   NOT AT END
                       IF PO-NO NOT = WS-PO-NO
                           SET END-OF-PO-LINES TO TRUE
                       ELSE
                           MOVE PO-VENDOR TO WS-PO-VENDOR
                           MOVE PO-LINE   TO WS-PO-LINE-NO
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PO-LINE-NO = 0
                   DISPLAY "Purchase order " WS-PO-NO " not found."
               WHEN WS-PO-LINE-NO = 99
                   DISPLAY "Purchase order " WS-PO-NO " already has "
                       "99 lines; raise a new PO."
               WHEN OTHER
                   ADD 1 TO WS-PO-LINE-NO
                   PERFORM ENTER-PO-LINES
                   DISPLAY WS-LINES-WRITTEN " line(s) added to "
                       "purchase order " WS-PO-NO "."
           END-EVALUATE.

       ENTER-PO-LINES.
           *> WS-PO-NO, WS-PO-VENDOR, and the first WS-PO-LINE-NO are
           *> set by the caller
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE "N" TO WS-LINES-FLAG.
           PERFORM UNTIL NO-MORE-LINES
               MOVE SPACES TO WS-LINE-ITEM
               MOVE 0 TO WS-LINE-QTY
               MOVE 0 TO WS-LINE-COST
               MOVE "N" TO WS-VALID-RECORD
               PERFORM UNTIL RECORD-IS-VALID OR NO-MORE-LINES
                   DISPLAY PO-LINE-FORM
                   ACCEPT PO-LINE-FORM
                   IF WS-LINE-ITEM = SPACES
                       SET NO-MORE-LINES TO TRUE
                   ELSE
                       PERFORM VALIDATE-PO-LINE
                   END-IF
               END-PERFORM
               IF NOT NO-MORE-LINES
                   PERFORM WRITE-PO-LINE
                   IF WS-PO-LINE-NO = 99
                       DISPLAY "Line 99 is the last a PO can hold."
                       SET NO-MORE-LINES TO TRUE
                   ELSE
                       ADD 1 TO WS-PO-LINE-NO
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-PO-LINE.
           *> The item must be on the master, the quantity and cost
           *> non-zero; re-display the form for correction instead of
           *> writing bad data through
           MOVE "Y" TO WS-VALID-RECORD.
           MOVE WS-LINE-ITEM TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Item " WS-LINE-ITEM " is not on the item "
                       "master."
           END-READ.
           EVALUATE TRUE
               WHEN NOT RECORD-IS-VALID
                   CONTINUE
               WHEN WS-LINE-QTY IS NOT NUMERIC
                   OR WS-LINE-QTY = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Quantity must be numeric and non-zero."
               WHEN WS-LINE-COST IS NOT NUMERIC
                   OR WS-LINE-COST = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Unit cost must be numeric and non-zero."
               WHEN ITEM-VENDOR NOT = SPACES
                   AND ITEM-VENDOR NOT = WS-PO-VENDOR
                   *> Buying elsewhere is the buyer's call; just make
                   *> sure it is a deliberate one
                   DISPLAY "Note: item " ITEM-CODE " is normally "
                       "bought from " ITEM-VENDOR
           END-EVALUATE.

       WRITE-PO-LINE.
           MOVE WS-PO-NO       TO PO-NO.
           MOVE WS-PO-LINE-NO  TO PO-LINE.
           MOVE WS-CURRENT-YMD TO PO-DATE.
           MOVE WS-PO-VENDOR   TO PO-VENDOR.
           MOVE WS-LINE-ITEM   TO PO-ITEM.
           MOVE WS-LINE-QTY    TO PO-QTY-ORDERED.
           MOVE 0              TO PO-QTY-RECEIVED.
           MOVE WS-LINE-COST   TO PO-UNIT-COST.
           SET PO-LINE-IS-OPEN TO TRUE.
           MOVE WS-USERID      TO PO-USERID.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PO " PO-NO " line " PO-LINE " already on "
                       "file; fix poseq.ctl. Line NOT written."
                   SET NO-MORE-LINES TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-WRITTEN
                   MOVE "ADD" TO AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-VALUES
                   PERFORM LOG-PO-CHANGE
           END-WRITE.

       CANCEL-PO-LINE.
           *> Whatever is still due on the line stops being on order;
           *> anything already received stays received
           DISPLAY "PO number: ".
           ACCEPT PO-NO.
           DISPLAY "Line number: ".
           ACCEPT PO-LINE.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "PO line not found, status: "
                       PO-FILE-STATUS
               NOT INVALID KEY
                   IF NOT PO-LINE-IS-OPEN
                       DISPLAY "PO line is not open (status "
                           PO-STATUS "); nothing to cancel."
                   ELSE
                       PERFORM CAPTURE-BEFORE-VALUES
                       SET PO-LINE-IS-CANCELLED TO TRUE
                       REWRITE PURCHASE-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "Update failed, status: "
                                   PO-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "PO line cancelled."
                               MOVE "CANCEL" TO AUDIT-ACTION
                               PERFORM LOG-PO-CHANGE
                       END-REWRITE
                   END-IF
           END-READ.

       INQUIRE-PURCHASE-ORDER.
           *> Every line of one PO in line order, with what has come
           *> in against each
           DISPLAY "PO number to inquire: ".
           ACCEPT WS-PO-NO.
           MOVE "N" TO WS-PO-EOF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-PO-NO TO PO-NO.
           MOVE 0 TO PO-LINE.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET END-OF-PO-LINES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PO-LINES
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-PO-LINES TO TRUE
                   NOT AT END
                       IF PO-NO NOT = WS-PO-NO
                           SET END-OF-PO-LINES TO TRUE
                       ELSE
                           IF WS-LIST-COUNT = 0
                               DISPLAY "PO " PO-NO "  dated " PO-DATE
                                   "  vendor " PO-VENDOR
                           END-IF
                           DISPLAY "Line " PO-LINE
                               "  item " PO-ITEM
                               "  ordered " PO-QTY-ORDERED
                               "  received " PO-QTY-RECEIVED
                               "  cost " PO-UNIT-COST
                               "  status " PO-STATUS
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "PO lines on file: " WS-LIST-COUNT.

       READ-PO-SEQUENCE.
           *> A missing sequence file only happens on first adoption;
           *> seed it out loud so purchasing knows where the numbers
           *> started
           OPEN INPUT PO-SEQ-FILE.
           IF POSEQ-FILE-STATUS = "35"
               MOVE 100001 TO WS-NEXT-PO-NO
               DISPLAY "No poseq.ctl on file; PO numbers start at "
                   WS-NEXT-PO-NO
           ELSE
               IF POSEQ-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening poseq.ctl, status: "
                       POSEQ-FILE-STATUS
                   STOP RUN
               END-IF
               READ PO-SEQ-FILE
                   AT END
                       MOVE 100001 TO WS-NEXT-PO-NO
                   NOT AT END
                       IF POS-NEXT-NUMBER IS NOT NUMERIC
                           OR POS-NEXT-NUMBER = ZERO
                           DISPLAY "poseq.ctl next number is not "
                               "usable: " POS-NEXT-NUMBER
                           STOP RUN
                       END-IF
                       MOVE POS-NEXT-NUMBER TO WS-NEXT-PO-NO
               END-READ
               CLOSE PO-SEQ-FILE
           END-IF.

       REWRITE-PO-SEQUENCE.
           MOVE WS-NEXT-PO-NO TO POS-NEXT-NUMBER.
           OPEN OUTPUT PO-SEQ-FILE.
           IF POSEQ-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting poseq.ctl, status: "
                   POSEQ-FILE-STATUS
               STOP RUN
           END-IF.
           WRITE PO-SEQ-RECORD.
           IF POSEQ-FILE-STATUS NOT = "00"
               DISPLAY "Error writing poseq.ctl, status: "
                   POSEQ-FILE-STATUS
               STOP RUN
           END-IF.
           CLOSE PO-SEQ-FILE.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           STRING PO-VENDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-QTY-ORDERED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-QTY-RECEIVED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-UNIT-COST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-STATUS DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.

       LOG-PO-CHANGE.
           *> AUDIT-ACTION and WS-BEFORE-VALUES are set by the caller
           *> before this is PERFORMed; the key is PO and line number
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE PO-KEY TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING PO-VENDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-QTY-ORDERED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-QTY-RECEIVED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-UNIT-COST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-STATUS DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
