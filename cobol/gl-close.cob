       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.

      *****************************************************************
      * Accounting-period close screen for glperiod.dat. Once
      * accounting has reported on a month, an operator with the
      * close permission closes it here, and GL-POST refuses any
      * batch dated in a closed month - a payroll rerun for an old
      * period can no longer quietly replace balances that have been
      * signed off. When a closed month genuinely has to take a
      * batch, it is reopened here as an override: the operator must
      * give a reason, the override goes to the shared audit trail
      * beside the close it undoes, and the reopening lets exactly
      * one batch through before GL-POST closes the month again.
      * Reopening a month of a year GL-YEAR-CLOSE has already closed
      * is allowed, with a warning that the year-end close must be
      * run again once the batch is posted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           COPY GLPREC.

       WORKING-STORAGE SECTION.
       01 PERIOD-FILE-STATUS PIC 9(2).
       01 WS-ACTION        PIC X.
          88 WS-ACTION-CLOSE   VALUE "C" "c".
          88 WS-ACTION-REOPEN  VALUE "R" "r".
          88 WS-ACTION-LIST    VALUE "L" "l".
          88 WS-ACTION-EXIT    VALUE "X" "x".
       01 WS-USERID        PIC X(8).
       01 WS-CONFIRM       PIC X.
          88 WS-CONFIRMED      VALUE "Y" "y".
       01 WS-PERIOD-EOF    PIC X.
          88 END-OF-PERIODS    VALUE "Y".
       01 WS-LIST-COUNT    PIC 9(4).
       01 WS-BEFORE-VALUES PIC X(60).
       01 WS-REASON        PIC X(30).
      *> The month keyed at the prompt, split so its month number
      *> can be checked
       01 WS-MONTH-KEYED.
          02 WS-MONTH-YYYY PIC 9(4).
          02 WS-MONTH-MM   PIC 9(2).
       01 WS-MONTH-VALID   PIC X.
          88 MONTH-IS-VALID    VALUE "Y".
      *> GL-YEAR-CLOSE marks a closed year as month 13 of that year
       01 WS-YEAR-MARKER.
          02 WS-MARKER-YYYY PIC 9(4).
          02 WS-MARKER-MM   PIC 9(2) VALUE 13.
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD PIC 9(8).
          02 FILLER         PIC X(13).
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           COPY AUDITCALL.

       SCREEN SECTION.
       01 CLOSE-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 10 VALUE "GL Period Close Menu".
           02 LINE 3 COL 5 VALUE "C - Close Period".
           02 LINE 4 COL 5 VALUE "R - Reopen Period (Override)".
           02 LINE 5 COL 5 VALUE "L - List Period Status".
           02 LINE 6 COL 5 VALUE "X - Exit".
           02 LINE 8 COL 5 VALUE "Selection: ".
           02 LINE 8 COL 17 PIC X USING WS-ACTION.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM CHECK-OPERATOR-AUTHORITY.

           *> Open for update; create the file the first time it is used
           OPEN I-O GL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT GL-PERIOD-FILE
               CLOSE GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF.
           IF PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "Error opening period file, status: "
                   PERIOD-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ACTION-EXIT
               DISPLAY CLOSE-MENU
               ACCEPT CLOSE-MENU
               EVALUATE TRUE
                   WHEN WS-ACTION-CLOSE
                       PERFORM CLOSE-PERIOD
                   WHEN WS-ACTION-REOPEN
                       PERFORM REOPEN-PERIOD
                   WHEN WS-ACTION-LIST
                       PERFORM LIST-PERIODS
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE GL-PERIOD-FILE.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           *> Turn away a user the operator file doesn't authorize
           *> for this function; the refusal itself is audited by
           *> OPER-AUTH
           MOVE WS-USERID TO AUTH-USERID.
           MOVE "GLCLOSE" TO AUTH-FUNCTION.
           CALL "OPER-AUTH" USING AUTH-PARMS.
           IF NOT AUTH-WAS-GRANTED
               DISPLAY "User " WS-USERID " is not authorized for "
                   "this function."
               STOP RUN
           END-IF.

       ACCEPT-PERIOD-MONTH.
           *> A calendar month, YYYYMM; month 13 belongs to
           *> GL-YEAR-CLOSE and is never keyed here
           MOVE "Y" TO WS-MONTH-VALID.
           DISPLAY "Period (YYYYMM): ".
           ACCEPT WS-MONTH-KEYED.
           IF WS-MONTH-KEYED IS NOT NUMERIC
               OR WS-MONTH-YYYY = ZERO
               OR WS-MONTH-MM < 1
               OR WS-MONTH-MM > 12
               MOVE "N" TO WS-MONTH-VALID
               DISPLAY "Period must be a year and month, YYYYMM."
           END-IF.

       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD-MONTH.
           IF MONTH-IS-VALID
               MOVE WS-MONTH-KEYED TO GLP-PERIOD
               READ GL-PERIOD-FILE
                   INVALID KEY
                       MOVE "OPEN" TO WS-BEFORE-VALUES
                       PERFORM SET-PERIOD-CLOSED
                       WRITE GL-PERIOD-RECORD
                           INVALID KEY
                               DISPLAY "Close failed, status: "
                                   PERIOD-FILE-STATUS
                           NOT INVALID KEY
                               PERFORM LOG-PERIOD-CLOSE
                       END-WRITE
                   NOT INVALID KEY
                       IF GLP-IS-CLOSED
                           DISPLAY "Period " GLP-PERIOD
                               " is already closed."
                       ELSE
                           PERFORM CAPTURE-BEFORE-VALUES
                           PERFORM SET-PERIOD-CLOSED
                           REWRITE GL-PERIOD-RECORD
                               INVALID KEY
                                   DISPLAY "Close failed, status: "
                                       PERIOD-FILE-STATUS
                               NOT INVALID KEY
                                   PERFORM LOG-PERIOD-CLOSE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       SET-PERIOD-CLOSED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           SET GLP-IS-CLOSED TO TRUE.
           MOVE WS-USERID      TO GLP-CLOSED-USERID.
           MOVE WS-CURRENT-YMD TO GLP-CLOSED-DATE.
           MOVE SPACES         TO GLP-REOPEN-USERID.
           MOVE 0              TO GLP-REOPEN-DATE.
           MOVE SPACES         TO GLP-REOPEN-REASON.

       LOG-PERIOD-CLOSE.
           DISPLAY "Period " GLP-PERIOD " closed; GL-POST will "
               "refuse batches dated in it.".
           MOVE "CLOSE" TO AUDIT-ACTION.
           MOVE "CLOSED" TO AUDIT-AFTER.
           PERFORM LOG-PERIOD-CHANGE.

       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD-MONTH.
           IF MONTH-IS-VALID
               MOVE WS-MONTH-KEYED TO GLP-PERIOD
               READ GL-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "Period " GLP-PERIOD " is not closed."
                   NOT INVALID KEY
                       IF NOT GLP-IS-CLOSED
                           DISPLAY "Period " GLP-PERIOD
                               " is already reopened for one batch."
                       ELSE
                           PERFORM CONFIRM-REOPEN
                       END-IF
               END-READ
           END-IF.

       CONFIRM-REOPEN.
           *> The override needs a reason on the record and on the
           *> audit trail; a blank reason is no override at all
           DISPLAY "Closed by " GLP-CLOSED-USERID " on "
               GLP-CLOSED-DATE.
           PERFORM WARN-IF-YEAR-CLOSED.
           MOVE SPACES TO WS-REASON.
           DISPLAY "Reason for reopening: ".
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A reason is required; period left closed."
           ELSE
               DISPLAY "Reopen " GLP-PERIOD " for one batch? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   PERFORM CAPTURE-BEFORE-VALUES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   SET GLP-IS-REOPENED TO TRUE
                   MOVE WS-USERID      TO GLP-REOPEN-USERID
                   MOVE WS-CURRENT-YMD TO GLP-REOPEN-DATE
                   MOVE WS-REASON      TO GLP-REOPEN-REASON
                   REWRITE GL-PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "Reopen failed, status: "
                               PERIOD-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Period " GLP-PERIOD " reopened; "
                               "GL-POST will close it again after "
                               "the next batch."
                           MOVE "REOPEN" TO AUDIT-ACTION
                           MOVE SPACES TO AUDIT-AFTER
                           STRING "REOPENED: " DELIMITED BY SIZE
                               WS-REASON DELIMITED BY SIZE
                               INTO AUDIT-AFTER
                           END-STRING
                           PERFORM LOG-PERIOD-CHANGE
                   END-REWRITE
               END-IF
           END-IF.

       WARN-IF-YEAR-CLOSED.
           *> Look for the year's month-13 marker, then read the
           *> month record back in
           MOVE WS-MONTH-YYYY TO WS-MARKER-YYYY.
           MOVE WS-YEAR-MARKER TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Year " WS-MONTH-YYYY " has been closed to "
                       "retained earnings; run GL-YEAR-CLOSE again "
                       "after posting."
           END-READ.
           MOVE WS-MONTH-KEYED TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   DISPLAY "Period record lost, status: "
                       PERIOD-FILE-STATUS
           END-READ.

       LIST-PERIODS.
           MOVE "N" TO WS-PERIOD-EOF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO GLP-PERIOD.
           START GL-PERIOD-FILE KEY IS NOT LESS THAN GLP-PERIOD
               INVALID KEY
                   SET END-OF-PERIODS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PERIODS
               READ GL-PERIOD-FILE NEXT RECORD
                   AT END
                       SET END-OF-PERIODS TO TRUE
                   NOT AT END
                       PERFORM SHOW-PERIOD-STATUS
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "Periods on file: " WS-LIST-COUNT
               " (months not listed are open)".

       SHOW-PERIOD-STATUS.
           IF GLP-PERIOD(5:2) = "13"
               DISPLAY GLP-PERIOD " YEAR CLOSED by " GLP-CLOSED-USERID
                   " on " GLP-CLOSED-DATE
           ELSE
               IF GLP-IS-CLOSED
                   DISPLAY GLP-PERIOD " CLOSED by " GLP-CLOSED-USERID
                       " on " GLP-CLOSED-DATE
               ELSE
                   DISPLAY GLP-PERIOD " REOPENED by "
                       GLP-REOPEN-USERID " on " GLP-REOPEN-DATE
                       " - " GLP-REOPEN-REASON
               END-IF
           END-IF.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           IF GLP-IS-CLOSED
               STRING "CLOSED BY " DELIMITED BY SIZE
                   GLP-CLOSED-USERID DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   GLP-CLOSED-DATE DELIMITED BY SIZE
                   INTO WS-BEFORE-VALUES
               END-STRING
           ELSE
               STRING "REOPENED BY " DELIMITED BY SIZE
                   GLP-REOPEN-USERID DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   GLP-REOPEN-DATE DELIMITED BY SIZE
                   INTO WS-BEFORE-VALUES
               END-STRING
           END-IF.

       LOG-PERIOD-CHANGE.
           *> AUDIT-ACTION and AUDIT-AFTER are set by the caller, and
           *> WS-BEFORE-VALUES by CAPTURE-BEFORE-VALUES or the close
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE GLP-PERIOD TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
