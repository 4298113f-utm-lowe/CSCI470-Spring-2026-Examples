       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-YEAR-CLOSE.

      *****************************************************************
      * Year-end close of the general ledger to retained earnings.
      * For the year named in glyear.ctl (one record, YYYY), every
      * revenue and expense account's balance on glbal.dat through
      * December 31 is closed out by a closing entry dated YYYY1231
      * under source YC, with the year's net income carried to the
      * retained earnings account 300100 (which must be on glacct.dat
      * as an equity account). Every asset, liability, and equity
      * account's balance after the closing entries is then carried
      * into the new year as an opening balance dated (YYYY+1)0101
      * under source OB, and gl-yearend.rpt lists the closing entries,
      * the net income, and the post-closing trial balance built from
      * the opening balances, which must prove debits equal credits.
      *
      * The close is refused unless GL-CLOSE has closed all twelve
      * months of the year on glperiod.dat, so nothing can post
      * under it, and once the next year has been closed this year
      * can no longer be closed again. A rerun - after a reopened
      * month took a late batch - replaces the year's own closing
      * entries and opening balances rather than adding to them.
      * Balances are carried cumulatively: an account's balance is
      * every feeder and closing entry through the year end, and the
      * OB records are never added back in, so a year that was never
      * closed is swept into retained earnings by the next close.
      * Nothing is written to glbal.dat unless the post-closing
      * trial balance is in balance. The year is then marked closed
      * on glperiod.dat as month 13 of the year, and the close goes
      * to the audit trail.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "glyear.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCT
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "glbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT YEAR-END-REPORT-FILE ASSIGN TO "gl-yearend.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YEAR-CONTROL-FILE.
       01 YEAR-CONTROL-RECORD.
          02 CTL-YEAR PIC 9(4).

       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           COPY GLAREC.

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           COPY GLBREC.

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           COPY GLPREC.

       FD YEAR-END-REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 9(2).
       01 ACCOUNT-FILE-STATUS PIC 9(2).
       01 BALANCE-FILE-STATUS PIC 9(2).
       01 PERIOD-FILE-STATUS  PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 WS-BALANCE-EOF      PIC X VALUE "N".
          88 END-OF-BALANCES      VALUE "Y".
       01 WS-MONTHS-FLAG      PIC X VALUE "Y".
          88 ALL-MONTHS-CLOSED    VALUE "Y".
       01 WS-RE-FLAG          PIC X VALUE "N".
          88 RE-ACCOUNT-HELD      VALUE "Y".
       01 WS-RETAINED-EARNINGS-ACCT PIC 9(6) VALUE 300100.
       01 WS-USERID           PIC X(8).
       01 WS-CLOSE-YEAR       PIC 9(4).
       01 WS-MONTH-SUB        PIC 9(2).
       01 WS-NEW-ACCT         PIC 9(6).
       01 WS-RE-SUB           PIC 9(3).
       01 WS-PURGED-COUNT     PIC 9(4).
       01 WS-CLOSING-COUNT    PIC 9(4).
       01 WS-OPENING-COUNT    PIC 9(4).
       01 WS-CLOSE-DEBITS     PIC 9(11)V99.
       01 WS-CLOSE-CREDITS    PIC 9(11)V99.
       01 WS-OPEN-DEBITS      PIC 9(11)V99.
       01 WS-OPEN-CREDITS     PIC 9(11)V99.
       01 WS-NET-INCOME       PIC S9(11)V99.
       01 WS-ACCOUNT-NET      PIC S9(11)V99.
       01 WS-BEFORE-VALUES    PIC X(60).
       01 WS-NET-EDITED       PIC $$,$$$,$$$,$$9.99.

      *> The closing entries' date, the opening balances' date, and
      *> the month keys the close checks on glperiod.dat
       01 WS-YEAR-END-DATE.
          02 WS-YE-YYYY       PIC 9(4).
          02 WS-YE-MMDD       PIC 9(4) VALUE 1231.
       01 WS-YEAR-END-NUM REDEFINES WS-YEAR-END-DATE PIC 9(8).
       01 WS-OPENING-DATE.
          02 WS-OB-YYYY       PIC 9(4).
          02 WS-OB-MMDD       PIC 9(4) VALUE 0101.
       01 WS-OPENING-NUM REDEFINES WS-OPENING-DATE PIC 9(8).
       01 WS-PERIOD-KEY.
          02 WS-PK-YYYY       PIC 9(4).
          02 WS-PK-MM         PIC 9(2).
       01 WS-PERIOD-KEY-NUM REDEFINES WS-PERIOD-KEY PIC 9(6).
       01 WS-CURRENT-DATE.
          02 WS-CURRENT-YMD   PIC 9(8).
          02 FILLER           PIC X(13).

      *> One row per account with a balance through the year end, in
      *> glbal.dat's account order: the balance, the closing entry
      *> that zeroes a revenue or expense account (or carries net
      *> income to retained earnings), and the new year's opening
      *> balance of a balance-sheet account
       01 WS-YE-COUNT PIC 9(3) VALUE 0.
       01 WS-YE-TABLE.
          02 WS-YE OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-YE-COUNT INDEXED BY YE-INDEX.
             03 WS-YE-ACCT      PIC 9(6).
             03 WS-YE-NAME      PIC X(30).
             03 WS-YE-TYPE      PIC X.
                88 WS-YE-INCOME-ACCT  VALUE "R" "E".
             03 WS-YE-DEBITS    PIC 9(11)V99.
             03 WS-YE-CREDITS   PIC 9(11)V99.
             03 WS-YE-CLOSE-DR  PIC 9(11)V99.
             03 WS-YE-CLOSE-CR  PIC 9(11)V99.
             03 WS-YE-OPEN-DR   PIC 9(11)V99.
             03 WS-YE-OPEN-CR   PIC 9(11)V99.

       01 YE-HEADING-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(36) VALUE
                "YEAR-END CLOSE TO RETAINED EARNINGS".
          02 FILLER PIC X(6)  VALUE "YEAR ".
          02 YE-HDG-YEAR PIC 9(4).

       01 YE-SECTION-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 YE-SECTION-TITLE PIC X(30).
          02 FILLER          PIC X(7)  VALUE "PERIOD ".
          02 YE-SECTION-PERIOD PIC 9(8).
          02 FILLER          PIC X(9)  VALUE "  SOURCE ".
          02 YE-SECTION-SOURCE PIC X(2).

       01 YE-HEADING-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER PIC X(9)  VALUE "ACCOUNT".
          02 FILLER PIC X(32) VALUE "DESCRIPTION".
          02 FILLER PIC X(6)  VALUE "TYPE".
          02 FILLER PIC X(17) VALUE "DEBITS".
          02 FILLER PIC X(17) VALUE "CREDITS".

       01 YE-DETAIL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 YE-ACCOUNT      PIC 9(6).
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 YE-NAME         PIC X(30).
          02 FILLER          PIC X(2)  VALUE SPACES.
          02 YE-TYPE         PIC X.
          02 FILLER          PIC X(3)  VALUE SPACES.
          02 YE-DEBITS       PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 YE-CREDITS      PIC $$,$$$,$$$,$$9.99.

       01 YE-TOTAL-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(45) VALUE "TOTAL".
          02 YE-TOTAL-DEBITS PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(1)  VALUE SPACES.
          02 YE-TOTAL-CREDITS PIC $$,$$$,$$$,$$9.99.

       01 YE-NET-INCOME-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 YE-NET-LABEL    PIC X(20).
          02 YE-NET-AMOUNT   PIC $$,$$$,$$$,$$9.99.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(12) VALUE "CARRIED TO ".
          02 YE-NET-ACCOUNT  PIC 9(6).

       01 YE-PROOF-LINE.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 YE-PROOF        PIC X(30).

       01 AUDIT-PARMS.
           COPY AUDITCALL.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> stream steps by LOOPS, and WORKING-STORAGE VALUEs only
           *> apply once, at load time - reset the per-run flags and
           *> totals on every entry
           PERFORM INITIALIZE-COUNTERS.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM READ-YEAR-CONTROL.

           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account master glacct.dat, "
                   "status: " ACCOUNT-FILE-STATUS
               DISPLAY "Run GL-MAINT to build the account master"
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM CHECK-RETAINED-EARNINGS.
           PERFORM CHECK-PERIODS-CLOSED.

           OPEN I-O GL-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening balance file glbal.dat, "
                   "status: " BALANCE-FILE-STATUS
               DISPLAY "Nothing has been posted to close"
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK.

           *> Work the whole close out in storage and prove it before
           *> glbal.dat is touched
           PERFORM GATHER-YEAR-BALANCES.
           PERFORM BUILD-CLOSING-ENTRIES.
           PERFORM BUILD-OPENING-BALANCES.
           PERFORM WRITE-YEAR-END-REPORT.
           IF WS-OPEN-DEBITS NOT = WS-OPEN-CREDITS
               DISPLAY "Post-closing trial balance is out of "
                   "balance; nothing closed"
               DISPLAY "  Debits: " WS-OPEN-DEBITS
                   "  Credits: " WS-OPEN-CREDITS
               CLOSE GL-BALANCE-FILE
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

           PERFORM PURGE-PRIOR-CLOSE.
           PERFORM WRITE-CLOSE-BALANCES.

           CLOSE GL-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "Error closing balance file, status: "
                   BALANCE-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           CLOSE GL-ACCOUNT-FILE.

           PERFORM MARK-YEAR-CLOSED.

           DISPLAY "Year " WS-CLOSE-YEAR " closed: "
               WS-CLOSING-COUNT " closing entries, "
               WS-OPENING-COUNT " opening balances for "
               WS-OPENING-NUM.
           DISPLAY "Year-end report written to gl-yearend.rpt".
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-BALANCE-EOF.
           MOVE "Y" TO WS-MONTHS-FLAG.
           MOVE "N" TO WS-RE-FLAG.
           MOVE 0   TO WS-YE-COUNT.
           MOVE 0   TO WS-RE-SUB.
           MOVE 0   TO WS-PURGED-COUNT.
           MOVE 0   TO WS-CLOSING-COUNT.
           MOVE 0   TO WS-OPENING-COUNT.
           MOVE 0   TO WS-CLOSE-DEBITS.
           MOVE 0   TO WS-CLOSE-CREDITS.
           MOVE 0   TO WS-OPEN-DEBITS.
           MOVE 0   TO WS-OPEN-CREDITS.
           MOVE 0   TO WS-NET-INCOME.

       READ-YEAR-CONTROL.
           *> The year keys every date this run writes, so a missing
           *> or unusable year stops the run before anything is read
           OPEN INPUT YEAR-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening glyear.ctl, status: "
                   CONTROL-FILE-STATUS
               DISPLAY "Supply the year to close in glyear.ctl"
               MOVE 8 TO RETURN-CODE GOBACK.
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "glyear.ctl is empty; supply the year "
                       "to close"
                   CLOSE YEAR-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE GOBACK
               NOT AT END
                   IF CTL-YEAR NOT NUMERIC OR CTL-YEAR = ZERO
                       DISPLAY "glyear.ctl year is not usable: "
                           CTL-YEAR
                       CLOSE YEAR-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   MOVE CTL-YEAR TO WS-CLOSE-YEAR
           END-READ.
           CLOSE YEAR-CONTROL-FILE.
           MOVE WS-CLOSE-YEAR TO WS-YE-YYYY.
           COMPUTE WS-OB-YYYY = WS-CLOSE-YEAR + 1.

       CHECK-RETAINED-EARNINGS.
           MOVE WS-RETAINED-EARNINGS-ACCT TO GLA-ACCT.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Retained earnings account " GLA-ACCT
                       " is not on the account master"
                   DISPLAY "Add it on GL-MAINT as an equity account"
                   CLOSE GL-ACCOUNT-FILE
                   MOVE 8 TO RETURN-CODE GOBACK
               NOT INVALID KEY
                   IF NOT GLA-IS-EQUITY
                       DISPLAY "Retained earnings account " GLA-ACCT
                           " is type " GLA-TYPE ", not equity (Q)"
                       CLOSE GL-ACCOUNT-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
           END-READ.

       CHECK-PERIODS-CLOSED.
           *> Every month of the year must be closed (a month reopened
           *> for a batch is not), and the following year must not
           *> already be closed on top of this one
           OPEN INPUT GL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "Error opening period file glperiod.dat, "
                   "status: " PERIOD-FILE-STATUS
               DISPLAY "Close the months of " WS-CLOSE-YEAR
                   " on GL-CLOSE first"
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK.
           MOVE WS-CLOSE-YEAR TO WS-PK-YYYY.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-SUB TO WS-PK-MM
               MOVE WS-PERIOD-KEY-NUM TO GLP-PERIOD
               READ GL-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "Period " GLP-PERIOD " is not closed"
                       MOVE "N" TO WS-MONTHS-FLAG
                   NOT INVALID KEY
                       IF NOT GLP-IS-CLOSED
                           DISPLAY "Period " GLP-PERIOD " is reopened "
                               "for a batch"
                           MOVE "N" TO WS-MONTHS-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OB-YYYY TO WS-PK-YYYY.
           MOVE 13 TO WS-PK-MM.
           MOVE WS-PERIOD-KEY-NUM TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Year " WS-OB-YYYY " is already closed; its "
                       "balances rest on this year's close"
                   MOVE "N" TO WS-MONTHS-FLAG
           END-READ.
           CLOSE GL-PERIOD-FILE.
           IF NOT ALL-MONTHS-CLOSED
               DISPLAY "Year " WS-CLOSE-YEAR " not closed"
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       GATHER-YEAR-BALANCES.
           *> Every balance through the year end except the opening
           *> balances, which only restate it, and this year's own
           *> closing entries, which a rerun replaces
           MOVE "N" TO WS-BALANCE-EOF.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GLB-KEY
               INVALID KEY
                   SET END-OF-BALANCES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BALANCES
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCES TO TRUE
                   NOT AT END
                       IF GLB-PERIOD NOT > WS-YEAR-END-NUM
                           AND GLB-SOURCE NOT = "OB"
                           AND NOT (GLB-SOURCE = "YC"
                               AND GLB-PERIOD = WS-YEAR-END-NUM)
                           PERFORM GATHER-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           *> Retained earnings takes the net income even when it has
           *> no balance of its own yet
           IF NOT RE-ACCOUNT-HELD
               MOVE WS-RETAINED-EARNINGS-ACCT TO WS-NEW-ACCT
               PERFORM ADD-YEAR-END-ACCOUNT
           END-IF.

       GATHER-ONE-BALANCE.
           *> glbal.dat is in account order, so a new account is a new
           *> row; retained earnings is slotted in where it falls
           IF NOT RE-ACCOUNT-HELD
               AND GLB-ACCT > WS-RETAINED-EARNINGS-ACCT
               MOVE WS-RETAINED-EARNINGS-ACCT TO WS-NEW-ACCT
               PERFORM ADD-YEAR-END-ACCOUNT
           END-IF.
           IF WS-YE-COUNT = 0
               MOVE GLB-ACCT TO WS-NEW-ACCT
               PERFORM ADD-YEAR-END-ACCOUNT
           ELSE
               IF WS-YE-ACCT(WS-YE-COUNT) NOT = GLB-ACCT
                   MOVE GLB-ACCT TO WS-NEW-ACCT
                   PERFORM ADD-YEAR-END-ACCOUNT
               END-IF
           END-IF.
           ADD GLB-DEBITS  TO WS-YE-DEBITS(WS-YE-COUNT).
           ADD GLB-CREDITS TO WS-YE-CREDITS(WS-YE-COUNT).

       ADD-YEAR-END-ACCOUNT.
           *> An account with no type can't be classed as closed out
           *> or carried forward, so the close stops on it
           IF WS-YE-COUNT >= 500
               DISPLAY "glbal.dat exceeds the 500-account table "
                   "limit, stopping"
               CLOSE GL-BALANCE-FILE
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-NEW-ACCT TO GLA-ACCT.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Account " GLA-ACCT " has balances but is "
                       "not on the account master; nothing closed"
                   CLOSE GL-BALANCE-FILE
                   CLOSE GL-ACCOUNT-FILE
                   MOVE 8 TO RETURN-CODE GOBACK
           END-READ.
           ADD 1 TO WS-YE-COUNT.
           SET YE-INDEX TO WS-YE-COUNT.
           MOVE GLA-ACCT TO WS-YE-ACCT(YE-INDEX).
           MOVE GLA-NAME TO WS-YE-NAME(YE-INDEX).
           MOVE GLA-TYPE TO WS-YE-TYPE(YE-INDEX).
           MOVE 0 TO WS-YE-DEBITS(YE-INDEX).
           MOVE 0 TO WS-YE-CREDITS(YE-INDEX).
           MOVE 0 TO WS-YE-CLOSE-DR(YE-INDEX).
           MOVE 0 TO WS-YE-CLOSE-CR(YE-INDEX).
           MOVE 0 TO WS-YE-OPEN-DR(YE-INDEX).
           MOVE 0 TO WS-YE-OPEN-CR(YE-INDEX).
           IF GLA-ACCT = WS-RETAINED-EARNINGS-ACCT
               MOVE WS-YE-COUNT TO WS-RE-SUB
               SET RE-ACCOUNT-HELD TO TRUE
           END-IF.

       BUILD-CLOSING-ENTRIES.
           *> Each revenue and expense balance is reversed to zero;
           *> what the reversals leave over is the year's net income
           PERFORM VARYING YE-INDEX FROM 1 BY 1
                   UNTIL YE-INDEX > WS-YE-COUNT
               IF WS-YE-INCOME-ACCT(YE-INDEX)
                   IF WS-YE-DEBITS(YE-INDEX) > WS-YE-CREDITS(YE-INDEX)
                       COMPUTE WS-YE-CLOSE-CR(YE-INDEX) =
                           WS-YE-DEBITS(YE-INDEX)
                           - WS-YE-CREDITS(YE-INDEX)
                   ELSE
                       COMPUTE WS-YE-CLOSE-DR(YE-INDEX) =
                           WS-YE-CREDITS(YE-INDEX)
                           - WS-YE-DEBITS(YE-INDEX)
                   END-IF
                   ADD WS-YE-CLOSE-DR(YE-INDEX) TO WS-CLOSE-DEBITS
                   ADD WS-YE-CLOSE-CR(YE-INDEX) TO WS-CLOSE-CREDITS
               END-IF
           END-PERFORM.
           COMPUTE WS-NET-INCOME = WS-CLOSE-DEBITS - WS-CLOSE-CREDITS.
           IF WS-NET-INCOME > 0
               MOVE WS-NET-INCOME TO WS-YE-CLOSE-CR(WS-RE-SUB)
               ADD WS-NET-INCOME TO WS-CLOSE-CREDITS
           ELSE
               COMPUTE WS-YE-CLOSE-DR(WS-RE-SUB) = 0 - WS-NET-INCOME
               ADD WS-YE-CLOSE-DR(WS-RE-SUB) TO WS-CLOSE-DEBITS
           END-IF.

       BUILD-OPENING-BALANCES.
           *> Balance-sheet accounts open the new year at their net
           *> balance after the closing entries, on whichever side
           *> it falls
           PERFORM VARYING YE-INDEX FROM 1 BY 1
                   UNTIL YE-INDEX > WS-YE-COUNT
               IF NOT WS-YE-INCOME-ACCT(YE-INDEX)
                   COMPUTE WS-ACCOUNT-NET =
                       WS-YE-DEBITS(YE-INDEX)
                       + WS-YE-CLOSE-DR(YE-INDEX)
                       - WS-YE-CREDITS(YE-INDEX)
                       - WS-YE-CLOSE-CR(YE-INDEX)
                   IF WS-ACCOUNT-NET > 0
                       MOVE WS-ACCOUNT-NET TO WS-YE-OPEN-DR(YE-INDEX)
                   ELSE
                       COMPUTE WS-YE-OPEN-CR(YE-INDEX) =
                           0 - WS-ACCOUNT-NET
                   END-IF
                   ADD WS-YE-OPEN-DR(YE-INDEX) TO WS-OPEN-DEBITS
                   ADD WS-YE-OPEN-CR(YE-INDEX) TO WS-OPEN-CREDITS
               END-IF
           END-PERFORM.

       WRITE-YEAR-END-REPORT.
           OPEN OUTPUT YEAR-END-REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening year-end report, status: "
                   REPORT-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK.
           MOVE WS-CLOSE-YEAR TO YE-HDG-YEAR.
           WRITE REPORT-LINE FROM YE-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           *> The closing entries and the net income they carry
           MOVE "CLOSING ENTRIES" TO YE-SECTION-TITLE.
           MOVE WS-YEAR-END-NUM TO YE-SECTION-PERIOD.
           MOVE "YC" TO YE-SECTION-SOURCE.
           WRITE REPORT-LINE FROM YE-SECTION-LINE.
           WRITE REPORT-LINE FROM YE-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING YE-INDEX FROM 1 BY 1
                   UNTIL YE-INDEX > WS-YE-COUNT
               IF WS-YE-CLOSE-DR(YE-INDEX) > 0
                   OR WS-YE-CLOSE-CR(YE-INDEX) > 0
                   MOVE WS-YE-CLOSE-DR(YE-INDEX) TO YE-DEBITS
                   MOVE WS-YE-CLOSE-CR(YE-INDEX) TO YE-CREDITS
                   PERFORM WRITE-YEAR-END-DETAIL
                   ADD 1 TO WS-CLOSING-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLOSE-DEBITS  TO YE-TOTAL-DEBITS.
           MOVE WS-CLOSE-CREDITS TO YE-TOTAL-CREDITS.
           WRITE REPORT-LINE FROM YE-TOTAL-LINE.
           IF WS-NET-INCOME < 0
               MOVE "NET LOSS" TO YE-NET-LABEL
           ELSE
               MOVE "NET INCOME" TO YE-NET-LABEL
           END-IF.
           MOVE WS-NET-INCOME TO YE-NET-AMOUNT.
           MOVE WS-RETAINED-EARNINGS-ACCT TO YE-NET-ACCOUNT.
           WRITE REPORT-LINE FROM YE-NET-INCOME-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.

           *> The post-closing trial balance is the new year's
           *> opening balances, and must prove
           MOVE "POST-CLOSING TRIAL BALANCE" TO YE-SECTION-TITLE.
           MOVE WS-OPENING-NUM TO YE-SECTION-PERIOD.
           MOVE "OB" TO YE-SECTION-SOURCE.
           WRITE REPORT-LINE FROM YE-SECTION-LINE.
           WRITE REPORT-LINE FROM YE-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING YE-INDEX FROM 1 BY 1
                   UNTIL YE-INDEX > WS-YE-COUNT
               IF WS-YE-OPEN-DR(YE-INDEX) > 0
                   OR WS-YE-OPEN-CR(YE-INDEX) > 0
                   MOVE WS-YE-OPEN-DR(YE-INDEX) TO YE-DEBITS
                   MOVE WS-YE-OPEN-CR(YE-INDEX) TO YE-CREDITS
                   PERFORM WRITE-YEAR-END-DETAIL
                   ADD 1 TO WS-OPENING-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-DEBITS  TO YE-TOTAL-DEBITS.
           MOVE WS-OPEN-CREDITS TO YE-TOTAL-CREDITS.
           WRITE REPORT-LINE FROM YE-TOTAL-LINE.
           IF WS-OPEN-DEBITS = WS-OPEN-CREDITS
               MOVE "IN BALANCE" TO YE-PROOF
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO YE-PROOF
           END-IF.
           WRITE REPORT-LINE FROM YE-PROOF-LINE.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error writing year-end report, status: "
                   REPORT-FILE-STATUS
               CLOSE GL-BALANCE-FILE
               CLOSE GL-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           CLOSE YEAR-END-REPORT-FILE.

       WRITE-YEAR-END-DETAIL.
           MOVE WS-YE-ACCT(YE-INDEX) TO YE-ACCOUNT.
           MOVE WS-YE-NAME(YE-INDEX) TO YE-NAME.
           MOVE WS-YE-TYPE(YE-INDEX) TO YE-TYPE.
           WRITE REPORT-LINE FROM YE-DETAIL-LINE.

       PURGE-PRIOR-CLOSE.
           *> A rerun replaces this year's closing entries and the
           *> next year's opening balances; every other balance,
           *> including earlier years' closes, is left alone
           MOVE "N" TO WS-BALANCE-EOF.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GLB-KEY
               INVALID KEY
                   SET END-OF-BALANCES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BALANCES
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCES TO TRUE
                   NOT AT END
                       IF (GLB-SOURCE = "YC"
                               AND GLB-PERIOD = WS-YEAR-END-NUM)
                           OR (GLB-SOURCE = "OB"
                               AND GLB-PERIOD = WS-OPENING-NUM)
                           DELETE GL-BALANCE-FILE
                           IF BALANCE-FILE-STATUS NOT = "00"
                               DISPLAY "Error purging balance for "
                                   GLB-ACCT ", status: "
                                   BALANCE-FILE-STATUS
                               MOVE 8 TO RETURN-CODE GOBACK
                           END-IF
                           ADD 1 TO WS-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PURGED-COUNT > 0
               DISPLAY "Replaced " WS-PURGED-COUNT " balances from "
                   "an earlier close of " WS-CLOSE-YEAR
           END-IF.

       WRITE-CLOSE-BALANCES.
           PERFORM VARYING YE-INDEX FROM 1 BY 1
                   UNTIL YE-INDEX > WS-YE-COUNT
               IF WS-YE-CLOSE-DR(YE-INDEX) > 0
                   OR WS-YE-CLOSE-CR(YE-INDEX) > 0
                   MOVE WS-YE-ACCT(YE-INDEX)     TO GLB-ACCT
                   MOVE WS-YEAR-END-NUM          TO GLB-PERIOD
                   MOVE "YC"                     TO GLB-SOURCE
                   MOVE WS-YE-CLOSE-DR(YE-INDEX) TO GLB-DEBITS
                   MOVE WS-YE-CLOSE-CR(YE-INDEX) TO GLB-CREDITS
                   PERFORM WRITE-ONE-CLOSE-BALANCE
               END-IF
               IF WS-YE-OPEN-DR(YE-INDEX) > 0
                   OR WS-YE-OPEN-CR(YE-INDEX) > 0
                   MOVE WS-YE-ACCT(YE-INDEX)    TO GLB-ACCT
                   MOVE WS-OPENING-NUM          TO GLB-PERIOD
                   MOVE "OB"                    TO GLB-SOURCE
                   MOVE WS-YE-OPEN-DR(YE-INDEX) TO GLB-DEBITS
                   MOVE WS-YE-OPEN-CR(YE-INDEX) TO GLB-CREDITS
                   PERFORM WRITE-ONE-CLOSE-BALANCE
               END-IF
           END-PERFORM.

       WRITE-ONE-CLOSE-BALANCE.
           WRITE GL-BALANCE-RECORD.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "Error writing " GLB-SOURCE " balance for "
                   GLB-ACCT ", status: " BALANCE-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.

       MARK-YEAR-CLOSED.
           *> Month 13 of the year records the close for GL-CLOSE's
           *> listing and its reopen warning
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN I-O GL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "Error opening period file, status: "
                   PERIOD-FILE-STATUS
               DISPLAY "Year " WS-CLOSE-YEAR " was closed on glbal.dat "
                   "but is not marked closed on glperiod.dat"
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-PK-YYYY.
           MOVE 13 TO WS-PK-MM.
           MOVE WS-PERIOD-KEY-NUM TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   MOVE "OPEN" TO WS-BEFORE-VALUES
                   PERFORM SET-YEAR-CLOSED
                   WRITE GL-PERIOD-RECORD
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-VALUES
                   STRING "CLOSED BY " DELIMITED BY SIZE
                       GLP-CLOSED-USERID DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       GLP-CLOSED-DATE DELIMITED BY SIZE
                       INTO WS-BEFORE-VALUES
                   END-STRING
                   PERFORM SET-YEAR-CLOSED
                   REWRITE GL-PERIOD-RECORD
           END-READ.
           IF PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "Error marking year " WS-CLOSE-YEAR
                   " closed, status: " PERIOD-FILE-STATUS
               CLOSE GL-PERIOD-FILE
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           CLOSE GL-PERIOD-FILE.

           MOVE WS-USERID TO AUDIT-USERID.
           MOVE "YEARCLOSE" TO AUDIT-ACTION.
           MOVE WS-CLOSE-YEAR TO AUDIT-KEY.
           MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE.
           MOVE WS-NET-INCOME TO WS-NET-EDITED.
           MOVE SPACES TO AUDIT-AFTER.
           STRING YE-NET-LABEL DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-NET-EDITED DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RETAINED-EARNINGS-ACCT DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.

       SET-YEAR-CLOSED.
           SET GLP-IS-CLOSED TO TRUE.
           MOVE WS-USERID      TO GLP-CLOSED-USERID.
           MOVE WS-CURRENT-YMD TO GLP-CLOSED-DATE.
           MOVE SPACES         TO GLP-REOPEN-USERID.
           MOVE 0              TO GLP-REOPEN-DATE.
           MOVE SPACES         TO GLP-REOPEN-REASON.
