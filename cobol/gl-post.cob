       PROGRAM-ID. GL-POST.

      *****************************************************************
      * Posting batch for the GL interface file. Loads glposting.dat -
      * the header/detail/trailer file EMPLOYEE-PAYROLL (source PR)
      * or AR-POSTING (source AR) proves and releases - into
      * per-account period balances on glbal.dat, and
      * prints the month's trial balance to trial-balance.rpt, so
      * accounting stops re-keying the file into a spreadsheet.
      *
      * Nothing posts until the whole file proves out: a detail for
      * so does a trailer whose debits and credits don't match the
      * details or each other. A rerun of the same period replaces
      * that period's balances instead of doubling them.
      *
      * The header carries the feeder's two-character source code
      * after the period (blank reads as PR, for files written before
      * the code was carried). Balances are kept per source, so the
      * receivables batch for a date never replaces the payroll batch
      * for the same date. The trial balance covers the whole
      * calendar month the batch is dated in, adding every source's
      * balance for every date in that month into one line per
      * account, so the payroll and receivables batches of a month
      * appear together whichever of them posted last.
      *
      * A batch dated in a month GL-CLOSE has closed on glperiod.dat
      * is refused before a dollar moves. A month reopened there as
      * an override takes this one batch, and is closed again here
      * as soon as it has posted, with the repost on the audit trail
      * beside the reopening. Sources OB and YC are GL-YEAR-CLOSE's
      * opening-balance and closing entries and are never accepted
      * from a posting file.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS GLB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "trial-balance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       01 GL-BALANCE-RECORD.
           COPY GLBREC.

       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           COPY GLPREC.

       FD TRIAL-BALANCE-FILE.
       01 REPORT-LINE PIC X(100).

       01 ACCOUNT-FILE-STATUS PIC 9(2).
       01 BALANCE-FILE-STATUS PIC 9(2).
       01 REPORT-FILE-STATUS  PIC 9(2).
       01 PERIOD-FILE-STATUS  PIC 9(2).
       01 WS-POSTING-EOF      PIC X VALUE "N".
          88 END-OF-POSTINGS      VALUE "Y".
       01 WS-BALANCE-EOF      PIC X VALUE "N".
       01 WS-TRAILER-FLAG     PIC X VALUE "N".
          88 TRAILER-WAS-SEEN     VALUE "Y".
       01 WS-POSTING-PERIOD   PIC 9(8).
       01 WS-POSTING-SOURCE   PIC X(2).
      *> Set when the batch's month was reopened on GL-CLOSE for it
       01 WS-REOPEN-FLAG      PIC X VALUE "N".
          88 PERIOD-WAS-REOPENED  VALUE "Y".
       01 WS-USERID           PIC X(8).
      *> The account the trial balance is gathering; one account can
      *> hold a balance from each source for the period
       01 WS-TB-HOLD-FLAG     PIC X VALUE "N".
          88 TB-ACCOUNT-HELD      VALUE "Y".
       01 WS-TB-HOLD-ACCT     PIC 9(6).
       01 WS-TB-HOLD-DEBITS   PIC 9(11)V99.
       01 WS-TB-HOLD-CREDITS  PIC 9(11)V99.
       01 WS-DETAIL-DEBITS    PIC 9(11)V99.
       01 WS-DETAIL-CREDITS   PIC 9(11)V99.
       01 WS-FILE-DEBITS      PIC 9(11)V99.

      *> The posting file's record layouts; the FD record is moved
      *> here by record type. These mirror GL-HEADER/GL-DETAIL/
      *> GL-TRAILER in EMPLOYEE-PAYROLL and AR-POSTING, the writers
       01 WS-GL-HEADER.
          02 FILLER          PIC X.
          02 HDR-PERIOD      PIC 9(8).
          02 HDR-SOURCE      PIC X(2).
       01 WS-GL-DETAIL.
          02 FILLER          PIC X.
          02 DTL-ACCOUNT     PIC 9(6).
       01 TB-HEADING-1.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(22) VALUE "TRIAL BALANCE".
          02 FILLER PIC X(16) VALUE "MONTH (YYYYMM) ".
          02 TB-HDG-PERIOD PIC 9(6).

       01 TB-HEADING-2.
          02 FILLER PIC X(5)  VALUE SPACES.
          02 FILLER          PIC X(5)  VALUE SPACES.
          02 TB-PROOF        PIC X(30).

       01 AUDIT-PARMS.
           COPY AUDITCALL.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           *> This program is CALLed in the same run unit as the other
           *> moves; a refused file leaves glbal.dat untouched
           PERFORM LOAD-POSTING-FILE.
           PERFORM PROVE-POSTING-FILE.
           PERFORM CHECK-POSTING-PERIOD.

           *> Open for update; create the balance file on first post
           OPEN I-O GL-BALANCE-FILE.
               MOVE 8 TO RETURN-CODE GOBACK.

           DISPLAY "Posted " WS-PST-COUNT " details for period "
               WS-POSTING-PERIOD " source " WS-POSTING-SOURCE.
           DISPLAY "Trial balance written to trial-balance.rpt".
           IF PERIOD-WAS-REOPENED
               PERFORM RECLOSE-POSTING-PERIOD
           END-IF.
           GOBACK.

       INITIALIZE-COUNTERS.
           MOVE "N" TO WS-BALANCE-EOF.
           MOVE "N" TO WS-HEADER-FLAG.
           MOVE "N" TO WS-TRAILER-FLAG.
           MOVE "N" TO WS-TB-HOLD-FLAG.
           MOVE "N" TO WS-REOPEN-FLAG.
           MOVE "PR" TO WS-POSTING-SOURCE.
           MOVE 0   TO WS-PST-COUNT.
           MOVE 0   TO WS-DETAIL-DEBITS.
           MOVE 0   TO WS-DETAIL-CREDITS.
           IF POSTING-FILE-STATUS NOT = "00"
               DISPLAY "Error opening glposting.dat, status: "
                   POSTING-FILE-STATUS
               DISPLAY "Run EMPLOYEE-PAYROLL or AR-POSTING before "
                   "the posting step"
               MOVE 8 TO RETURN-CODE GOBACK.
           PERFORM UNTIL END-OF-POSTINGS
               READ GL-POSTING-FILE
               WHEN "H"
                   MOVE GL-POSTING-LINE TO WS-GL-HEADER
                   MOVE HDR-PERIOD TO WS-POSTING-PERIOD
                   IF HDR-SOURCE NOT = SPACES
                       MOVE HDR-SOURCE TO WS-POSTING-SOURCE
                   END-IF
                   SET HEADER-WAS-SEEN TO TRUE
               WHEN "D"
                   MOVE GL-POSTING-LINE TO WS-GL-DETAIL
               SET PST-INDEX UP BY 1
           END-PERFORM.

       CHECK-POSTING-PERIOD.
           *> The year-end close writes its own balances directly;
           *> its source codes never arrive through a posting file
           IF WS-POSTING-SOURCE = "OB" OR WS-POSTING-SOURCE = "YC"
               DISPLAY "Source " WS-POSTING-SOURCE " is reserved for "
                   "GL-YEAR-CLOSE; file refused"
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           *> No period file yet means no month has been closed
           OPEN INPUT GL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS NOT = "35"
               IF PERIOD-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening period file, status: "
                       PERIOD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE GOBACK
               END-IF
               MOVE WS-POSTING-PERIOD(1:6) TO GLP-PERIOD
               READ GL-PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GLP-IS-CLOSED
                           DISPLAY "Period " GLP-PERIOD " was closed "
                               "by " GLP-CLOSED-USERID " on "
                               GLP-CLOSED-DATE "; file refused"
                           DISPLAY "Reopen the period on GL-CLOSE "
                               "to post into it"
                           CLOSE GL-PERIOD-FILE
                           MOVE 8 TO RETURN-CODE GOBACK
                       END-IF
                       SET PERIOD-WAS-REOPENED TO TRUE
                       DISPLAY "Period " GLP-PERIOD " was reopened by "
                           GLP-REOPEN-USERID ": " GLP-REOPEN-REASON
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.

       RECLOSE-POSTING-PERIOD.
           *> The override covered this one batch; close the month
           *> again, keeping who closed it originally and who
           *> reopened it, and put the repost on the audit trail
           OPEN I-O GL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "Error reopening period file, status: "
                   PERIOD-FILE-STATUS
               DISPLAY "Period " WS-POSTING-PERIOD(1:6) " is still "
                   "reopened; close it on GL-CLOSE"
               MOVE 8 TO RETURN-CODE GOBACK
           END-IF.
           MOVE WS-POSTING-PERIOD(1:6) TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   DISPLAY "Period " GLP-PERIOD " is no longer on "
                       "the period file"
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-BEFORE
                   STRING "REOPENED BY " DELIMITED BY SIZE
                       GLP-REOPEN-USERID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GLP-REOPEN-REASON DELIMITED BY SIZE
                       INTO AUDIT-BEFORE
                   END-STRING
                   SET GLP-IS-CLOSED TO TRUE
                   REWRITE GL-PERIOD-RECORD
                   IF PERIOD-FILE-STATUS NOT = "00"
                       DISPLAY "Error closing period " GLP-PERIOD
                           " again, status: " PERIOD-FILE-STATUS
                       CLOSE GL-PERIOD-FILE
                       MOVE 8 TO RETURN-CODE GOBACK
                   END-IF
                   DISPLAY "Period " GLP-PERIOD " closed again"
                   ACCEPT WS-USERID FROM ENVIRONMENT "USER"
                   MOVE WS-USERID TO AUDIT-USERID
                   MOVE "RECLOSE" TO AUDIT-ACTION
                   MOVE GLP-PERIOD TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-AFTER
                   STRING "POSTED " DELIMITED BY SIZE
                       WS-POSTING-SOURCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-POSTING-PERIOD DELIMITED BY SIZE
                       ", CLOSED" DELIMITED BY SIZE
                       INTO AUDIT-AFTER
                   END-STRING
                   CALL "AUDIT-WRITE" USING AUDIT-PARMS
           END-READ.
           CLOSE GL-PERIOD-FILE.

       PURGE-PERIOD-BALANCES.
           *> A rerun of the same period's file replaces its balances
           *> instead of piling on top of them; other periods, and
           *> other sources' balances for this period, are left alone
           MOVE "N" TO WS-BALANCE-EOF.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GLB-KEY
                       SET END-OF-BALANCES TO TRUE
                   NOT AT END
                       IF GLB-PERIOD = WS-POSTING-PERIOD
                           AND GLB-SOURCE = WS-POSTING-SOURCE
                           DELETE GL-BALANCE-FILE
                           IF BALANCE-FILE-STATUS NOT = "00"
                               DISPLAY "Error purging balance for "
           IF WS-PURGED-COUNT > 0
               DISPLAY "Replaced " WS-PURGED-COUNT " balances "
                   "already posted for period " WS-POSTING-PERIOD
                   " source " WS-POSTING-SOURCE
           END-IF.

       POST-ALL-DETAILS.
           *> first WRITEs the period record, the rest fold into it
           MOVE WS-PST-ACCOUNT(PST-INDEX) TO GLB-ACCT.
           MOVE WS-POSTING-PERIOD         TO GLB-PERIOD.
           MOVE WS-POSTING-SOURCE         TO GLB-SOURCE.
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO GLB-DEBITS
               DISPLAY "Error opening trial balance report, status: "
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.
           MOVE WS-POSTING-PERIOD(1:6) TO TB-HDG-PERIOD.
           WRITE REPORT-LINE FROM TB-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
                   AT END
                       SET END-OF-BALANCES TO TRUE
                   NOT AT END
                       *> Every source's dates in the batch's
                       *> month; the year-end close's balances are
                       *> on its own report, not this one
                       IF GLB-PERIOD(1:6) = WS-POSTING-PERIOD(1:6)
                           AND GLB-SOURCE NOT = "OB"
                           AND GLB-SOURCE NOT = "YC"
                           PERFORM GATHER-TRIAL-BALANCE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF TB-ACCOUNT-HELD
               PERFORM WRITE-TRIAL-BALANCE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
                   REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE GOBACK.

       GATHER-TRIAL-BALANCE-LINE.
           *> glbal.dat is in account order with the sources together
           *> under each account, so a change of account prints the
           *> one before it
           IF TB-ACCOUNT-HELD
               AND GLB-ACCT NOT = WS-TB-HOLD-ACCT
               PERFORM WRITE-TRIAL-BALANCE-LINE
           END-IF.
           IF NOT TB-ACCOUNT-HELD
               MOVE GLB-ACCT TO WS-TB-HOLD-ACCT
               MOVE 0 TO WS-TB-HOLD-DEBITS
               MOVE 0 TO WS-TB-HOLD-CREDITS
               SET TB-ACCOUNT-HELD TO TRUE
           END-IF.
           ADD GLB-DEBITS  TO WS-TB-HOLD-DEBITS.
           ADD GLB-CREDITS TO WS-TB-HOLD-CREDITS.

       WRITE-TRIAL-BALANCE-LINE.
           MOVE WS-TB-HOLD-ACCT TO TB-ACCOUNT.
           MOVE WS-TB-HOLD-ACCT TO GLA-ACCT.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO TB-NAME
                   MOVE GLA-NAME TO TB-NAME
                   MOVE GLA-TYPE TO TB-TYPE
           END-READ.
           MOVE WS-TB-HOLD-DEBITS  TO TB-DEBITS.
           MOVE WS-TB-HOLD-CREDITS TO TB-CREDITS.
           WRITE REPORT-LINE FROM TB-DETAIL-LINE.
           ADD WS-TB-HOLD-DEBITS  TO WS-TB-DEBITS.
           ADD WS-TB-HOLD-CREDITS TO WS-TB-CREDITS.
           MOVE "N" TO WS-TB-HOLD-FLAG.
