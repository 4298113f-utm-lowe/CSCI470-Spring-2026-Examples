      * (check number, cleared date, amount per row), marks the
      * matching checkreg.dat entries cleared, and prints
      * check-recon.rpt: statement rows that don't match the register
      * (unknown number, already cleared, voided, or a different
      * amount), then every check still outstanding, flagged STALE
      * when its issue date is six months or more gone. Voided checks
      * are never outstanding and are never marked cleared. Proving
      * which payroll checks never cashed used to take an afternoon
      * with bank paper.
      *****************************************************************

       ENVIRONMENT DIVISION.
                   PERFORM REPORT-STATEMENT-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       *> A voided check the bank honors anyway is
                       *> money out the door twice if it was reissued;
                       *> it stays void and goes to the exceptions
                       WHEN CHK-IS-VOID
                           PERFORM REPORT-STATEMENT-EXCEPTION
                       WHEN CHK-IS-CLEARED
                           PERFORM REPORT-STATEMENT-EXCEPTION
                       WHEN BC-AMOUNT NOT = CHK-AMOUNT
               WHEN REGISTER-FILE-STATUS = "23"
                   MOVE 0 TO RCN-EMP-ID
                   MOVE "NOT ON REGISTER" TO RCN-REMARK
               WHEN CHK-IS-VOID
                   MOVE CHK-EMP-ID TO RCN-EMP-ID
                   MOVE "VOIDED CHECK PRESENTED" TO RCN-REMARK
               WHEN CHK-IS-CLEARED
                   MOVE CHK-EMP-ID TO RCN-EMP-ID
                   MOVE "ALREADY CLEARED" TO RCN-REMARK
