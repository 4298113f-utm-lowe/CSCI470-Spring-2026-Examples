
       LOG-EMPLOYEE-WRITE.
           *> Record who wrote this employee and its new values, so
           *> "who changed Bob Smith's salary" has an answer. The
           *> image matches EMPLOYEE-MAINT's, which HEADCOUNT-REPORT
           *> replays status history from
           MOVE WS-USERID             TO AUDIT-USERID.
           EVALUATE TRUE
               WHEN EMP-TBL-IS-CHANGE(EMP-INDEX)
