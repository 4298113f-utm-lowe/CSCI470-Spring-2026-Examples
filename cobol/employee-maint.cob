       LOG-EMPLOYEE-CHANGE.
           *> AUDIT-ACTION and WS-BEFORE-VALUES are set by the caller
           *> (ADD-EMPLOYEE or CHANGE-EMPLOYEE) before this is PERFORMed
           *> - HEADCOUNT-REPORT replays status history from these
           *> images, so their layout stays as it is
           MOVE WS-USERID TO AUDIT-USERID.
           MOVE EMP-ID    TO AUDIT-KEY.
           IF AUDIT-ACTION = "ADD"
