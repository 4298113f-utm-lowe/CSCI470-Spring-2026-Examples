           02 LINE 16 COL 30 PIC X USING OPR-HISTINQ.
           02 LINE 17 COL 5 VALUE "Operator Admin: ".
           02 LINE 17 COL 30 PIC X USING OPR-OPERADMIN.
           02 LINE 18 COL 5 VALUE "Check Void/Reissue: ".
           02 LINE 18 COL 30 PIC X USING OPR-CHKVOID.
           02 LINE 19 COL 5 VALUE "Customer Returns: ".
           02 LINE 19 COL 30 PIC X USING OPR-RETURNS.
           02 LINE 20 COL 5 VALUE "Purchase Orders: ".
           02 LINE 20 COL 30 PIC X USING OPR-PURCHASE.
           02 LINE 21 COL 5 VALUE "Receiving: ".
           02 LINE 21 COL 30 PIC X USING OPR-RECEIVE.
           02 LINE 22 COL 5 VALUE "Approve Bank Changes: ".
           02 LINE 22 COL 30 PIC X USING OPR-BANKAPPR.
           02 LINE 23 COL 5 VALUE "Close GL Periods: ".
           02 LINE 23 COL 30 PIC X USING OPR-GLCLOSE.

      *> Same layout as OPERATOR-FORM, but the user ID is
      *> display-only so a change can't retype its way into rewriting
           02 LINE 16 COL 30 PIC X USING OPR-HISTINQ.
           02 LINE 17 COL 5 VALUE "Operator Admin: ".
           02 LINE 17 COL 30 PIC X USING OPR-OPERADMIN.
           02 LINE 18 COL 5 VALUE "Check Void/Reissue: ".
           02 LINE 18 COL 30 PIC X USING OPR-CHKVOID.
           02 LINE 19 COL 5 VALUE "Customer Returns: ".
           02 LINE 19 COL 30 PIC X USING OPR-RETURNS.
           02 LINE 20 COL 5 VALUE "Purchase Orders: ".
           02 LINE 20 COL 30 PIC X USING OPR-PURCHASE.
           02 LINE 21 COL 5 VALUE "Receiving: ".
           02 LINE 21 COL 30 PIC X USING OPR-RECEIVE.
           02 LINE 22 COL 5 VALUE "Approve Bank Changes: ".
           02 LINE 22 COL 30 PIC X USING OPR-BANKAPPR.
           02 LINE 23 COL 5 VALUE "Close GL Periods: ".
           02 LINE 23 COL 30 PIC X USING OPR-GLCLOSE.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       OPR-WHMAINT " " OPR-DEDMAINT " " OPR-LEAVEMNT
                   DISPLAY "GLMAINT/ITEMMAINT/CASHRCPT: "
                       OPR-GLMAINT " " OPR-ITEMMAINT " " OPR-CASHRCPT
                   DISPLAY "HISTINQ/OPERADMIN/CHKVOID: "
                       OPR-HISTINQ " " OPR-OPERADMIN " " OPR-CHKVOID
                   DISPLAY "RETURNS/PURCHASE/RECEIVE: "
                       OPR-RETURNS " " OPR-PURCHASE " " OPR-RECEIVE
                   DISPLAY "BANKAPPR/GLCLOSE: "
                       OPR-BANKAPPR " " OPR-GLCLOSE
           END-READ.

       VALIDATE-OPERATOR-FORM.
               OR (OPR-HISTINQ NOT = "Y" AND OPR-HISTINQ NOT = "N")
               OR (OPR-OPERADMIN NOT = "Y"
                   AND OPR-OPERADMIN NOT = "N")
               OR (OPR-CHKVOID NOT = "Y" AND OPR-CHKVOID NOT = "N")
               OR (OPR-RETURNS NOT = "Y" AND OPR-RETURNS NOT = "N")
               OR (OPR-PURCHASE NOT = "Y" AND OPR-PURCHASE NOT = "N")
               OR (OPR-RECEIVE NOT = "Y" AND OPR-RECEIVE NOT = "N")
               OR (OPR-BANKAPPR NOT = "Y" AND OPR-BANKAPPR NOT = "N")
               OR (OPR-GLCLOSE NOT = "Y" AND OPR-GLCLOSE NOT = "N")
               MOVE "N" TO WS-VALID-RECORD
               DISPLAY "Every permission must be Y or N."
           END-IF.

       CAPTURE-BEFORE-VALUES.
           MOVE SPACES TO WS-BEFORE-VALUES.
           MOVE OPERATOR-RECORD(9:20) TO WS-BEFORE-VALUES.

       LOG-OPERATOR-CHANGE.
           *> AUDIT-ACTION and WS-BEFORE-VALUES are set by the caller
               MOVE WS-BEFORE-VALUES TO AUDIT-BEFORE
           END-IF.
           MOVE SPACES TO AUDIT-AFTER.
           MOVE OPERATOR-RECORD(9:20) TO AUDIT-AFTER.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
