                   IF MAY-OPERADMIN
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "CHKVOID"
                   IF MAY-CHKVOID
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "RETURNS"
                   IF MAY-RETURNS
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "PURCHASE"
                   IF MAY-PURCHASE
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "RECEIVE"
                   IF MAY-RECEIVE
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "BANKAPPR"
                   IF MAY-BANKAPPR
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN "GLCLOSE"
                   IF MAY-GLCLOSE
                       MOVE "Y" TO AUTH-GRANTED OF LS-AUTH-PARMS
                   END-IF
               WHEN OTHER
                   *> A function this program doesn't know is a
                   *> programming error in the caller; refuse it
