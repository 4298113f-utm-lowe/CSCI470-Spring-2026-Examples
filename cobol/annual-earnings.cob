               IF NOT EMPLOYEE-IN-HAND
                   PERFORM START-NEW-EMPLOYEE
               END-IF
               *> An off-cycle payment is money paid, not a period
               IF PH-REGULAR-RUN
                   ADD 1          TO WS-EMP-PERIODS
               END-IF
               ADD PH-GROSS       TO WS-EMP-GROSS
               ADD PH-WITHHOLDING TO WS-EMP-WITHHOLDING
               ADD PH-DEDUCTION   TO WS-EMP-DEDUCTION
