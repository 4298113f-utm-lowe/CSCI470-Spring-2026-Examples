      * number by hand, which destroyed the vendor reconciliation.
      * Benefit elections are refused here on purpose - they belong to
      * BENEFIT-LOAD and the vendor's feed.
      *
      * A garnishment is keyed as a case: the case number, the agency
      * the money is remitted to, the total the order allows, and the
      * legal percentage of disposable pay it may take. What payroll
      * has collected against the case is shown but never keyed; the
      * total owed can't be set below it.
      *****************************************************************

       ENVIRONMENT DIVISION.
          88 END-OF-DEDUCTIONS   VALUE "Y".
       01 WS-LIST-COUNT    PIC 9(3).
       01 WS-INQUIRE-EMP   PIC 9(6).
      *> The most any garnishment may take of disposable pay - the
      *> support-order ceiling; ordinary creditor orders key less
       01 WS-GARN-PCT-CEILING PIC 9(2)V9 VALUE 65.0.
       01 AUTH-PARMS.
           COPY OPERCALL.
       01 AUDIT-PARMS.
           02 LINE 6 COL 24 PIC 9(2) USING DED-PRIORITY.
           02 LINE 7 COL 5 VALUE "Amount: ".
           02 LINE 7 COL 24 PIC 9(5)V99 USING DED-AMOUNT.
           02 LINE 8 COL 5 VALUE "Case No: ".
           02 LINE 8 COL 24 PIC X(15) USING DED-CASE-NO.
           02 LINE 9 COL 5 VALUE "Agency: ".
           02 LINE 9 COL 24 PIC X(20) USING DED-AGENCY.
           02 LINE 10 COL 5 VALUE "Total Owed: ".
           02 LINE 10 COL 24 PIC 9(7)V99 USING DED-TOTAL-OWED.
           02 LINE 11 COL 5 VALUE "Max % of Pay: ".
           02 LINE 11 COL 24 PIC 9(2)V9 USING DED-MAX-PCT.
           02 LINE 12 COL 5 VALUE "Collected: ".
           02 LINE 12 COL 24 PIC 9(7)V99 FROM DED-COLLECTED.
           02 LINE 14 COL 5 VALUE
               "Lower priority numbers are taken first".
           02 LINE 15 COL 5 VALUE
               "Case, agency, owed and max % are for type G only".

      *> Same layout as DEDUCTION-FORM, but the key is display-only
      *> so a change can't retype its way into rewriting the wrong
           02 LINE 6 COL 24 PIC 9(2) USING DED-PRIORITY.
           02 LINE 7 COL 5 VALUE "Amount: ".
           02 LINE 7 COL 24 PIC 9(5)V99 USING DED-AMOUNT.
           02 LINE 8 COL 5 VALUE "Case No: ".
           02 LINE 8 COL 24 PIC X(15) USING DED-CASE-NO.
           02 LINE 9 COL 5 VALUE "Agency: ".
           02 LINE 9 COL 24 PIC X(20) USING DED-AGENCY.
           02 LINE 10 COL 5 VALUE "Total Owed: ".
           02 LINE 10 COL 24 PIC 9(7)V99 USING DED-TOTAL-OWED.
           02 LINE 11 COL 5 VALUE "Max % of Pay: ".
           02 LINE 11 COL 24 PIC 9(2)V9 USING DED-MAX-PCT.
           02 LINE 12 COL 5 VALUE "Collected: ".
           02 LINE 12 COL 24 PIC 9(7)V99 FROM DED-COLLECTED.
           02 LINE 14 COL 5 VALUE
               "Lower priority numbers are taken first".
           02 LINE 15 COL 5 VALUE
               "Case, agency, owed and max % are for type G only".

       01 DEDUCTION-KEY-PROMPT.
           02 BLANK SCREEN.
           MOVE SPACE TO DED-TYPE.
           MOVE 0 TO DED-PRIORITY.
           MOVE 0 TO DED-AMOUNT.
           MOVE SPACES TO DED-CASE-NO.
           MOVE SPACES TO DED-AGENCY.
           MOVE 0 TO DED-TOTAL-OWED.
           MOVE 0 TO DED-COLLECTED.
           MOVE 0 TO DED-MAX-PCT.
           MOVE 0 TO DED-LAST-PERIOD.
           MOVE 0 TO DED-LAST-TAKEN.
           MOVE "N" TO WS-VALID-RECORD.
           PERFORM UNTIL RECORD-IS-VALID
               DISPLAY DEDUCTION-FORM
                               "  type " DED-TYPE
                               "  priority " DED-PRIORITY
                               "  amount " DED-AMOUNT
                           IF DED-IS-GARNISHMENT
                               PERFORM SHOW-GARNISHMENT-CASE
                           END-IF
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Deductions on file: " WS-LIST-COUNT.

       SHOW-GARNISHMENT-CASE.
           DISPLAY "    case " DED-CASE-NO "  agency " DED-AGENCY.
           DISPLAY "    owed " DED-TOTAL-OWED
               "  collected " DED-COLLECTED
               "  max % " DED-MAX-PCT
               "  last period " DED-LAST-PERIOD.

       VALIDATE-DEDUCTION-FORM.
           *> The employee must exist, the type must be G, R, or O -
           *> benefit elections belong to BENEFIT-LOAD - and the
           *> priority and amount must be non-zero; a garnishment
           *> must carry its case; re-display the form for correction
           *> instead of writing bad data through
           MOVE "Y" TO WS-VALID-RECORD.
           EVALUATE TRUE
               WHEN DED-EMP-ID IS NOT NUMERIC
                   OR DED-AMOUNT = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Amount must be numeric and non-zero."
               WHEN DED-IS-GARNISHMENT
                   PERFORM VALIDATE-GARNISHMENT-CASE
               WHEN DED-COLLECTED > ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "A garnishment with collections can't "
                       "change type."
               WHEN OTHER
                   PERFORM CLEAR-GARNISHMENT-CASE
                   PERFORM CHECK-EMPLOYEE-EXISTS
           END-EVALUATE.

       VALIDATE-GARNISHMENT-CASE.
           *> The case must say who is paid and how much is owed, and
           *> the percentage must be a legal share of disposable pay
           EVALUATE TRUE
               WHEN DED-CASE-NO = SPACES
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "A garnishment needs its case number."
               WHEN DED-AGENCY = SPACES
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "A garnishment needs the issuing agency."
               WHEN DED-TOTAL-OWED IS NOT NUMERIC
                   OR DED-TOTAL-OWED = ZERO
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Total owed must be numeric and non-zero."
               WHEN DED-TOTAL-OWED < DED-COLLECTED
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Total owed can't be less than the "
                       DED-COLLECTED " already collected."
               WHEN DED-MAX-PCT IS NOT NUMERIC
                   OR DED-MAX-PCT = ZERO
                   OR DED-MAX-PCT > WS-GARN-PCT-CEILING
                   MOVE "N" TO WS-VALID-RECORD
                   DISPLAY "Max % of pay must be over zero and no "
                       "more than " WS-GARN-PCT-CEILING "."
               WHEN OTHER
                   PERFORM CHECK-EMPLOYEE-EXISTS
           END-EVALUATE.

       CLEAR-GARNISHMENT-CASE.
           *> Retirement and other rows carry no case
           MOVE SPACES TO DED-CASE-NO.
           MOVE SPACES TO DED-AGENCY.
           MOVE 0 TO DED-TOTAL-OWED.
           MOVE 0 TO DED-MAX-PCT.
           MOVE 0 TO DED-LAST-PERIOD.
           MOVE 0 TO DED-LAST-TAKEN.

       CHECK-EMPLOYEE-EXISTS.
           MOVE DED-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               DED-PRIORITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-CASE-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-TOTAL-OWED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-MAX-PCT DELIMITED BY SIZE
               INTO WS-BEFORE-VALUES
           END-STRING.

               DED-PRIORITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-CASE-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-TOTAL-OWED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DED-MAX-PCT DELIMITED BY SIZE
               INTO AUDIT-AFTER
           END-STRING.
           CALL "AUDIT-WRITE" USING AUDIT-PARMS.
