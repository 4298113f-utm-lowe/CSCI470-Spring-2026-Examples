             88 MAY-HISTINQ   VALUE "Y".
          02 OPR-OPERADMIN PIC X.
             88 MAY-OPERADMIN VALUE "Y".
          02 OPR-CHKVOID   PIC X.
             88 MAY-CHKVOID   VALUE "Y".
          02 OPR-RETURNS   PIC X.
             88 MAY-RETURNS   VALUE "Y".
          02 OPR-PURCHASE  PIC X.
             88 MAY-PURCHASE  VALUE "Y".
          02 OPR-RECEIVE   PIC X.
             88 MAY-RECEIVE   VALUE "Y".
          02 OPR-BANKAPPR  PIC X.
             88 MAY-BANKAPPR  VALUE "Y".
          02 OPR-GLCLOSE   PIC X.
             88 MAY-GLCLOSE   VALUE "Y".
