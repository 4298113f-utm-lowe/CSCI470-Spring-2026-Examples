      * The caller sets AUTH-USERID and AUTH-FUNCTION (EMPMAINT,
      * BANKMAINT, DEPTMAINT, ORDENTRY, CUSTMAINT, REWORK, WHMAINT,
      * DEDMAINT, LEAVEMAINT, GLMAINT, ITEMMAINT, CASHRCPT, HISTINQ,
      * OPERADMIN, CHKVOID, RETURNS, PURCHASE, RECEIVE, BANKAPPR,
      * or GLCLOSE).
      * AUTH-GRANTED comes back "Y" or "N"; a refusal has already
      * been written to the shared audit trail by OPER-AUTH before it
      * returns.
      *****************************************************************
          02 AUTH-USERID   PIC X(8).
          02 AUTH-FUNCTION PIC X(10).
