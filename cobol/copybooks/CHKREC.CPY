      * stale-dated. Before this register existed, no record of check
      * numbers lived anywhere in the system.
      *
      * CHECK-VOID marks a lost or spoiled check void with the date
      * and reason, and a reissue carries the replacement's number in
      * CHK-REISSUE-NO on the voided entry and the voided number in
      * CHK-ORIGINAL-NO on the replacement, so either check leads to
      * the other. A void is never deleted - if the bank later
      * presents it, CHECK-RECON must still be able to find it.
      *
      * CHK-PP-SENT records what POSITIVE-PAY has told the bank about
      * the check: nothing yet, the issue, or the void. New entries
      * go on the register with it blank; a check voided after its
      * issue went out is picked up again and sent as a void.
      *
      * Use as-is for an FD/01 record:
      *     01 CHECK-REGISTER-RECORD.
      *         COPY CHKREC.
          02 CHK-STATUS       PIC X.
             88 CHK-IS-OUTSTANDING VALUE "O".
             88 CHK-IS-CLEARED     VALUE "C".
             88 CHK-IS-VOID        VALUE "V".
          02 CHK-CLEARED-DATE PIC 9(8).
          02 CHK-VOID-DATE    PIC 9(8).
          02 CHK-VOID-REASON  PIC X(30).
          02 CHK-REISSUE-NO   PIC 9(6).
          02 CHK-ORIGINAL-NO  PIC 9(6).
          02 CHK-PP-SENT      PIC X.
             88 CHK-PP-NOT-SENT    VALUE " ".
             88 CHK-PP-ISSUE-SENT  VALUE "I".
             88 CHK-PP-VOID-SENT   VALUE "V".
