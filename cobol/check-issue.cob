           MOVE CD-AMOUNT        TO CHK-AMOUNT.
           SET CHK-IS-OUTSTANDING TO TRUE.
           MOVE 0 TO CHK-CLEARED-DATE.
           MOVE 0 TO CHK-VOID-DATE.
           MOVE SPACES TO CHK-VOID-REASON.
           MOVE 0 TO CHK-REISSUE-NO.
           MOVE 0 TO CHK-ORIGINAL-NO.
           SET CHK-PP-NOT-SENT TO TRUE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   *> A duplicate here means the sequence file was
