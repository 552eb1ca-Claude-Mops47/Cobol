       FD  ACCOUNT-BACKUP.
       01  BKP-MASTER-RECORD.
           05  BKP-ACCOUNT-NO    PIC 9(8).
           05  FILLER            PIC X(67).
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  ACCOUNT-JOURNAL.
               END-READ
           END-IF.

      *> A system image (branch 'SYS': month-end accruals and cuts,
      *> re-presented debits and their fees) is not customer
      *> activity and leaves the last posting date alone, exactly
      *> as POSTTRAN did when it wrote the image.
       APPLY-AFTER-IMAGE.
           MOVE JRN-AFTER-BALANCE TO ACCT-BALANCE
           IF JRN-BRANCH-ID NOT = "SYS"
               MOVE JRN-BUSINESS-DATE TO ACCT-LAST-POST-DATE
           END-IF
           MOVE JRN-AFTER-MTD-DEBITS TO ACCT-MTD-DEBITS
           MOVE JRN-AFTER-MTD-CREDITS TO ACCT-MTD-CREDITS.

           MOVE JRN-ACCOUNT-NO TO ACCT-ACCOUNT-NO
           MOVE 'O' TO ACCT-STATUS
           MOVE ZERO TO ACCT-CREDIT-LIMIT
           MOVE ZERO TO ACCT-LAST-POST-DATE
           MOVE ZERO TO ACCT-DORMANT-DATE
           PERFORM APPLY-AFTER-IMAGE
           WRITE ACCT-MASTER-RECORD
           ADD 1 TO WS-CREATED-COUNT
