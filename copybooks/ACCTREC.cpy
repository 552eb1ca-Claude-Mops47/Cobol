      *> ACCT-ACCOUNT-NO.  Carries the running balance updated by
      *> PROGRAM-ID POSTTRAN from the day's validated transactions.
      *> ACCT-STATUS is maintained by PROGRAM-ID ACCTMNT: 'O' open,
      *> 'C' closed, 'F' frozen; POSTTRAN refuses postings to a
      *> closed or frozen account.  'D' dormant is set by PROGRAM-ID
      *> DRMSWEEP when the last customer posting is older than the
      *> DRMPARM threshold (ACCT-DORMANT-DATE records when), and
      *> only ACCTMNT reactivation puts the account back to 'O';
      *> POSTTRAN refuses any debit to a dormant account.
      *> ACCT-LAST-POST-DATE is the date of the last customer
      *> posting: system postings (branch 'SYS') leave it alone.
      *> ACCT-CREDIT-LIMIT is the authorized overdraft (a positive
      *> amount): POSTTRAN refuses a debit that would push the
      *> balance below its negative.
      *> The month-to-date movement totals are accumulated by
      *> POSTTRAN and cut (reported then reset) by PROGRAM-ID
      *> MONTHEND on the month-end processing day.
      *> A master in the earlier 67-byte layout, without
      *> ACCT-DORMANT-DATE, is reloaded once by PROGRAM-ID ACCTCONV.
       01  ACCT-MASTER-RECORD.
           05  ACCT-ACCOUNT-NO       PIC 9(8).
           05  ACCT-BALANCE          PIC S9(11)V99.
               88  ACCT-OPEN                     VALUE 'O'.
               88  ACCT-CLOSED                   VALUE 'C'.
               88  ACCT-FROZEN                   VALUE 'F'.
               88  ACCT-DORMANT                  VALUE 'D'.
           05  ACCT-CREDIT-LIMIT     PIC 9(9)V99.
           05  ACCT-MTD-DEBITS       PIC S9(11)V99.
           05  ACCT-MTD-CREDITS      PIC S9(11)V99.
           05  ACCT-DORMANT-DATE     PIC 9(8).
