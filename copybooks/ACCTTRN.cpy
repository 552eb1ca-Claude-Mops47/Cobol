      *> PROGRAM-ID ACCTMNT and applied to ACCTMAST.
      *> Actions: 'O' open a new account, 'C' close (balance must
      *> be zero), 'F' freeze, 'U' unfreeze, 'L' set the credit
      *> limit, 'R' reactivate a dormant account (back to open,
      *> with the reactivation day as its last posting date so
      *> the next dormancy sweep does not take it straight back).
      *> ACM-CREDIT-LIMIT is the authorized overdraft, applied on
      *> 'O' and 'L'.  ACM-CUSTOMER-NO is the customer (CUSTMAST)
      *> who becomes the primary holder of the account, required
      *> on 'O' and ignored otherwise; joint holders are added by
      *> PROGRAM-ID CUSTMNT.
       01  ACCT-MAINT-RECORD.
           05  ACM-ACTION            PIC X(1).
               88  ACM-OPEN                      VALUE 'O'.
               88  ACM-FREEZE                    VALUE 'F'.
               88  ACM-UNFREEZE                  VALUE 'U'.
               88  ACM-SET-LIMIT                 VALUE 'L'.
               88  ACM-REACTIVATE                VALUE 'R'.
           05  ACM-ACCOUNT-NO        PIC 9(8).
           05  ACM-CREDIT-LIMIT      PIC 9(9)V99.
           05  ACM-CUSTOMER-NO       PIC 9(8).
