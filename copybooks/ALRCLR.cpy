      *> ALRCLR.cpy - cumulative cleared-alerts file ALRTCLR,
      *> extended by PROGRAM-ID CASHSURV with every disposition it
      *> accepts.  An alert found here is not raised again.
       01  ALC-RECORD.
           05  ALC-ACCOUNT-NO        PIC 9(8).
           05  ALC-CHECK             PIC X(2).
           05  ALC-ANCHOR-DATE       PIC 9(8).
           05  ALC-DISPOSITION       PIC X(1).
           05  ALC-OPER-ID           PIC X(6).
           05  ALC-COMMENT           PIC X(30).
           05  ALC-CLEARED-DATE      PIC 9(8).
