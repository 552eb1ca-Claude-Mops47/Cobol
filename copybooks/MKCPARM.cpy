      *> MKCPARM.cpy - dual-control parameters, read by PROGRAM-ID
      *> ACCTMNT and PROGRAM-ID MKCAPPR.  One record: the credit
      *> limit above which raising or opening an account's limit
      *> needs a second supervisor's approval, and the number of
      *> days a held maintenance item may wait for that approval
      *> before it expires.
       01  MKC-PARM-RECORD.
           05  MKC-LIMIT-THRESHOLD   PIC 9(9)V99.
           05  MKC-EXPIRY-DAYS       PIC 9(3).
