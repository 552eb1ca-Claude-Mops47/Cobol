      *> ACLREC.cpy - the holders of one account on the indexed
      *> account-customer link file ACCTCUST, keyed by
      *> ACL-ACCOUNT-NO like ACCTMAST.  ACL-HOLDER (1) is always the
      *> primary holder, the others are joint holders; unused
      *> holder slots are zero.  Written by PROGRAM-ID ACCTMNT (and
      *> PROGRAM-ID MKCAPPR) when an account is opened for its
      *> customer, maintained by PROGRAM-ID CUSTMNT, read by
      *> PROGRAM-ID ACCTSTMT, PROGRAM-ID CUSTREL and PROGRAM-ID
      *> INTCERT.
       01  ACL-RECORD.
           05  ACL-ACCOUNT-NO        PIC 9(8).
           05  ACL-HOLDER-COUNT      PIC 9(1).
           05  ACL-HOLDER OCCURS 4 TIMES.
               10  ACL-CUSTOMER-NO   PIC 9(8).
               10  ACL-ROLE          PIC X(1).
                   88  ACL-PRIMARY               VALUE 'P'.
                   88  ACL-JOINT                 VALUE 'J'.
