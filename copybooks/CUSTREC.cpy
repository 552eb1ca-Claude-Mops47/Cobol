      *> CUSTREC.cpy - one customer on the indexed customer master
      *> CUSTMAST, keyed by CUST-CUSTOMER-NO.  Maintained by
      *> PROGRAM-ID CUSTMNT; read by PROGRAM-ID ACCTMNT (an account
      *> is only opened for an active customer), by PROGRAM-ID
      *> ACCTSTMT for the name and address block of a statement,
      *> by PROGRAM-ID CUSTREL, and by PROGRAM-ID INTCERT for the
      *> holders named on an interest certificate and their tax
      *> residence.  CUST-COUNTRY and CUST-TAX-RESIDENCE are
      *> two-letter country codes.  A closed customer ('C') stays
      *> on file for enquiry but can no longer be given a new
      *> account.
       01  CUST-MASTER-RECORD.
           05  CUST-CUSTOMER-NO      PIC 9(8).
           05  CUST-NAME             PIC X(30).
           05  CUST-ADDRESS-1        PIC X(30).
           05  CUST-ADDRESS-2        PIC X(30).
           05  CUST-POSTAL-CODE      PIC X(10).
           05  CUST-CITY             PIC X(25).
           05  CUST-COUNTRY          PIC X(2).
           05  CUST-BIRTH-DATE       PIC 9(8).
           05  CUST-TAX-RESIDENCE    PIC X(2).
           05  CUST-STATUS           PIC X(1).
               88  CUST-ACTIVE                   VALUE 'A'.
               88  CUST-CLOSED                   VALUE 'C'.
