      *> CUSTTRN.cpy - customer and account-holder maintenance
      *> movement, read by PROGRAM-ID CUSTMNT.
      *> Actions on the customer master CUSTMAST: 'A' add a
      *> customer, 'C' change (a blank or zero field leaves that
      *> field as it is), 'X' close.  Actions on the holders of an
      *> account in ACCTCUST: 'L' link the customer to
      *> CMT-ACCOUNT-NO as primary ('P') or joint ('J') holder,
      *> 'U' remove the customer from the account's holders.
       01  CUST-MAINT-RECORD.
           05  CMT-ACTION            PIC X(1).
               88  CMT-ADD                       VALUE 'A'.
               88  CMT-CHANGE                    VALUE 'C'.
               88  CMT-CLOSE                     VALUE 'X'.
               88  CMT-LINK                      VALUE 'L'.
               88  CMT-UNLINK                    VALUE 'U'.
           05  CMT-CUSTOMER-NO       PIC 9(8).
           05  CMT-CUSTOMER-DATA.
               10  CMT-NAME          PIC X(30).
               10  CMT-ADDRESS-1     PIC X(30).
               10  CMT-ADDRESS-2     PIC X(30).
               10  CMT-POSTAL-CODE   PIC X(10).
               10  CMT-CITY          PIC X(25).
               10  CMT-COUNTRY       PIC X(2).
               10  CMT-BIRTH-DATE    PIC 9(8).
               10  CMT-TAX-RESIDENCE PIC X(2).
           05  CMT-LINK-DATA REDEFINES CMT-CUSTOMER-DATA.
               10  CMT-ACCOUNT-NO    PIC 9(8).
               10  CMT-ROLE          PIC X(1).
                   88  CMT-PRIMARY               VALUE 'P'.
                   88  CMT-JOINT                 VALUE 'J'.
               10  FILLER            PIC X(128).
