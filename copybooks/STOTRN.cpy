      *> STOTRN.cpy - standing-order maintenance movement, read by
      *> PROGRAM-ID STOMNT and applied to STOMAST.
      *> Actions: 'A' add a new order, 'M' amend an order (a zero
      *> or blank field leaves that field as it is, an end date of
      *> all nines removes the end date), 'S' suspend,
      *> 'R' resume a suspended order from SOM-NEXT-DUE-DATE, 'C'
      *> cancel.  A credit account makes the order a transfer to
      *> one of our own accounts; without one SOM-PAYEE-NAME names
      *> the outside payee.
       01  STO-MAINT-RECORD.
           05  SOM-ACTION            PIC X(1).
               88  SOM-ADD                       VALUE 'A'.
               88  SOM-AMEND                     VALUE 'M'.
               88  SOM-SUSPEND                   VALUE 'S'.
               88  SOM-RESUME                    VALUE 'R'.
               88  SOM-CANCEL                    VALUE 'C'.
           05  SOM-ORDER-NO          PIC 9(8).
           05  SOM-DEBIT-ACCOUNT     PIC 9(8).
           05  SOM-CREDIT-ACCOUNT    PIC 9(8).
           05  SOM-PAYEE-NAME        PIC X(20).
           05  SOM-AMOUNT            PIC 9(9)V99.
           05  SOM-FREQUENCY         PIC X(1).
           05  SOM-NEXT-DUE-DATE     PIC 9(8).
           05  SOM-END-DATE          PIC 9(8).
