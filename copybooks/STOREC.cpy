      *> STOREC.cpy - one standing order on the indexed standing-
      *> order master STOMAST, keyed by SO-ORDER-NO.  Maintained by
      *> PROGRAM-ID STOMNT and read each day by PROGRAM-ID STOGEN,
      *> which generates the orders that fall due and advances
      *> SO-NEXT-DUE-DATE by one period.  An order pays either one
      *> of our own accounts (SO-CREDIT-ACCOUNT, generated as a 'TF'
      *> transfer) or an outside payee named in SO-PAYEE-NAME
      *> (SO-CREDIT-ACCOUNT zero, generated as a 'DB').  A monthly
      *> order falls due on SO-ANCHOR-DAY of each month, or on the
      *> month's last day when it is shorter.  SO-END-DATE zero
      *> means the order runs until it is cancelled.  SO-LAST-RUN-
      *> DATE, SO-LAST-DUE-DATE and SO-LAST-RUN-RESULT record what
      *> STOGEN last did with the order and for which due date, so
      *> a rerun of the same business date produces the same file
      *> and report instead of advancing the order twice.  An
      *> occurrence that could not be executed says why in SO-LAST-
      *> RUN-RESULT and which account stopped it in SO-LAST-SKIP-
      *> SIDE ('D' the debit account, 'C' the credit account).
       01  SO-RECORD.
           05  SO-ORDER-NO           PIC 9(8).
           05  SO-DEBIT-ACCOUNT      PIC 9(8).
           05  SO-CREDIT-ACCOUNT     PIC 9(8).
           05  SO-PAYEE-NAME         PIC X(20).
           05  SO-AMOUNT             PIC 9(9)V99.
           05  SO-FREQUENCY          PIC X(1).
               88  SO-WEEKLY                     VALUE 'W'.
               88  SO-MONTHLY                    VALUE 'M'.
           05  SO-ANCHOR-DAY         PIC 9(2).
           05  SO-NEXT-DUE-DATE      PIC 9(8).
           05  SO-END-DATE           PIC 9(8).
           05  SO-STATUS             PIC X(1).
               88  SO-ACTIVE                     VALUE 'A'.
               88  SO-SUSPENDED                  VALUE 'S'.
               88  SO-CANCELLED                  VALUE 'C'.
               88  SO-ENDED                      VALUE 'E'.
           05  SO-LAST-RUN-DATE      PIC 9(8).
           05  SO-LAST-DUE-DATE      PIC 9(8).
           05  SO-LAST-RUN-RESULT    PIC X(1).
               88  SO-LAST-EXECUTED              VALUE 'X'.
               88  SO-LAST-SKIP-UNKNOWN          VALUE 'U'.
               88  SO-LAST-SKIP-CLOSED           VALUE 'C'.
               88  SO-LAST-SKIP-FROZEN           VALUE 'F'.
               88  SO-LAST-SKIP-DORMANT          VALUE 'D'.
               88  SO-LAST-ENDED                 VALUE 'E'.
           05  SO-LAST-SKIP-SIDE     PIC X(1).
