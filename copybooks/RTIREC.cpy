      *> RTIREC.cpy - one item on the cumulative returned-item
      *> ledger RTIFILE, read by PROGRAM-ID NSFPRES and rewritten
      *> each day as the next generation (RTINEW) by PROGRAM-ID
      *> NSFCYCL.  The first five fields are the refused debit as
      *> it first reached POSTTRAN, so the originating branch
      *> survives the re-presentations, which travel under branch
      *> 'SYS'.  A pending item is re-presented on the next
      *> business day; a returned item has already gone back to
      *> its branch and stays on the ledger only until the fee
      *> of its last refusal has been charged.  A refused 'TF'
      *> transfer keeps its beneficiary in RTI-TO-ACCOUNT-NO so the
      *> re-presentation moves the money to the same account; it
      *> is zero for every other type.
       01  RTI-RECORD.
           05  RTI-ACCOUNT-NO        PIC 9(8).
           05  RTI-TRAN-TYPE         PIC X(2).
           05  RTI-AMOUNT            PIC S9(9)V99.
           05  RTI-TRAN-DATE         PIC 9(8).
           05  RTI-BRANCH-ID         PIC X(3).
           05  RTI-FIRST-NSF-DATE    PIC 9(8).
           05  RTI-LAST-NSF-DATE     PIC 9(8).
           05  RTI-REFUSAL-COUNT     PIC 9(2).
           05  RTI-STATUS            PIC X(1).
               88  RTI-PENDING                   VALUE 'P'.
               88  RTI-RETURNED                  VALUE 'R'.
           05  RTI-FEE-DUE           PIC X(1).
               88  RTI-FEE-IS-DUE                VALUE 'Y'.
           05  RTI-TO-ACCOUNT-NO     PIC 9(8).
