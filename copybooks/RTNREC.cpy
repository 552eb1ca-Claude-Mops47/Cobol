      *> RTNREC.cpy - per-branch returns file RTIRTN, written by
      *> PROGRAM-ID NSFCYCL for the debits that go back to their
      *> originating branch unpaid.  Every branch with items
      *> returned on the business date gets its own block: an
      *> 'HD' header naming the branch, one 'RT' record per item
      *> and a 'TR' trailer carrying the item count and the hash
      *> total of the amounts - the control scheme of the branch
      *> input files - so each block can be split off for its
      *> branch and balanced on its own.  RTN-REASON says why the
      *> item came back: its re-presentations were exhausted, or
      *> it could no longer be presented at all (account closed
      *> or frozen since the first refusal).  RTN-TO-ACCOUNT-NO
      *> names the beneficiary of a returned 'TF' transfer.
       01  RTN-RECORD.
           05  RTN-REC-TYPE          PIC X(2).
               88  RTN-IS-HEADER                 VALUE 'HD'.
               88  RTN-IS-ITEM                   VALUE 'RT'.
               88  RTN-IS-TRAILER                VALUE 'TR'.
           05  RTN-BRANCH-ID         PIC X(3).
           05  RTN-ACCOUNT-NO        PIC 9(8).
           05  RTN-TRAN-TYPE         PIC X(2).
           05  RTN-AMOUNT            PIC S9(9)V99.
           05  RTN-TRAN-DATE         PIC 9(8).
           05  RTN-FIRST-NSF-DATE    PIC 9(8).
           05  RTN-REFUSAL-COUNT     PIC 9(2).
           05  RTN-REASON            PIC X(1).
               88  RTN-RETRIES-EXHAUSTED         VALUE 'E'.
               88  RTN-NOT-PRESENTABLE           VALUE 'N'.
           05  RTN-TO-ACCOUNT-NO     PIC 9(8).
       01  RTN-HEADER-RECORD.
           05  FILLER                PIC X(2).
           05  RTH-BRANCH-ID         PIC X(3).
           05  RTH-RETURN-DATE       PIC 9(8).
           05  FILLER                PIC X(40).
       01  RTN-TRAILER-RECORD.
           05  FILLER                PIC X(2).
           05  RTR-BRANCH-ID         PIC X(3).
           05  RTR-ITEM-COUNT        PIC 9(6).
           05  RTR-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER                PIC X(29).
