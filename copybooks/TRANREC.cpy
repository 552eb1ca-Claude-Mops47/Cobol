      *> file header (TRH-BRANCH-ID) when the branch files are
      *> gathered, so exception and register lines can say where
      *> a problem item came from.
      *> TRAN-TO-ACCOUNT-NO is only used by a 'TF' transfer, which
      *> moves TRAN-AMOUNT from TRAN-ACCOUNT-NO to this account; it
      *> is zero on every other type.  It sits after the original
      *> fields so the older detail layout is unchanged in front.
       01  TRAN-RECORD.
           05  TRAN-ACCOUNT-NO       PIC 9(8).
           05  TRAN-TYPE             PIC X(2).
           05  TRAN-AMOUNT           PIC S9(9)V99.
           05  TRAN-DATE             PIC 9(8).
           05  TRAN-BRANCH-ID        PIC X(3).
           05  TRAN-TO-ACCOUNT-NO    PIC 9(8).
       01  TRAN-HEADER-RECORD.
           05  FILLER                PIC 9(8).
           05  TRH-REC-TYPE          PIC X(2).
           05  TRH-BUSINESS-DATE     PIC 9(8).
           05  TRH-BRANCH-ID         PIC X(3).
           05  FILLER                PIC X(19).
       01  TRAN-TRAILER-RECORD.
           05  FILLER                PIC 9(8).
           05  TRT-REC-TYPE          PIC X(2).
           05  TRT-RECORD-COUNT      PIC 9(6).
           05  TRT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER                PIC X(11).
