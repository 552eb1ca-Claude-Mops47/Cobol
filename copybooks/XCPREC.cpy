      *> XCPREC.cpy - one line of B's transaction exception report.
      *> XCP-BRANCH-ID names the branch the rejected item came from.
      *> POSTTRAN writes its posting exceptions (PSTXCP) in the same
      *> layout.  XCP-TRAN-TYPE and XCP-AMOUNT carry the rejected
      *> item's type and amount, so PROGRAM-ID BRADVICE can prove
      *> each branch's advice to the totals of the file it sent; an
      *> amount that is not numeric is carried as zero.
       01  XCP-REPORT-LINE.
           05  XCP-ACCOUNT-NO        PIC 9(8).
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  XCP-BRANCH-ID         PIC X(3).
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  XCP-REASON            PIC X(30).
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  XCP-TRAN-TYPE         PIC X(2).
           05  FILLER                PIC X(1)    VALUE SPACE.
           05  XCP-AMOUNT            PIC S9(9)V99.
