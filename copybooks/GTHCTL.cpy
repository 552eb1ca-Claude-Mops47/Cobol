      *> GTHCTL.cpy - gather control file GATHCTL, written by
      *> PROGRAM-ID TRNGATHR with one record for every source file
      *> present on the business date.  GTC-TRL-COUNT and GTC-TRL-
      *> HASH are the totals the sender put on its own 'TR'
      *> trailer; GTC-REC-COUNT and GTC-REC-HASH what TRNGATHR
      *> counted in the file.  GTC-STATUS says whether the file was
      *> gathered ('A') or refused ('R') - a refused file has to be
      *> sent again.  PROGRAM-ID BRADVICE proves each branch's
      *> settlement advice back to these trailer totals.
       01  GTC-RECORD.
           05  GTC-SOURCE-NO         PIC 9(1).
           05  GTC-BRANCH-ID         PIC X(3).
           05  GTC-FILE-DATE         PIC 9(8).
           05  GTC-STATUS            PIC X(1).
               88  GTC-ACCEPTED                  VALUE 'A'.
               88  GTC-REFUSED                   VALUE 'R'.
           05  GTC-TRL-COUNT         PIC 9(6).
           05  GTC-TRL-HASH          PIC 9(11)V99.
           05  GTC-REC-COUNT         PIC 9(6).
           05  GTC-REC-HASH          PIC 9(11)V99.
