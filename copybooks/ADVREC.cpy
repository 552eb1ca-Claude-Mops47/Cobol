      *> ADVREC.cpy - settlement advice file ADVFILE, written by
      *> PROGRAM-ID BRADVICE at the end of each business day.
      *> Every agency with activity on the day gets its own block,
      *> which can be split off and sent back to it: an 'HD'
      *> header naming the branch and saying what became of the
      *> file it sent (ADH-FILE-STATUS 'A' gathered, 'R' refused,
      *> 'N' no file received), one 'SM' summary record per stage
      *> of the day, one 'IT' record per item that was not posted,
      *> and a 'TR' trailer.  The summary stages are:
      *>   'EN' sent - the branch's own trailer count and hash;
      *>   'RC' recycled corrections merged for the branch;
      *>   'AC' accepted by B;       'RJ' rejected by B;
      *>   'CP' posted by POSTTRAN;  'PR' refused for funds;
      *>   'RF' refused by POSTTRAN for the account (closed, frozen,
      *>        dormant or unknown).
      *> ADS-NET is the signed effect on customer balances (a 'TF'
      *> transfer counts zero).  ADT-PROOF is 'O' when the sent
      *> file (if gathered) plus the recycled items equal what B
      *> accepted plus what it rejected, in count and in hash, and
      *> 'E' when they do not.  ADT-RECORD-COUNT counts the 'SM'
      *> and 'IT' records of the block and ADT-ITEM-HASH the hash
      *> of the 'IT' amounts.
       01  ADV-RECORD.
           05  ADV-REC-TYPE          PIC X(2).
               88  ADV-IS-HEADER                 VALUE 'HD'.
               88  ADV-IS-SUMMARY                VALUE 'SM'.
               88  ADV-IS-ITEM                   VALUE 'IT'.
               88  ADV-IS-TRAILER                VALUE 'TR'.
           05  ADV-BRANCH-ID         PIC X(3).
           05  ADV-STAGE             PIC X(2).
           05  ADV-ACCOUNT-NO        PIC 9(8).
           05  ADV-TRAN-TYPE         PIC X(2).
           05  ADV-AMOUNT            PIC S9(9)V99.
           05  ADV-REASON            PIC X(30).
       01  ADV-HEADER-RECORD.
           05  FILLER                PIC X(2).
           05  ADH-BRANCH-ID         PIC X(3).
           05  ADH-BUSINESS-DATE     PIC 9(8).
           05  ADH-FILE-STATUS       PIC X(1).
           05  FILLER                PIC X(44).
       01  ADV-SUMMARY-RECORD.
           05  FILLER                PIC X(2).
           05  ADS-BRANCH-ID         PIC X(3).
           05  ADS-STAGE             PIC X(2).
           05  ADS-COUNT             PIC 9(6).
           05  ADS-HASH              PIC 9(11)V99.
           05  ADS-NET               PIC S9(11)V99.
           05  FILLER                PIC X(19).
       01  ADV-TRAILER-RECORD.
           05  FILLER                PIC X(2).
           05  ADT-BRANCH-ID         PIC X(3).
           05  ADT-RECORD-COUNT      PIC 9(6).
           05  ADT-ITEM-HASH         PIC 9(11)V99.
           05  ADT-PROOF             PIC X(1).
           05  FILLER                PIC X(33).
