      *> PSTHREC.cpy - one posted transaction on the posting
      *> history, written by PROGRAM-ID POSTTRAN to POSTHIST (the
      *> month in progress) for every transaction successfully
      *> applied to ACCTMAST.
      *> PSTH-NEW-BALANCE is the account balance after the posting;
      *> PROGRAM-ID ACCTSTMT reads the file back to print
      *> per-account statements.  PSTH-BRANCH-ID is the branch the
      *> transaction came in from ('SYS' for system postings);
      *> entries written before it was carried have it blank.
      *> At month end PROGRAM-ID PSTARCH moves the month to a new
      *> generation of PSTHMON (see PSDREC.cpy) and closes it with
      *> one PSTH-CONTROL-RECORD: the generation written, type
      *> "CT", the month, and the count and amount total of its
      *> postings.  Readers of the closed generations go through
      *> PROGRAM-ID PSTHRDR, which proves and skips that record.
       01  PSTH-RECORD.
           05  PSTH-ACCOUNT-NO       PIC 9(8).
           05  PSTH-TRAN-TYPE        PIC X(2).
               88  PSTH-MONTH-CONTROL            VALUE "CT".
           05  PSTH-AMOUNT           PIC S9(9)V99.
           05  PSTH-POST-DATE        PIC 9(8).
           05  PSTH-NEW-BALANCE      PIC S9(11)V99.
           05  PSTH-BRANCH-ID        PIC X(3).
       01  PSTH-CONTROL-RECORD.
           05  PSTC-GENERATION       PIC X(8).
           05  PSTC-RECORD-TYPE      PIC X(2).
           05  PSTC-MONTH            PIC 9(6).
           05  PSTC-RECORD-COUNT     PIC 9(8).
           05  PSTC-AMOUNT-TOTAL     PIC S9(11)V99.
           05  PSTC-CLOSE-DATE       PIC 9(8).
