      *> ALRREC.cpy - surveillance alert file ALRTFILE, written by
      *> PROGRAM-ID CASHSURV every night.  Each alert is one 'AL'
      *> record followed by one 'MV' record per movement involved.
      *> An alert is identified by its account, its check and its
      *> reference date (ALR-ANCHOR-DATE):
      *>   'LC' large cash   - the date of the movements at or over
      *>                       the reporting threshold;
      *>   'ST' structuring  - the date of the latest movement just
      *>                       under the threshold in the window;
      *>   'VE' velocity     - the run date.
      *> ALR-BRANCH-ID is the branch of the latest movement;
      *> ALR-BASELINE is the account's daily average over its
      *> history ('VE' only, zero otherwise).  A supervisor's
      *> disposition on that identity keeps the alert off every
      *> later night (see ALRDSP and ALRCLR).
       01  ALR-RECORD.
           05  ALR-REC-TYPE          PIC X(2).
               88  ALR-IS-ALERT                  VALUE 'AL'.
               88  ALR-IS-MOVEMENT               VALUE 'MV'.
           05  ALR-ACCOUNT-NO        PIC 9(8).
           05  ALR-CHECK             PIC X(2).
               88  ALR-LARGE-CASH                VALUE 'LC'.
               88  ALR-STRUCTURING               VALUE 'ST'.
               88  ALR-VELOCITY                  VALUE 'VE'.
           05  ALR-ANCHOR-DATE       PIC 9(8).
           05  ALR-BRANCH-ID         PIC X(3).
           05  ALR-MOVE-COUNT        PIC 9(4).
           05  ALR-TOTAL             PIC 9(11)V99.
           05  ALR-BASELINE          PIC 9(11)V99.
           05  FILLER                PIC X(7).
       01  ALR-MOVEMENT-RECORD.
           05  FILLER                PIC X(20).
           05  ALM-BRANCH-ID         PIC X(3).
           05  ALM-POST-DATE         PIC 9(8).
           05  ALM-TRAN-TYPE         PIC X(2).
           05  ALM-AMOUNT            PIC S9(9)V99.
           05  FILLER                PIC X(16).
