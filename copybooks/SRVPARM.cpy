      *> SRVPARM.cpy - movement surveillance parameters, read by
      *> PROGRAM-ID CASHSURV.  One record:
      *>   SRV-REPORT-THRESHOLD  a single cash movement at or over
      *>                         this amount is reported;
      *>   SRV-STRUCT-PERCENT    movements from this percentage of
      *>                         the threshold up to just under it
      *>                         count towards structuring;
      *>   SRV-WINDOW-DAYS       the rolling window, in days ending
      *>                         on the run date, over which
      *>                         structuring is looked for and an
      *>                         undispositioned alert is raised
      *>                         again every night;
      *>   SRV-STRUCT-MIN-COUNT  how many such movements on one
      *>                         account within the window make a
      *>                         structuring alert;
      *>   SRV-HISTORY-DAYS      the days before the run date that
      *>                         make up an account's own history
      *>                         for the velocity check;
      *>   SRV-VELOCITY-FACTOR   the day's cash movements are
      *>                         unusual when they pass this many
      *>                         times the account's daily average
      *>                         over its history ...
      *>   SRV-VELOCITY-FLOOR    ... and come to at least this much.
       01  SRV-RECORD.
           05  SRV-REPORT-THRESHOLD  PIC 9(9)V99.
           05  SRV-STRUCT-PERCENT    PIC 9(3).
           05  SRV-WINDOW-DAYS       PIC 9(3).
           05  SRV-STRUCT-MIN-COUNT  PIC 9(2).
           05  SRV-HISTORY-DAYS      PIC 9(3).
           05  SRV-VELOCITY-FACTOR   PIC 9(3).
           05  SRV-VELOCITY-FLOOR    PIC 9(9)V99.
