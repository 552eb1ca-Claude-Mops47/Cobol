      *> PCT-POSTED-AMOUNT is the net signed movement applied to
      *> ACCTMAST (debits negative, credits and adjustments
      *> positive).  Read back by PROGRAM-ID DLYRECON to tie the
      *> legs of the day together.  PCT-XFR-COUNT is how many of
      *> the posted transactions were 'TF' transfers: each one
      *> leaves two entries on POSTHIST and nets to zero.
       01  PCT-RECORD.
           05  PCT-BUSINESS-DATE     PIC 9(8).
           05  PCT-POSTED-COUNT      PIC 9(6).
           05  PCT-POSTED-AMOUNT     PIC S9(11)V99.
           05  PCT-REJECT-COUNT      PIC 9(6).
           05  PCT-NSF-COUNT         PIC 9(6).
           05  PCT-XFR-COUNT         PIC 9(6).
