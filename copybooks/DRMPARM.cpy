      *> DRMPARM.cpy - dormancy parameters, read by PROGRAM-ID
      *> DRMSWEEP.  One record: the number of months without a
      *> customer posting after which an open account is moved to
      *> dormant status.  The threshold lives on file so a change
      *> of policy never needs a recompile.
       01  DRP-RECORD.
           05  DRP-DORMANCY-MONTHS   PIC 9(3).
