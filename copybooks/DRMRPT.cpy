      *> DRMRPT.cpy - one line of the dormant-account report
      *> produced by PROGRAM-ID DRMSWEEP.
       01  DRM-REPORT-LINE          PIC X(80).
