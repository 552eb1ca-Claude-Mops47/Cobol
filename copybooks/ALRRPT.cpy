      *> ALRRPT.cpy - one line of the surveillance alert report
      *> produced by PROGRAM-ID CASHSURV for the compliance officer.
       01  ALR-REPORT-LINE          PIC X(80).
