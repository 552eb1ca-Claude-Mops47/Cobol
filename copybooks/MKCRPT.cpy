      *> MKCRPT.cpy - one line of the daily pending-items report
      *> produced by PROGRAM-ID MKCAPPR.
       01  MKC-REPORT-LINE          PIC X(80).
