      *> CRLRPT.cpy - one line of the customer relationship report
      *> produced by PROGRAM-ID CUSTREL.
       01  CRL-REPORT-LINE          PIC X(80).
