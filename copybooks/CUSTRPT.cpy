      *> CUSTRPT.cpy - one line of the customer maintenance report
      *> produced by PROGRAM-ID CUSTMNT.
       01  CMR-REPORT-LINE          PIC X(80).
