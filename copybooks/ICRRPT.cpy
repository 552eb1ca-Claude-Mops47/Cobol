      *> ICRRPT.cpy - one line of the annual interest certificates
      *> printed by PROGRAM-ID INTCERT, one certificate per account.
       01  ICR-REPORT-LINE          PIC X(80).
