      *> INTRPT.cpy - one line of the interest certificate control
      *> report produced by PROGRAM-ID INTCERT: each month's
      *> interest posted against what MONTHEND generated.
       01  INT-REPORT-LINE          PIC X(80).
