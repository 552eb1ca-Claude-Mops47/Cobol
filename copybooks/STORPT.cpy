      *> STORPT.cpy - one line of the standing-order execution
      *> report produced by PROGRAM-ID STOGEN.
       01  STO-REPORT-LINE          PIC X(80).
