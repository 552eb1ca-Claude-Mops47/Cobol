      *> STOMRPT.cpy - one line of the standing-order maintenance
      *> report produced by PROGRAM-ID STOMNT.
       01  SMR-REPORT-LINE          PIC X(80).
