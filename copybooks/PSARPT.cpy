      *> PSARPT.cpy - one line of the month-end posting-history
      *> closing and archiving report produced by PROGRAM-ID
      *> PSTARCH.
       01  PSA-REPORT-LINE          PIC X(80).
