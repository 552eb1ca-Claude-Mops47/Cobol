      *> ADVRPT.cpy - one line of the printed settlement advices
      *> produced by PROGRAM-ID BRADVICE, one advice per agency.
       01  ADV-REPORT-LINE          PIC X(80).
