      *> RTIRPT.cpy - one line of the returned-item report printed
      *> by PROGRAM-ID NSFCYCL: the day's cycle summary followed by
      *> the final notices of return, one block per branch.
       01  RTI-REPORT-LINE          PIC X(80).
