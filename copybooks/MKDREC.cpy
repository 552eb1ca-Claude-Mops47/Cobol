      *> MKDREC.cpy - one approval decision on MKCDEC, read by
      *> PROGRAM-ID MKCAPPR.  The approving supervisor is named in
      *> the run's PARM and decides, by reference, on items listed
      *> on the pending report: 'A' approve (the item is applied),
      *> 'R' refuse (the item is dropped).
       01  MKD-RECORD.
           05  MKD-REFERENCE         PIC X(20).
           05  MKD-DECISION          PIC X(1).
               88  MKD-APPROVE                   VALUE 'A'.
               88  MKD-REFUSE                    VALUE 'R'.
           05  MKD-COMMENT           PIC X(30).
