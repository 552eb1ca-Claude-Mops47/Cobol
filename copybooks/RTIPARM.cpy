      *> RTIPARM.cpy - returned-item cycle parameters, read by
      *> PROGRAM-ID NSFPRES and PROGRAM-ID NSFCYCL.  One record:
      *> how many times a debit refused for insufficient funds is
      *> re-presented on the following business days before it
      *> goes back to its branch, and the returned-item fee
      *> debited from the account for every refusal.  Kept on
      *> file like MEPARM so either can change without a
      *> recompile.
       01  RTP-RECORD.
           05  RTP-MAX-REPRESENT     PIC 9(2).
           05  RTP-RETURN-FEE        PIC 9(5)V99.
