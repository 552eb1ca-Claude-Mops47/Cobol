      *> PNDREC.cpy - one maintenance item held for approval on the
      *> pending file PENDFILE.  PROGRAM-ID ACCTMNT and PROGRAM-ID
      *> OPRMAINT append the sensitive movements they are given
      *> (unfreeze, close, reactivation, a credit limit raised over
      *> the MKCPARM threshold; adding or raising an authorization
      *> level, operator reactivation) instead of applying them.
      *> PROGRAM-ID MKCAPPR applies, refuses or expires them and
      *> writes the items still waiting to the next generation.
      *> PND-REFERENCE (entry date, entry time, sequence in the
      *> run) identifies the item on the pending report and on the
      *> approver's decisions; PND-MAKER-ID is the supervisor who
      *> entered it; PND-TRAN-IMAGE is the movement exactly as it
      *> was read (an ACCTTRN or OPRTRN record).
       01  PND-RECORD.
           05  PND-REFERENCE.
               10  PND-ENTRY-DATE    PIC 9(8).
               10  PND-ENTRY-TIME    PIC 9(8).
               10  PND-ENTRY-SEQ     PIC 9(4).
           05  PND-SOURCE            PIC X(1).
               88  PND-FROM-ACCTMNT              VALUE 'A'.
               88  PND-FROM-OPRMAINT             VALUE 'O'.
           05  PND-MAKER-ID          PIC X(6).
           05  PND-TRAN-IMAGE        PIC X(32).
