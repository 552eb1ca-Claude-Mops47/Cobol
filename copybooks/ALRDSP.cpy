      *> ALRDSP.cpy - supervisor dispositions of surveillance
      *> alerts, read by PROGRAM-ID CASHSURV.  One record per alert
      *> dispositioned, naming it the way ALRTFILE does (account,
      *> check, reference date), with the disposition - 'C' closed
      *> without further action, 'D' declared to the authorities -
      *> and the supervisor who took it.  ALD-OPER-ID must hold
      *> supervisor level or better on OPRMAST.
       01  ALD-RECORD.
           05  ALD-ACCOUNT-NO        PIC 9(8).
           05  ALD-CHECK             PIC X(2).
           05  ALD-ANCHOR-DATE       PIC 9(8).
           05  ALD-DISPOSITION       PIC X(1).
               88  ALD-DISPOSITION-VALID         VALUES 'C' 'D'.
           05  ALD-OPER-ID           PIC X(6).
           05  ALD-COMMENT           PIC X(30).
