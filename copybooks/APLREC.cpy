      *> APLREC.cpy - one entry of the cumulative approval log
      *> APPRLOG, appended by PROGRAM-ID MKCAPPR for every held
      *> maintenance item that leaves the pending file: 'A'
      *> approved and applied, 'I' approved but no longer
      *> applicable (the account or operator changed meanwhile -
      *> APL-REASON says why), 'R' refused by the approver and 'E'
      *> expired unapproved.  APL-KEY is the account number or the
      *> operator identifier the item was about.
       01  APL-RECORD.
           05  APL-LOG-DATE          PIC 9(8).
           05  APL-REFERENCE         PIC X(20).
           05  APL-SOURCE            PIC X(1).
           05  APL-ACTION            PIC X(1).
           05  APL-KEY               PIC X(8).
           05  APL-MAKER-ID          PIC X(6).
           05  APL-APPROVER-ID       PIC X(6).
           05  APL-OUTCOME           PIC X(1).
               88  APL-APPLIED                   VALUE 'A'.
               88  APL-NOT-APPLICABLE            VALUE 'I'.
               88  APL-REFUSED                   VALUE 'R'.
               88  APL-EXPIRED                   VALUE 'E'.
           05  APL-REASON            PIC X(30).
