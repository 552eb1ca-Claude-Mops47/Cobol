       01  WS-CTL-POSTED-NET     PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-REJECT-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-CTL-NSF-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-CTL-XFR-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-CTL-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-HIST-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-HIST-NET           PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-HASH            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-COUNT     PIC 9(6).
       01  WS-EXPECTED-HIST      PIC 9(6).
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(40)
               VALUE "CERTIFICAT D'EQUILIBRE QUOTIDIEN".
               CLOSE VALID-TRAN-FILE
           END-IF.

      *> A transfer ('TF') moves money between two of our own
      *> accounts: it adds nothing to the net, and GLEXTR carries
      *> it on both the debit and the credit side, so it enters
      *> the hash once per leg.
       TOTAL-ONE-VALID.
           ADD 1 TO WS-VAL-COUNT
           IF TRAN-TYPE = "DB" OR TRAN-TYPE = "FR"
               SUBTRACT TRAN-AMOUNT FROM WS-VAL-NET
           ELSE
               IF TRAN-TYPE NOT = "TF"
                   ADD TRAN-AMOUNT TO WS-VAL-NET
               END-IF
           END-IF
           IF TRAN-AMOUNT < ZERO
               SUBTRACT TRAN-AMOUNT FROM WS-VAL-HASH
           ELSE
               ADD TRAN-AMOUNT TO WS-VAL-HASH
           END-IF
           IF TRAN-TYPE = "TF"
               ADD TRAN-AMOUNT TO WS-VAL-HASH
           END-IF.

       READ-POST-CONTROL.
                       MOVE PCT-POSTED-AMOUNT TO WS-CTL-POSTED-NET
                       MOVE PCT-REJECT-COUNT TO WS-CTL-REJECT-COUNT
                       MOVE PCT-NSF-COUNT TO WS-CTL-NSF-COUNT
                       MOVE PCT-XFR-COUNT TO WS-CTL-XFR-COUNT
               END-READ
               CLOSE POST-CONTROL-FILE
           END-IF.

      *> Only the day's postings count here: POSTHIST carries the
      *> whole month in progress, the earlier business dates too.
      *> On a month-end day PSTARCH only moves the month to its
      *> generation after this step, so the day is still here.
      *> The two 'TF' entries of a transfer carry the amount
      *> signed for their own account, so they net to zero.
       TOTAL-POSTING-HISTORY.
           OPEN INPUT POSTING-HISTORY
           IF WS-HIST-STATUS NOT = "00"
                           IF PSTH-POST-DATE = LS-BUSINESS-DATE
                               ADD 1 TO WS-HIST-COUNT
                               IF PSTH-TRAN-TYPE = "DB"
                                   OR PSTH-TRAN-TYPE = "FR"
                                   SUBTRACT PSTH-AMOUNT
                                       FROM WS-HIST-NET
                               ELSE
           MOVE ZERO TO WS-LEG-AMOUNT
           MOVE WS-LEG-LINE TO RCN-REPORT-LINE
           WRITE RCN-REPORT-LINE
           MOVE "POSTTRAN - DONT VIREMENTS   : " TO WS-LEG-LABEL
           MOVE WS-CTL-XFR-COUNT TO WS-LEG-COUNT
           MOVE ZERO TO WS-LEG-AMOUNT
           MOVE WS-LEG-LINE TO RCN-REPORT-LINE
           WRITE RCN-REPORT-LINE
           MOVE "ACCTMAST - MOUVEMENT JOUR   : " TO WS-LEG-LABEL
           MOVE WS-HIST-COUNT TO WS-LEG-COUNT
           MOVE WS-HIST-NET TO WS-LEG-AMOUNT
           END-IF
           MOVE WS-CHECK-LINE TO RCN-REPORT-LINE
           WRITE RCN-REPORT-LINE
           COMPUTE WS-EXPECTED-HIST = WS-CTL-POSTED-COUNT
               + WS-CTL-XFR-COUNT
           MOVE "COMPTABILISEES = MOUVEMENT ACCTMAST"
               TO WS-CHK-LABEL
           IF WS-EXPECTED-HIST = WS-HIST-COUNT
               AND WS-CTL-POSTED-NET = WS-HIST-NET
               MOVE ": OK" TO WS-CHK-RESULT
           ELSE
