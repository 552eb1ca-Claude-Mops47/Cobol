       FD  NSF-REPORT.
       COPY NSFRPT.
       FD  NSF-SUSPENSE-FILE.
       01  NSF-TRAN-RECORD           PIC X(40).
       FD  POST-CONTROL-FILE.
       COPY PSTCTL.
       FD  ACCOUNT-JOURNAL.
       01  WS-SKIP-SW                PIC X(1)    VALUE 'N'.
           88  RESTART-SKIP                      VALUE 'Y'.
       01  WS-SKIP-COUNT             PIC 9(6)    VALUE ZERO.
       01  WS-FROM-SKIP-SW           PIC X(1).
           88  FROM-LEG-SKIPPED                  VALUE 'Y'.
       01  WS-TO-SKIP-SW             PIC X(1).
           88  TO-LEG-SKIPPED                    VALUE 'Y'.
       01  WS-XFR-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-XFR-CREDIT-RECORD      PIC X(75).
       01  WS-LEG-ACCOUNT-NO         PIC 9(8).
       01  WS-LEG-AMOUNT             PIC S9(9)V99.
       01  WS-BEFORE-BALANCE         PIC S9(11)V99.
       01  WS-BEFORE-MTD-DEBITS      PIC S9(11)V99.
       01  WS-BEFORE-MTD-CREDITS     PIC S9(11)V99.
           END-IF.
           EXIT PROGRAM.

       POST-ONE-TRAN.
           IF TRAN-TYPE = "TF"
               PERFORM POST-ONE-TRANSFER
           ELSE
               PERFORM POST-ONE-MOVEMENT
           END-IF.

      *> A transaction whose key is still pending in the day's
      *> journal was already applied by a run that died later in
      *> the file: it counts as posted (so the control totals and
      *> DLYRECON still tie) but must not touch the master again.
       POST-ONE-MOVEMENT.
           MOVE TRAN-ACCOUNT-NO TO WS-LEG-ACCOUNT-NO
           MOVE TRAN-AMOUNT TO WS-LEG-AMOUNT
           PERFORM CHECK-RESTART-SKIP
           IF RESTART-SKIP
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-SKIP-COUNT
               IF TRAN-TYPE = "DB" OR TRAN-TYPE = "FR"
                   SUBTRACT TRAN-AMOUNT FROM WS-NET-MOVEMENT
               ELSE
                   ADD TRAN-AMOUNT TO WS-NET-MOVEMENT
                   END-IF
           END-READ
           IF WS-XCP-REASON NOT = SPACES
               PERFORM WRITE-POST-EXCEPTION
           END-IF.

       WRITE-POST-EXCEPTION.
           ADD 1 TO WS-XCP-COUNT
           MOVE TRAN-ACCOUNT-NO TO XCP-ACCOUNT-NO
           MOVE TRAN-BRANCH-ID TO XCP-BRANCH-ID
           MOVE WS-XCP-REASON TO XCP-REASON
           MOVE TRAN-TYPE TO XCP-TRAN-TYPE
           IF TRAN-AMOUNT NUMERIC
               MOVE TRAN-AMOUNT TO XCP-AMOUNT
           ELSE
               MOVE ZERO TO XCP-AMOUNT
           END-IF
           WRITE XCP-REPORT-LINE.

      *> A transfer ('TF') posts as two legs, each with its own
      *> journal image and POSTHIST entry under type 'TF': the
      *> debit leg on the paying account carries the amount
      *> negated, the credit leg on the beneficiary carries it as
      *> keyed.  Either both legs post or neither does, so the
      *> journal is searched for each leg separately and only a
      *> leg already journalled is left alone: a run that died
      *> between the two legs left the debit leg applied, and the
      *> rerun only completes the credit leg.  A transfer counts
      *> once as posted, like any other item, and nets to zero in
      *> the day's movement.
       POST-ONE-TRANSFER.
           MOVE TRAN-ACCOUNT-NO TO WS-LEG-ACCOUNT-NO
           COMPUTE WS-LEG-AMOUNT = 0 - TRAN-AMOUNT
           PERFORM CHECK-RESTART-SKIP
           MOVE WS-SKIP-SW TO WS-FROM-SKIP-SW
           MOVE TRAN-TO-ACCOUNT-NO TO WS-LEG-ACCOUNT-NO
           MOVE TRAN-AMOUNT TO WS-LEG-AMOUNT
           PERFORM CHECK-RESTART-SKIP
           MOVE WS-SKIP-SW TO WS-TO-SKIP-SW
           IF FROM-LEG-SKIPPED AND TO-LEG-SKIPPED
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-XFR-COUNT
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM POST-ONE-TRANSFER-APPLY
           END-IF.

      *> Both accounts are read and edited before either one is
      *> rewritten, so a transfer that fails any edit leaves the
      *> master untouched and goes to the exception report whole.
      *> The beneficiary is read first and held in working storage;
      *> the paying account is read last and stays in the record
      *> area for its leg.  A leg completing a restarted transfer
      *> is not edited again: its other half is already posted.
       POST-ONE-TRANSFER-APPLY.
           MOVE SPACES TO WS-XCP-REASON
           MOVE 'N' TO WS-NSF-SW
           IF NOT TO-LEG-SKIPPED
               PERFORM READ-TRANSFER-BENEFICIARY
           END-IF
           IF WS-XCP-REASON = SPACES AND NOT FROM-LEG-SKIPPED
               PERFORM READ-TRANSFER-PAYER
           END-IF
           IF WS-XCP-REASON = SPACES AND NOT NSF-REFUSED
               IF NOT FROM-LEG-SKIPPED
                   PERFORM APPLY-TRANSFER-DEBIT
               END-IF
               IF NOT TO-LEG-SKIPPED
                   PERFORM APPLY-TRANSFER-CREDIT
               END-IF
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-XFR-COUNT
           END-IF
           IF WS-XCP-REASON NOT = SPACES
               IF FROM-LEG-SKIPPED
                   DISPLAY "POSTTRAN: bénéficiaire "
                       TRAN-TO-ACCOUNT-NO " introuvable, virement "
                       "de " TRAN-ACCOUNT-NO " débité sans crédit"
               END-IF
               PERFORM WRITE-POST-EXCEPTION
           END-IF.

       READ-TRANSFER-BENEFICIARY.
           MOVE TRAN-TO-ACCOUNT-NO TO ACCT-ACCOUNT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   STRING "compte bénéficiaire inconnu"
                       DELIMITED BY SIZE INTO WS-XCP-REASON
               NOT INVALID KEY
                   IF NOT FROM-LEG-SKIPPED
                       PERFORM CHECK-BENEFICIARY-STATUS
                   END-IF
                   MOVE ACCT-MASTER-RECORD TO WS-XFR-CREDIT-RECORD
           END-READ.

       READ-TRANSFER-PAYER.
           MOVE TRAN-ACCOUNT-NO TO ACCT-ACCOUNT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   STRING "compte inconnu au fichier maître"
                       DELIMITED BY SIZE INTO WS-XCP-REASON
               NOT INVALID KEY
                   PERFORM CHECK-ACCOUNT-STATUS
                   IF WS-XCP-REASON = SPACES
                       PERFORM CHECK-CREDIT-LIMIT
                   END-IF
           END-READ.

      *> A dormant beneficiary may be credited, like any dormant
      *> account; only a closed or frozen one refuses the money.
       CHECK-BENEFICIARY-STATUS.
           IF ACCT-CLOSED
               STRING "compte bénéficiaire clôturé"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           ELSE
               IF ACCT-FROZEN
                   STRING "compte bénéficiaire gelé"
                       DELIMITED BY SIZE INTO WS-XCP-REASON
               END-IF
           END-IF.

      *> The paying account is held to its credit limit exactly as
      *> for a DB (READ-TRANSFER-PAYER); a refused transfer goes to
      *> NSFFILE whole, with its beneficiary, and no leg is posted.
       APPLY-TRANSFER-DEBIT.
           MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
           MOVE ACCT-MTD-DEBITS TO WS-BEFORE-MTD-DEBITS
           MOVE ACCT-MTD-CREDITS TO WS-BEFORE-MTD-CREDITS
           SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
           ADD TRAN-AMOUNT TO ACCT-MTD-DEBITS
           IF TRAN-BRANCH-ID NOT = "SYS"
               MOVE LS-BUSINESS-DATE TO ACCT-LAST-POST-DATE
           END-IF
           MOVE TRAN-ACCOUNT-NO TO WS-LEG-ACCOUNT-NO
           COMPUTE WS-LEG-AMOUNT = 0 - TRAN-AMOUNT
           PERFORM WRITE-JOURNAL-IMAGE
           REWRITE ACCT-MASTER-RECORD
           PERFORM WRITE-POSTING-HISTORY.

       APPLY-TRANSFER-CREDIT.
           MOVE WS-XFR-CREDIT-RECORD TO ACCT-MASTER-RECORD
           MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
           MOVE ACCT-MTD-DEBITS TO WS-BEFORE-MTD-DEBITS
           MOVE ACCT-MTD-CREDITS TO WS-BEFORE-MTD-CREDITS
           ADD TRAN-AMOUNT TO ACCT-BALANCE
           ADD TRAN-AMOUNT TO ACCT-MTD-CREDITS
           IF TRAN-BRANCH-ID NOT = "SYS"
               MOVE LS-BUSINESS-DATE TO ACCT-LAST-POST-DATE
           END-IF
           MOVE TRAN-TO-ACCOUNT-NO TO WS-LEG-ACCOUNT-NO
           MOVE TRAN-AMOUNT TO WS-LEG-AMOUNT
           PERFORM WRITE-JOURNAL-IMAGE
           REWRITE ACCT-MASTER-RECORD
           PERFORM WRITE-POSTING-HISTORY.

      *> Accounts hand-loaded before the status byte existed carry
      *> a space there; they are treated as open.  A dormant
      *> account still takes credits, but any movement that would
      *> lower its balance - a DB, FR or TF, or a negative CR or
      *> AJ - goes to the exception report until ACCTMNT
      *> reactivates it.
       CHECK-ACCOUNT-STATUS.
           IF ACCT-CLOSED
               STRING "compte clôturé"
               IF ACCT-FROZEN
                   STRING "compte gelé"
                       DELIMITED BY SIZE INTO WS-XCP-REASON
               ELSE
                   IF ACCT-DORMANT
                       PERFORM CHECK-DORMANT-DEBIT
                   END-IF
               END-IF
           END-IF.

       CHECK-DORMANT-DEBIT.
           IF ((TRAN-TYPE = "DB" OR TRAN-TYPE = "FR"
                   OR TRAN-TYPE = "TF")
                   AND TRAN-AMOUNT > ZERO)
               OR ((TRAN-TYPE = "CR" OR TRAN-TYPE = "AJ")
                   AND TRAN-AMOUNT < ZERO)
               STRING "débit sur compte dormant"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           END-IF.

      *> Only customer postings move ACCT-LAST-POST-DATE: the
      *> system's own items (branch 'SYS' - month-end accruals,
      *> re-presented debits and their fees) would otherwise keep
      *> a forgotten account looking active to DRMSWEEP.
      *> A returned-item fee ('FR') goes through even into the
      *> overdraft: B only accepts it from NSFPRES (branch 'SYS'),
      *> never from a branch.
       APPLY-TRAN-TO-ACCOUNT.
           MOVE 'N' TO WS-NSF-SW
           IF TRAN-TYPE = "DB"
               ADD TRAN-AMOUNT TO ACCT-BALANCE
           ELSE IF TRAN-TYPE = "AJ"
               ADD TRAN-AMOUNT TO ACCT-BALANCE
           ELSE IF TRAN-TYPE = "FR"
               SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
           ELSE IF TRAN-TYPE = "IN"
               ADD TRAN-AMOUNT TO ACCT-BALANCE
           ELSE
               STRING "type de transaction invalide"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-XCP-REASON = SPACES AND NOT NSF-REFUSED
               IF TRAN-BRANCH-ID NOT = "SYS"
                   MOVE LS-BUSINESS-DATE TO ACCT-LAST-POST-DATE
               END-IF
               IF TRAN-TYPE = "DB" OR TRAN-TYPE = "FR"
                   ADD TRAN-AMOUNT TO ACCT-MTD-DEBITS
                   SUBTRACT TRAN-AMOUNT FROM WS-NET-MOVEMENT
               ELSE
           ACCEPT WS-NOW FROM TIME
           MOVE LS-BUSINESS-DATE TO JRN-BUSINESS-DATE
           MOVE WS-NOW TO JRN-TIME
           MOVE WS-LEG-ACCOUNT-NO TO JRN-ACCOUNT-NO
           MOVE TRAN-TYPE TO JRN-TRAN-TYPE
           MOVE WS-LEG-AMOUNT TO JRN-TRAN-AMOUNT
           MOVE TRAN-BRANCH-ID TO JRN-BRANCH-ID
           MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BALANCE
           MOVE ACCT-BALANCE TO JRN-AFTER-BALANCE
           MOVE WS-BEFORE-MTD-CREDITS TO JRN-BEFORE-MTD-CREDS
           WRITE JRN-RECORD.

      *> The journal is cumulative like the posting history; the
      *> day's entries are loaded first so a rerun can recognize the
      *> postings a failed run already applied.
       OPEN-ACCOUNT-JOURNAL.
           OPEN INPUT ACCOUNT-JOURNAL
       CHECK-RESTART-SKIP.
           MOVE 'N' TO WS-SKIP-SW
           IF WS-JRN-TBL-COUNT > ZERO
               MOVE WS-LEG-ACCOUNT-NO TO WS-JKEY-ACCOUNT-NO
               MOVE TRAN-TYPE TO WS-JKEY-TYPE
               MOVE WS-LEG-AMOUNT TO WS-JKEY-AMOUNT
               MOVE TRAN-BRANCH-ID TO WS-JKEY-BRANCH-ID
               MOVE 'N' TO WS-JRN-FOUND-SW
               PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               MOVE WS-NET-MOVEMENT TO PCT-POSTED-AMOUNT
               MOVE WS-XCP-COUNT TO PCT-REJECT-COUNT
               MOVE WS-NSF-COUNT TO PCT-NSF-COUNT
               MOVE WS-XFR-COUNT TO PCT-XFR-COUNT
               WRITE PCT-RECORD
               CLOSE POST-CONTROL-FILE
           END-IF.
      *> A debit may draw the balance down to the negative of the
      *> authorized credit limit, never past it.  A refused debit
      *> goes on the NSF report for the back office and into
      *> NSFFILE, from which NSFCYCL keeps it on the returned-item
      *> ledger for re-presentation - it must not just vanish.
      *> A returned-item fee ('FR') is never refused here: a fee
      *> refused for funds would only raise another fee.
       CHECK-CREDIT-LIMIT.
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - TRAN-AMOUNT
           IF WS-NEW-BALANCE + ACCT-CREDIT-LIMIT < ZERO
               END-IF
           END-IF.

      *> POSTHIST is extended day after day through the month,
      *> then moved by PSTARCH to the month's own generation, so
      *> ACCTSTMT can rebuild any account's activity later, unlike
      *> the daily VALTFILE generation that gets replaced.
       OPEN-POSTING-HISTORY.
           END-IF.

       WRITE-POSTING-HISTORY.
           MOVE WS-LEG-ACCOUNT-NO TO PSTH-ACCOUNT-NO
           MOVE TRAN-TYPE TO PSTH-TRAN-TYPE
           MOVE WS-LEG-AMOUNT TO PSTH-AMOUNT
           MOVE LS-BUSINESS-DATE TO PSTH-POST-DATE
           MOVE ACCT-BALANCE TO PSTH-NEW-BALANCE
           MOVE TRAN-BRANCH-ID TO PSTH-BRANCH-ID
           WRITE PSTH-RECORD.
       END PROGRAM POSTTRAN.
