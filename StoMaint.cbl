      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "STOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT ORDER-MASTER ASSIGN TO "STOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "STOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
       COPY STOTRN.
       FD  ORDER-MASTER.
       COPY STOREC.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  MAINT-REPORT.
       COPY STOMRPT.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-SO-STATUS          PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-TRN-EOF            PIC X(1)    VALUE 'N'.
           88  TRN-EOF                       VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1)    VALUE 'N'.
           88  ORDER-FOUND                   VALUE 'Y'.
       01  WS-ACCT-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                 VALUE 'Y'.
       01  WS-DUE-CHANGED-SW     PIC X(1)    VALUE 'N'.
           88  DUE-DATE-CHANGED              VALUE 'Y'.
       01  WS-DATE-OK-SW         PIC X(1)    VALUE 'N'.
           88  DATE-IS-VALID                 VALUE 'Y'.
       01  WS-REJ-REASON         PIC X(30).
       01  WS-TRN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-TODAY              PIC 9(8).
       01  WS-NEW-DEBIT          PIC 9(8).
       01  WS-NEW-CREDIT         PIC 9(8).
       01  WS-NEW-PAYEE          PIC X(20).
       01  WS-NEW-AMOUNT         PIC 9(9)V99.
       01  WS-NEW-FREQUENCY      PIC X(1).
       01  WS-NEW-NEXT-DUE       PIC 9(8).
       01  WS-NEW-END-DATE       PIC 9(8).
       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY      PIC 9(4).
           05  WS-EDIT-MM        PIC 9(2).
           05  WS-EDIT-DD        PIC 9(2).
       01  WS-MONTH-MAX          PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM4          PIC 9(4).
       01  WS-LEAP-REM100        PIC 9(4).
       01  WS-LEAP-REM400        PIC 9(4).
       01  WS-ACTION-LINE.
           05  FILLER            PIC X(9)    VALUE "ACTION : ".
           05  WS-ACT-CODE       PIC X(1).
           05  FILLER            PIC X(10)   VALUE "  ORDRE : ".
           05  WS-ACT-ORDER      PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(18)   VALUE "ORDRE    DEBIT".
           05  FILLER            PIC X(24)   VALUE "BENEFICIAIRE".
           05  FILLER            PIC X(8)    VALUE "MONTANT".
           05  FILLER            PIC X(21)   VALUE
               "F ECHEANCE FIN      S".
       01  WS-STATE-LINE.
           05  WS-STA-LABEL      PIC X(9).
           05  WS-STA-ORDER      PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-DEBIT      PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-BENEF      PIC X(16).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-FREQUENCY  PIC X(1).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-NEXT-DUE   PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-END-DATE   PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-STATUS     PIC X(1).
       01  WS-REJECT-LINE.
           05  FILLER            PIC X(9)    VALUE "REJET  : ".
           05  WS-REJ-ORDER      PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-REJ-TEXT       PIC X(30).
       01  WS-AUTH-OK-SW         PIC X(1)    VALUE 'N'.
           88  REQUESTER-AUTHORIZED          VALUE 'Y'.
       COPY AUTHCHK.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(4) COMP.
           05  LS-REQ-OPER       PIC X(6).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans STOMNT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-REQUESTER-AUTHORITY.
           IF NOT REQUESTER-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "STOMNT : impossible d'ouvrir STOTRAN, "
                   "statut " WS-TRN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-ORDER-MASTER
               IF WS-SO-STATUS NOT = "00"
                   CLOSE MAINT-TRAN-FILE
                   DISPLAY "STOMNT : impossible d'ouvrir STOMAST, "
                       "statut " WS-SO-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ACCOUNT-MASTER
                   IF WS-ACCT-STATUS NOT = "00"
                       CLOSE MAINT-TRAN-FILE
                       CLOSE ORDER-MASTER
                       DISPLAY "STOMNT : impossible d'ouvrir "
                           "ACCTMAST, statut " WS-ACCT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT MAINT-REPORT
                       IF WS-RPT-STATUS NOT = "00"
                           CLOSE MAINT-TRAN-FILE
                           CLOSE ORDER-MASTER
                           CLOSE ACCOUNT-MASTER
                           DISPLAY "STOMNT : impossible d'ouvrir "
                               "STOMRPT, statut " WS-RPT-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM RUN-MAINTENANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       RUN-MAINTENANCE.
           MOVE "RAPPORT DE MAINTENANCE DES ORDRES PERMANENTS"
               TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE
           MOVE SPACES TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE
           MOVE WS-COLUMN-LINE TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE
           MOVE SPACES TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE
           PERFORM UNTIL TRN-EOF
               READ MAINT-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
                       PERFORM APPLY-MAINT-TRAN
               END-READ
           END-PERFORM
           CLOSE MAINT-TRAN-FILE
           CLOSE ORDER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE MAINT-REPORT
           DISPLAY "STOMNT : " WS-TRN-COUNT
               " mouvement(s) lu(s), "
               WS-APPLIED-COUNT " appliqué(s), "
               WS-REJECT-COUNT " rejeté(s)"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      *> Standing orders move customers' money without a customer
      *> at the counter, so setting them up or changing them takes
      *> supervisor level or better, as for the account master;
      *> the requesting operator arrives in the PARM.
       CHECK-REQUESTER-AUTHORITY.
           IF LS-PARM-LEN < 6 OR LS-REQ-OPER = SPACES
               DISPLAY "STOMNT : identifiant du demandeur absent "
                   "du PARM, maintenance refusée"
           ELSE
               MOVE LS-REQ-OPER TO CHK-OPER-ID
               CALL "CHKAUTH" USING AUTH-CHECK-AREA
                   ON EXCEPTION
                       DISPLAY "STOMNT : CHKAUTH indisponible, "
                           "maintenance refusée"
                   NOT ON EXCEPTION
                       PERFORM EDIT-REQUESTER-AUTHORITY
               END-CALL
           END-IF.

       EDIT-REQUESTER-AUTHORITY.
           IF NOT CHK-ACTIVE
               DISPLAY "STOMNT : demandeur " CHK-OPER-ID
                   " inconnu ou désactivé, maintenance refusée"
           ELSE
               IF NOT CHK-LEVEL-SUPERVISORY
                   DISPLAY "STOMNT : demandeur " CHK-OPER-ID
                       " sans niveau superviseur, maintenance "
                       "refusée"
               ELSE
                   MOVE 'Y' TO WS-AUTH-OK-SW
               END-IF
           END-IF.

      *> The first order ever set up creates STOMAST.
       OPEN-ORDER-MASTER.
           OPEN I-O ORDER-MASTER
           IF WS-SO-STATUS = "35"
               OPEN OUTPUT ORDER-MASTER
               IF WS-SO-STATUS = "00"
                   CLOSE ORDER-MASTER
                   OPEN I-O ORDER-MASTER
               END-IF
           END-IF.

       APPLY-MAINT-TRAN.
           MOVE SPACES TO WS-REJ-REASON
           MOVE SOM-ACTION TO WS-ACT-CODE
           MOVE SOM-ORDER-NO TO WS-ACT-ORDER
           MOVE WS-ACTION-LINE TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE
           IF SOM-ORDER-NO = ZERO
               STRING "ordre à zéro" DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           ELSE
               PERFORM LOOKUP-ORDER
               IF SOM-ADD
                   PERFORM APPLY-ADD
               ELSE
                   IF SOM-AMEND
                       PERFORM APPLY-AMEND
                   ELSE
                       IF SOM-SUSPEND OR SOM-RESUME OR SOM-CANCEL
                           PERFORM APPLY-STATUS-CHANGE
                       ELSE
                           STRING "code action invalide"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SOM-ORDER-NO TO WS-REJ-ORDER
               MOVE WS-REJ-REASON TO WS-REJ-TEXT
               MOVE WS-REJECT-LINE TO SMR-REPORT-LINE
               WRITE SMR-REPORT-LINE
           END-IF
           MOVE SPACES TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE.

       LOOKUP-ORDER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE SOM-ORDER-NO TO SO-ORDER-NO
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.

       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.

      *> A new order is active from its first due date; that date
      *> also fixes the day of the month a monthly order keeps
      *> returning to.
       APPLY-ADD.
           IF ORDER-FOUND
               STRING "ordre déjà présent"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               MOVE SOM-DEBIT-ACCOUNT TO WS-NEW-DEBIT
               MOVE SOM-CREDIT-ACCOUNT TO WS-NEW-CREDIT
               MOVE SOM-PAYEE-NAME TO WS-NEW-PAYEE
               MOVE SOM-AMOUNT TO WS-NEW-AMOUNT
               MOVE SOM-FREQUENCY TO WS-NEW-FREQUENCY
               MOVE SOM-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
               MOVE SOM-END-DATE TO WS-NEW-END-DATE
               IF WS-NEW-CREDIT NOT = ZERO
                   MOVE SPACES TO WS-NEW-PAYEE
               END-IF
               MOVE 'Y' TO WS-DUE-CHANGED-SW
               PERFORM EDIT-DEBIT-ACCOUNT
               IF WS-REJ-REASON = SPACES
                   PERFORM EDIT-BENEFICIARY
               END-IF
               IF WS-REJ-REASON = SPACES
                   PERFORM EDIT-ORDER-TERMS
               END-IF
               IF WS-REJ-REASON = SPACES
                   MOVE "AVANT  : " TO WS-STA-LABEL
                   MOVE SOM-ORDER-NO TO WS-STA-ORDER
                   MOVE ZERO TO WS-STA-DEBIT
                   MOVE SPACES TO WS-STA-BENEF
                   MOVE ZERO TO WS-STA-AMOUNT
                   MOVE SPACE TO WS-STA-FREQUENCY
                   MOVE ZERO TO WS-STA-NEXT-DUE
                   MOVE ZERO TO WS-STA-END-DATE
                   MOVE SPACE TO WS-STA-STATUS
                   MOVE WS-STATE-LINE TO SMR-REPORT-LINE
                   WRITE SMR-REPORT-LINE
                   MOVE SOM-ORDER-NO TO SO-ORDER-NO
                   PERFORM MOVE-NEW-TERMS
                   MOVE 'A' TO SO-STATUS
                   MOVE ZERO TO SO-LAST-RUN-DATE
                   MOVE ZERO TO SO-LAST-DUE-DATE
                   MOVE SPACE TO SO-LAST-RUN-RESULT
                   MOVE SPACE TO SO-LAST-SKIP-SIDE
                   WRITE SO-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
               END-IF
           END-IF.

      *> An amendment only carries the fields that change: zero or
      *> blank leaves the field as it is, and an end date of all
      *> nines removes the end date.  Naming a credit account turns
      *> an order to a payee into a transfer and naming a payee
      *> does the reverse.  Accounts are only re-edited when they
      *> change; an account that has since been closed or frozen
      *> is caught by STOGEN on the day the order falls due.
       APPLY-AMEND.
           IF NOT ORDER-FOUND
               STRING "ordre inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               IF SO-CANCELLED OR SO-ENDED
                   STRING "ordre clos"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   PERFORM BUILD-AMENDED-TERMS
                   IF SOM-DEBIT-ACCOUNT NOT = ZERO
                       PERFORM EDIT-DEBIT-ACCOUNT
                   END-IF
                   IF WS-REJ-REASON = SPACES
                       PERFORM EDIT-BENEFICIARY
                   END-IF
                   IF WS-REJ-REASON = SPACES
                       PERFORM EDIT-ORDER-TERMS
                   END-IF
                   IF WS-REJ-REASON = SPACES
                       MOVE "AVANT  : " TO WS-STA-LABEL
                       PERFORM WRITE-STATE-LINE
                       PERFORM MOVE-NEW-TERMS
                       REWRITE SO-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AFTER-LINE
                   END-IF
               END-IF
           END-IF.

       BUILD-AMENDED-TERMS.
           MOVE SO-DEBIT-ACCOUNT TO WS-NEW-DEBIT
           MOVE SO-CREDIT-ACCOUNT TO WS-NEW-CREDIT
           MOVE SO-PAYEE-NAME TO WS-NEW-PAYEE
           MOVE SO-AMOUNT TO WS-NEW-AMOUNT
           MOVE SO-FREQUENCY TO WS-NEW-FREQUENCY
           MOVE SO-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
           MOVE SO-END-DATE TO WS-NEW-END-DATE
           MOVE 'N' TO WS-DUE-CHANGED-SW
           IF SOM-DEBIT-ACCOUNT NOT = ZERO
               MOVE SOM-DEBIT-ACCOUNT TO WS-NEW-DEBIT
           END-IF
           IF SOM-CREDIT-ACCOUNT NOT = ZERO
               MOVE SOM-CREDIT-ACCOUNT TO WS-NEW-CREDIT
               MOVE SPACES TO WS-NEW-PAYEE
           ELSE
               IF SOM-PAYEE-NAME NOT = SPACES
                   MOVE ZERO TO WS-NEW-CREDIT
                   MOVE SOM-PAYEE-NAME TO WS-NEW-PAYEE
               END-IF
           END-IF
           IF SOM-AMOUNT NOT = ZERO
               MOVE SOM-AMOUNT TO WS-NEW-AMOUNT
           END-IF
           IF SOM-FREQUENCY NOT = SPACE
               MOVE SOM-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF
           IF SOM-NEXT-DUE-DATE NOT = ZERO
               MOVE SOM-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
               MOVE 'Y' TO WS-DUE-CHANGED-SW
           END-IF
           IF SOM-END-DATE NOT = ZERO
               IF SOM-END-DATE = 99999999
                   MOVE ZERO TO WS-NEW-END-DATE
               ELSE
                   MOVE SOM-END-DATE TO WS-NEW-END-DATE
               END-IF
           END-IF.

      *> Money leaves the debit account, so it must be open: a
      *> dormant account has to be reactivated through ACCTMNT
      *> before an order can be set up on it.
       EDIT-DEBIT-ACCOUNT.
           IF WS-NEW-DEBIT = ZERO
               STRING "compte débité manquant"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               MOVE WS-NEW-DEBIT TO ACCT-ACCOUNT-NO
               PERFORM LOOKUP-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   STRING "compte débité inconnu"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   IF NOT ACCT-OPEN AND ACCT-STATUS NOT = SPACE
                       STRING "compte débité non ouvert"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

      *> A closed or frozen credit account is refused here because
      *> STOGEN skips every order whose beneficiary is in either
      *> state (CPT CRE CLOTURE / GELE): an order accepted on one
      *> would never execute.
       EDIT-BENEFICIARY.
           IF WS-NEW-CREDIT = ZERO
               IF WS-NEW-PAYEE = SPACES
                   STRING "bénéficiaire manquant"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           ELSE
               IF WS-NEW-CREDIT = WS-NEW-DEBIT
                   STRING "ordre sur le même compte"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   IF SOM-CREDIT-ACCOUNT NOT = ZERO
                       MOVE WS-NEW-CREDIT TO ACCT-ACCOUNT-NO
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT ACCOUNT-FOUND
                           STRING "compte crédité inconnu"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       ELSE
                           IF ACCT-CLOSED
                               STRING "compte crédité clôturé"
                                   DELIMITED BY SIZE
                                   INTO WS-REJ-REASON
                           ELSE
                               IF ACCT-FROZEN
                                   STRING "compte crédité gelé"
                                       DELIMITED BY SIZE
                                       INTO WS-REJ-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-ORDER-TERMS.
           IF WS-NEW-AMOUNT NOT NUMERIC OR WS-NEW-AMOUNT = ZERO
               STRING "montant invalide"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES
               AND WS-NEW-FREQUENCY NOT = 'W'
               AND WS-NEW-FREQUENCY NOT = 'M'
               STRING "périodicité invalide"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES AND DUE-DATE-CHANGED
               MOVE WS-NEW-NEXT-DUE TO WS-EDIT-DATE
               PERFORM VALIDATE-EDIT-DATE
               IF NOT DATE-IS-VALID
                   STRING "date d'échéance invalide"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   IF WS-NEW-NEXT-DUE < WS-TODAY
                       STRING "échéance dans le passé"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES AND WS-NEW-END-DATE NOT = ZERO
               MOVE WS-NEW-END-DATE TO WS-EDIT-DATE
               PERFORM VALIDATE-EDIT-DATE
               IF NOT DATE-IS-VALID
                   OR WS-NEW-END-DATE < WS-NEW-NEXT-DUE
                   STRING "date de fin invalide"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF.

       MOVE-NEW-TERMS.
           MOVE WS-NEW-DEBIT TO SO-DEBIT-ACCOUNT
           MOVE WS-NEW-CREDIT TO SO-CREDIT-ACCOUNT
           MOVE WS-NEW-PAYEE TO SO-PAYEE-NAME
           MOVE WS-NEW-AMOUNT TO SO-AMOUNT
           MOVE WS-NEW-FREQUENCY TO SO-FREQUENCY
           MOVE WS-NEW-NEXT-DUE TO SO-NEXT-DUE-DATE
           MOVE WS-NEW-END-DATE TO SO-END-DATE
           IF DUE-DATE-CHANGED
               MOVE WS-NEW-NEXT-DUE (7:2) TO SO-ANCHOR-DAY
           END-IF.

      *> A suspended order is passed over by STOGEN without being
      *> advanced, so resuming it needs the date it is to restart
      *> from; a cancelled order is kept on file for enquiry.
       APPLY-STATUS-CHANGE.
           IF NOT ORDER-FOUND
               STRING "ordre inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               PERFORM EDIT-STATUS-CHANGE
               IF WS-REJ-REASON = SPACES
                   MOVE "AVANT  : " TO WS-STA-LABEL
                   PERFORM WRITE-STATE-LINE
                   IF SOM-SUSPEND
                       MOVE 'S' TO SO-STATUS
                   END-IF
                   IF SOM-RESUME
                       MOVE 'A' TO SO-STATUS
                       MOVE SOM-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
                       MOVE SOM-NEXT-DUE-DATE (7:2) TO SO-ANCHOR-DAY
                   END-IF
                   IF SOM-CANCEL
                       MOVE 'C' TO SO-STATUS
                   END-IF
                   REWRITE SO-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
               END-IF
           END-IF.

       EDIT-STATUS-CHANGE.
           IF SOM-SUSPEND
               IF NOT SO-ACTIVE
                   STRING "ordre non actif"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF
           IF SOM-RESUME
               IF NOT SO-SUSPENDED
                   STRING "ordre non suspendu"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   MOVE SOM-NEXT-DUE-DATE TO WS-EDIT-DATE
                   PERFORM VALIDATE-EDIT-DATE
                   IF NOT DATE-IS-VALID
                       STRING "date de reprise invalide"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   ELSE
                       IF SOM-NEXT-DUE-DATE < WS-TODAY
                           STRING "reprise dans le passé"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       ELSE
                           IF SO-END-DATE NOT = ZERO
                               AND SOM-NEXT-DUE-DATE > SO-END-DATE
                               STRING "reprise après la date de fin"
                                   DELIMITED BY SIZE
                                   INTO WS-REJ-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF SOM-CANCEL
               IF SO-CANCELLED OR SO-ENDED
                   STRING "ordre déjà clos"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF.

       VALIDATE-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EDIT-DATE NUMERIC
               AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
               MOVE 31 TO WS-MONTH-MAX
               IF WS-EDIT-MM = 4 OR WS-EDIT-MM = 6
                   OR WS-EDIT-MM = 9 OR WS-EDIT-MM = 11
                   MOVE 30 TO WS-MONTH-MAX
               END-IF
               IF WS-EDIT-MM = 2
                   MOVE 28 TO WS-MONTH-MAX
                   DIVIDE WS-EDIT-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
                   DIVIDE WS-EDIT-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
                   DIVIDE WS-EDIT-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = ZERO
                       AND (WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO)
                       MOVE 29 TO WS-MONTH-MAX
                   END-IF
               END-IF
               IF WS-EDIT-DD >= 1 AND WS-EDIT-DD <= WS-MONTH-MAX
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

       WRITE-STATE-LINE.
           MOVE SO-ORDER-NO TO WS-STA-ORDER
           MOVE SO-DEBIT-ACCOUNT TO WS-STA-DEBIT
           IF SO-CREDIT-ACCOUNT NOT = ZERO
               MOVE SO-CREDIT-ACCOUNT TO WS-STA-BENEF
           ELSE
               MOVE SO-PAYEE-NAME TO WS-STA-BENEF
           END-IF
           MOVE SO-AMOUNT TO WS-STA-AMOUNT
           MOVE SO-FREQUENCY TO WS-STA-FREQUENCY
           MOVE SO-NEXT-DUE-DATE TO WS-STA-NEXT-DUE
           MOVE SO-END-DATE TO WS-STA-END-DATE
           MOVE SO-STATUS TO WS-STA-STATUS
           MOVE WS-STATE-LINE TO SMR-REPORT-LINE
           WRITE SMR-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE "APRES  : " TO WS-STA-LABEL
           PERFORM WRITE-STATE-LINE.
