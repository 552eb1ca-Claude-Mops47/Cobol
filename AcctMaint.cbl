           SELECT MAINT-REPORT ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-LINK ASSIGN TO "ACCTCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-ACCOUNT-NO
               FILE STATUS IS WS-ACL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "MKCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCTREC.
       FD  MAINT-REPORT.
       COPY ACCTRPT.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  PARAMETER-FILE.
       COPY MKCPARM.
       FD  PENDING-FILE.
       COPY PNDREC.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-PND-STATUS         PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-TRN-EOF            PIC X(1)    VALUE 'N'.
           88  TRN-EOF                       VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1)    VALUE 'N'.
       01  WS-TRN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-HELD-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-TODAY              PIC 9(8).
       01  WS-NOW                PIC 9(8).
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARMS-FOUND                   VALUE 'Y'.
       01  WS-LIMIT-THRESHOLD    PIC 9(9)V99.
       01  WS-HOLD-SW            PIC X(1)    VALUE 'N'.
           88  NEEDS-APPROVAL                VALUE 'Y'.
       01  WS-PND-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-PND-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  PND-OPEN-FAILED               VALUE 'Y'.
       01  WS-CUS-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  CUSTOMER-OPEN-FAILED          VALUE 'Y'.
       01  WS-HX                 PIC 9(1).
       01  WS-ACTION-LINE.
           05  FILLER            PIC X(9)    VALUE "ACTION : ".
           05  WS-ACT-CODE       PIC X(1).
           05  WS-REJ-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-REJ-TEXT       PIC X(30).
       01  WS-HELD-LINE.
           05  FILLER            PIC X(9)    VALUE "ATTENTE: ".
           05  WS-HLD-REFERENCE  PIC X(20).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(30)
               VALUE "SECOND SUPERVISEUR REQUIS".
       01  WS-AUTH-OK-SW         PIC X(1)    VALUE 'N'.
           88  REQUESTER-AUTHORIZED          VALUE 'Y'.
       COPY AUTHCHK.
       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans ACCTMNT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           PERFORM CHECK-REQUESTER-AUTHORITY.
           IF NOT REQUESTER-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PARAMETERS.
           IF NOT PARMS-FOUND
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "ACCTMNT : impossible d'ouvrir ACCTTRAN, "
                           "ACCTRPT, statut " WS-RPT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM OPEN-PENDING-FILE
                       IF NOT PND-OPEN-FAILED
                           PERFORM OPEN-CUSTOMER-FILES
                           IF CUSTOMER-OPEN-FAILED
                               CLOSE PENDING-FILE
                           END-IF
                       END-IF
                       IF PND-OPEN-FAILED OR CUSTOMER-OPEN-FAILED
                           CLOSE MAINT-TRAN-FILE
                           CLOSE ACCOUNT-MASTER
                           CLOSE MAINT-REPORT
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "RAPPORT DE MAINTENANCE DES COMPTES"
                               TO AMR-REPORT-LINE
                           WRITE AMR-REPORT-LINE
                           MOVE SPACES TO AMR-REPORT-LINE
                           WRITE AMR-REPORT-LINE
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
                           CLOSE ACCOUNT-MASTER
                           CLOSE MAINT-REPORT
                           CLOSE PENDING-FILE
                           CLOSE CUSTOMER-MASTER
                           CLOSE ACCOUNT-LINK
                           DISPLAY "ACCTMNT : " WS-TRN-COUNT
                               " mouvement(s) lu(s), "
                               WS-APPLIED-COUNT " appliqué(s), "
                               WS-REJECT-COUNT " rejeté(s), "
                               WS-HELD-COUNT " en attente d'approbation"
                           IF WS-REJECT-COUNT > ZERO
                               MOVE 4 TO RETURN-CODE
                           ELSE
                               MOVE ZERO TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> The threshold over which a credit limit needs a second
      *> supervisor lives on MKCPARM, shared with MKCAPPR.
       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "ACCTMNT : impossible d'ouvrir MKCPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "ACCTMNT : MKCPARM vide, maintenance "
                           "refusée"
                   NOT AT END
                       MOVE MKC-LIMIT-THRESHOLD TO WS-LIMIT-THRESHOLD
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      *> PENDFILE is cumulative: each run appends the items it
      *> holds, MKCAPPR writes back the ones still waiting.
       OPEN-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS = "35"
               MOVE 'N' TO WS-PND-FILE-EXISTS
           ELSE
               IF WS-PND-STATUS = "00"
                   MOVE 'Y' TO WS-PND-FILE-EXISTS
                   CLOSE PENDING-FILE
               ELSE
                   DISPLAY "ACCTMNT : impossible d'ouvrir PENDFILE, "
                       "statut " WS-PND-STATUS
                   MOVE 'Y' TO WS-PND-FAIL-SW
               END-IF
           END-IF
           IF NOT PND-OPEN-FAILED
               IF WS-PND-FILE-EXISTS = 'Y'
                   OPEN EXTEND PENDING-FILE
               ELSE
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF WS-PND-STATUS NOT = "00"
                   DISPLAY "ACCTMNT : impossible d'ouvrir PENDFILE, "
                       "statut " WS-PND-STATUS
                   MOVE 'Y' TO WS-PND-FAIL-SW
               END-IF
           END-IF.

      *> Every account opened is linked to its primary holder on
      *> ACCTCUST, which the first opening creates; CUSTMAST is
      *> maintained by CUSTMNT and only read here.
       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ACCTMNT : impossible d'ouvrir CUSTMAST, "
                   "statut " WS-CUST-STATUS
               MOVE 'Y' TO WS-CUS-FAIL-SW
           ELSE
               OPEN I-O ACCOUNT-LINK
               IF WS-ACL-STATUS = "35"
                   OPEN OUTPUT ACCOUNT-LINK
                   IF WS-ACL-STATUS = "00"
                       CLOSE ACCOUNT-LINK
                       OPEN I-O ACCOUNT-LINK
                   END-IF
               END-IF
               IF WS-ACL-STATUS NOT = "00"
                   DISPLAY "ACCTMNT : impossible d'ouvrir ACCTCUST, "
                       "statut " WS-ACL-STATUS
                   CLOSE CUSTOMER-MASTER
                   MOVE 'Y' TO WS-CUS-FAIL-SW
               END-IF
           END-IF.

      *> A first load (ACCTMAST does not exist yet) creates the
      *> file so the opening movements can be applied.
       OPEN-ACCOUNT-MASTER.

       APPLY-MAINT-TRAN.
           MOVE SPACES TO WS-REJ-REASON
           MOVE 'N' TO WS-HOLD-SW
           MOVE ACM-ACTION TO WS-ACT-CODE
           MOVE ACM-ACCOUNT-NO TO WS-ACT-ACCOUNT
           MOVE WS-ACTION-LINE TO AMR-REPORT-LINE
                   PERFORM APPLY-OPEN
               ELSE
                   IF ACM-CLOSE OR ACM-FREEZE OR ACM-UNFREEZE
                       OR ACM-SET-LIMIT OR ACM-REACTIVATE
                       PERFORM APPLY-STATUS-CHANGE
                   ELSE
                       STRING "code action invalide"

      *> A new account opens at solde zéro; the funds arrive by
      *> the normal CR transaction path so the control totals of
      *> the day stay meaningful.  The opening day stands as its
      *> last posting date until a customer posting arrives, so
      *> an account that is opened and never used still falls
      *> dormant in time.  The customer named on the movement
      *> must be on CUSTMAST and still active; the account is
      *> linked to that customer as its primary holder.
       APPLY-OPEN.
           IF ACCOUNT-FOUND
               STRING "compte déjà présent"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               PERFORM EDIT-OPEN-CUSTOMER
               IF WS-REJ-REASON = SPACES
                   PERFORM CHECK-NEEDS-APPROVAL
               END-IF
           END-IF
           IF NEEDS-APPROVAL
               PERFORM HOLD-FOR-APPROVAL
           END-IF
           IF WS-REJ-REASON = SPACES AND NOT NEEDS-APPROVAL
               MOVE "AVANT  : " TO WS-STA-LABEL
               MOVE ACM-ACCOUNT-NO TO WS-STA-ACCOUNT
               MOVE ZERO TO WS-STA-BALANCE
               WRITE AMR-REPORT-LINE
               MOVE ACM-ACCOUNT-NO TO ACCT-ACCOUNT-NO
               MOVE ZERO TO ACCT-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-POST-DATE
               MOVE 'O' TO ACCT-STATUS
               MOVE ACM-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
               MOVE ZERO TO ACCT-MTD-DEBITS
               MOVE ZERO TO ACCT-MTD-CREDITS
               MOVE ZERO TO ACCT-DORMANT-DATE
               WRITE ACCT-MASTER-RECORD
               PERFORM WRITE-PRIMARY-HOLDER
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-AFTER-LINE
           END-IF.

       EDIT-OPEN-CUSTOMER.
           IF ACM-CUSTOMER-NO = ZERO
               STRING "client absent"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               MOVE ACM-CUSTOMER-NO TO CUST-CUSTOMER-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       STRING "client inconnu"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   NOT INVALID KEY
                       IF NOT CUST-ACTIVE
                           STRING "client clôturé"
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                       END-IF
               END-READ
           END-IF.

      *> A link left behind by an account number used before is
      *> replaced: the new account starts with its primary holder
      *> only.
       WRITE-PRIMARY-HOLDER.
           MOVE ACM-ACCOUNT-NO TO ACL-ACCOUNT-NO
           MOVE 1 TO ACL-HOLDER-COUNT
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 4
               MOVE ZERO TO ACL-CUSTOMER-NO (WS-HX)
               MOVE SPACE TO ACL-ROLE (WS-HX)
           END-PERFORM
           MOVE ACM-CUSTOMER-NO TO ACL-CUSTOMER-NO (1)
           MOVE 'P' TO ACL-ROLE (1)
           WRITE ACL-RECORD
               INVALID KEY
                   REWRITE ACL-RECORD
           END-WRITE.

       APPLY-STATUS-CHANGE.
           IF NOT ACCOUNT-FOUND
               STRING "compte inconnu"
           ELSE
               PERFORM EDIT-STATUS-CHANGE
               IF WS-REJ-REASON = SPACES
                   PERFORM CHECK-NEEDS-APPROVAL
                   IF NEEDS-APPROVAL
                       PERFORM HOLD-FOR-APPROVAL
                   END-IF
               END-IF
               IF WS-REJ-REASON = SPACES AND NOT NEEDS-APPROVAL
                   MOVE "AVANT  : " TO WS-STA-LABEL
                   MOVE ACCT-ACCOUNT-NO TO WS-STA-ACCOUNT
                   MOVE ACCT-BALANCE TO WS-STA-BALANCE
                   IF ACM-SET-LIMIT
                       MOVE ACM-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
                   END-IF
                   IF ACM-REACTIVATE
                       MOVE 'O' TO ACCT-STATUS
                       MOVE ZERO TO ACCT-DORMANT-DATE
                       MOVE WS-TODAY TO ACCT-LAST-POST-DATE
                   END-IF
                   REWRITE ACCT-MASTER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
                   STRING "compte clôturé, limite refusée"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF
           IF ACM-REACTIVATE
               IF NOT ACCT-DORMANT
                   STRING "compte non dormant"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF.

      *> Closing, unfreezing and reactivating an account, and any
      *> credit limit over the MKCPARM threshold that is higher
      *> than the one the account already has, wait for a second
      *> supervisor: MKCAPPR applies them once approved.  Freezing
      *> and lowering a limit only reduce the exposure and go
      *> through at once.
       CHECK-NEEDS-APPROVAL.
           IF ACM-CLOSE OR ACM-UNFREEZE OR ACM-REACTIVATE
               MOVE 'Y' TO WS-HOLD-SW
           END-IF
           IF ACM-OPEN AND ACM-CREDIT-LIMIT > WS-LIMIT-THRESHOLD
               MOVE 'Y' TO WS-HOLD-SW
           END-IF
           IF ACM-SET-LIMIT AND ACM-CREDIT-LIMIT > WS-LIMIT-THRESHOLD
               AND ACM-CREDIT-LIMIT > ACCT-CREDIT-LIMIT
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

       HOLD-FOR-APPROVAL.
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-TODAY TO PND-ENTRY-DATE
           MOVE WS-NOW TO PND-ENTRY-TIME
           MOVE WS-HELD-COUNT TO PND-ENTRY-SEQ
           MOVE 'A' TO PND-SOURCE
           MOVE LS-REQ-OPER TO PND-MAKER-ID
           MOVE ACCT-MAINT-RECORD TO PND-TRAN-IMAGE
           WRITE PND-RECORD
           MOVE PND-REFERENCE TO WS-HLD-REFERENCE
           MOVE WS-HELD-LINE TO AMR-REPORT-LINE
           WRITE AMR-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE "APRES  : " TO WS-STA-LABEL
           MOVE ACCT-ACCOUNT-NO TO WS-STA-ACCOUNT
