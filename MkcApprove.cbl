      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKCAPPR.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "MKCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT PENDING-FILE-OUT ASSIGN TO "PENDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNO-STATUS.
           SELECT DECISION-FILE ASSIGN TO "MKCDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT APPROVAL-LOG ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
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
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPR-STATUS.
           SELECT PENDING-REPORT ASSIGN TO "MKCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY MKCPARM.
       FD  PENDING-FILE.
       COPY PNDREC.
       FD  PENDING-FILE-OUT.
       01  PND-OUT-RECORD        PIC X(59).
       FD  DECISION-FILE.
       COPY MKDREC.
       FD  APPROVAL-LOG.
       COPY APLREC.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  OPERATOR-MASTER.
       COPY OPRMAST.
       FD  PENDING-REPORT.
       COPY MKCRPT.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-PND-STATUS         PIC X(2).
       01  WS-PNO-STATUS         PIC X(2).
       01  WS-DEC-STATUS         PIC X(2).
       01  WS-APL-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-OPR-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-IN-EOF             PIC X(1).
           88  IN-EOF                        VALUE 'Y'.
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARM-FOUND                    VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  APPROVAL-RUN-FAILED           VALUE 'Y'.
       01  WS-APPROVER-SW        PIC X(1)    VALUE 'N'.
           88  APPROVER-GIVEN                VALUE 'Y'.
       01  WS-APL-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-ACCT-OPEN-SW       PIC X(1)    VALUE 'N'.
           88  ACCOUNT-MASTER-OPEN           VALUE 'Y'.
       01  WS-CUS-OPEN-SW        PIC X(1)    VALUE 'N'.
           88  CUSTOMER-FILES-OPEN           VALUE 'Y'.
       01  WS-HX                 PIC 9(1).
       01  WS-OPR-OPEN-SW        PIC X(1)    VALUE 'N'.
           88  OPERATOR-MASTER-OPEN          VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-INT       PIC 9(8).
       01  WS-ITEM-AGE           PIC S9(5).
       01  WS-APPROVER-ID        PIC X(6)    VALUE SPACES.
       01  WS-ITEM-ACTION        PIC X(1).
       01  WS-ITEM-KEY           PIC X(8).
       01  WS-REJ-REASON         PIC X(30).
       01  WS-RANK-LEVEL         PIC X(1).
       01  WS-LEVEL-RANK         PIC 9(1).
       01  WS-OLD-RANK           PIC 9(1).
       01  WS-PIT-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-PIT-IX             PIC 9(4).
       01  WS-PIT-TABLE.
           05  WS-PIT-ENTRY OCCURS 2000 TIMES.
               10  PIT-PENDING-ITEM.
                   15  PIT-REFERENCE     PIC X(20).
                   15  PIT-SOURCE        PIC X(1).
                       88  PIT-FROM-ACCTMNT          VALUE 'A'.
                       88  PIT-FROM-OPRMAINT         VALUE 'O'.
                   15  PIT-MAKER-ID      PIC X(6).
                   15  PIT-TRAN-IMAGE    PIC X(32).
               10  PIT-STATE         PIC X(1).
                   88  PIT-PENDING               VALUE 'P'.
                   88  PIT-APPROVED              VALUE 'V'.
                   88  PIT-APPLIED               VALUE 'A'.
                   88  PIT-NOT-APPLICABLE        VALUE 'I'.
                   88  PIT-REFUSED               VALUE 'R'.
                   88  PIT-EXPIRED               VALUE 'E'.
               10  PIT-AGE           PIC 9(4).
               10  PIT-APPROVER-ID   PIC X(6).
               10  PIT-REASON        PIC X(30).
       01  WS-DC-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-DC-IX              PIC 9(3).
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 500 TIMES.
               10  DC-REFERENCE      PIC X(20).
               10  DC-DECISION       PIC X(1).
               10  DC-STATE          PIC X(1).
                   88  DC-ACCEPTED               VALUE 'A'.
                   88  DC-REJECTED               VALUE 'R'.
               10  DC-RESULT         PIC X(26).
       01  WS-READ-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-APPROVED-ACCT      PIC 9(6)    VALUE ZERO.
       01  WS-APPROVED-OPER      PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-INAPPLICABLE-COUNT PIC 9(6)    VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-EXPIRED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-WAITING-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-DC-REJECT-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(44)
               VALUE "SUIVI DES MAINTENANCES EN ATTENTE".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-APPROVER-LINE.
           05  FILLER            PIC X(13)   VALUE "APPROBATEUR: ".
           05  WS-APH-APPROVER   PIC X(30).
       01  WS-PARM-LINE.
           05  FILLER            PIC X(25)
               VALUE "SEUIL LIMITE DE CREDIT : ".
           05  WS-PRM-THRESHOLD  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(20)
               VALUE "   DELAI MAXIMUM : ".
           05  WS-PRM-EXPIRY     PIC ZZ9.
           05  FILLER            PIC X(2)    VALUE " J".
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(9)    VALUE "ETAT".
           05  FILLER            PIC X(22)   VALUE "REFERENCE".
           05  FILLER            PIC X(10)   VALUE "ORIGINE".
           05  FILLER            PIC X(3)    VALUE "AC".
           05  FILLER            PIC X(10)   VALUE "CLE".
           05  FILLER            PIC X(8)    VALUE "SAISI".
           05  FILLER            PIC X(8)    VALUE "AGE".
           05  FILLER            PIC X(10)   VALUE "APPROB.".
       01  WS-ITEM-LINE.
           05  WS-ITL-LABEL      PIC X(9).
           05  WS-ITL-REFERENCE  PIC X(20).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-SOURCE     PIC X(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-ACTION     PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-KEY        PIC X(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-MAKER      PIC X(6).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-AGE        PIC ZZZ9.
           05  FILLER            PIC X(2)    VALUE " J".
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-APPROVER   PIC X(6).
       01  WS-REASON-LINE.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  WS-RSL-REASON     PIC X(30).
       01  WS-DECISION-LINE.
           05  WS-DCL-REFERENCE  PIC X(20).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DCL-DECISION   PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DCL-RESULT     PIC X(26).
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.
       COPY ACCTTRN.
       COPY OPRTRN.
       COPY AUTHCHK.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(4) COMP.
           05  LS-APPROVER-ID    PIC X(6).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans MKCAPPR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM CHECK-APPROVER
           IF NOT APPROVAL-RUN-FAILED
               PERFORM READ-PARAMETERS
           END-IF
           IF NOT APPROVAL-RUN-FAILED
               PERFORM LOAD-PENDING-ITEMS
           END-IF
           IF NOT APPROVAL-RUN-FAILED AND APPROVER-GIVEN
               PERFORM LOAD-DECISIONS
           END-IF
           IF NOT APPROVAL-RUN-FAILED
               PERFORM OPEN-MASTERS
           END-IF
           IF NOT APPROVAL-RUN-FAILED
               PERFORM OPEN-OUTPUTS
           END-IF
           IF NOT APPROVAL-RUN-FAILED
               PERFORM VARYING WS-PIT-IX FROM 1 BY 1
                   UNTIL WS-PIT-IX > WS-PIT-COUNT
                   IF PIT-APPROVED (WS-PIT-IX)
                       PERFORM APPLY-APPROVED-ITEM
                   END-IF
               END-PERFORM
               PERFORM WRITE-PENDING-REPORT
               PERFORM REPORT-DECISIONS
               PERFORM WRITE-APPROVAL-TOTALS
               CLOSE PENDING-FILE-OUT
               CLOSE APPROVAL-LOG
               CLOSE PENDING-REPORT
           END-IF
           IF ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           IF CUSTOMER-FILES-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-LINK
           END-IF
           IF OPERATOR-MASTER-OPEN
               CLOSE OPERATOR-MASTER
           END-IF
           IF APPROVAL-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "MKCAPPR: " WS-READ-COUNT
                   " élément(s) en attente lu(s), "
                   WS-APPLIED-COUNT " appliqué(s), "
                   WS-REFUSED-COUNT " refusé(s), "
                   WS-EXPIRED-COUNT " expiré(s), "
                   WS-WAITING-COUNT " toujours en attente"
               IF WS-DC-REJECT-COUNT > ZERO
                   OR WS-INAPPLICABLE-COUNT > ZERO
                   OR WS-EXPIRED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *> Without a PARM the run only ages the pending file and
      *> prints it (the nightly run does this).  With one, the
      *> operator named is the approving supervisor, checked the
      *> same way ACCTMNT checks its requester.
       CHECK-APPROVER.
           IF LS-PARM-LEN < 6 OR LS-APPROVER-ID = SPACES
               DISPLAY "MKCAPPR: pas d'approbateur dans le PARM, "
                   "suivi des éléments en attente seulement"
           ELSE
               MOVE LS-APPROVER-ID TO WS-APPROVER-ID
               MOVE LS-APPROVER-ID TO CHK-OPER-ID
               CALL "CHKAUTH" USING AUTH-CHECK-AREA
                   ON EXCEPTION
                       DISPLAY "MKCAPPR: CHKAUTH indisponible, "
                           "approbation refusée"
                       MOVE 'Y' TO WS-FAIL-SW
                   NOT ON EXCEPTION
                       IF NOT CHK-ACTIVE
                           DISPLAY "MKCAPPR: approbateur "
                               CHK-OPER-ID " inconnu ou désactivé, "
                               "approbation refusée"
                           MOVE 'Y' TO WS-FAIL-SW
                       ELSE
                           IF NOT CHK-LEVEL-SUPERVISORY
                               DISPLAY "MKCAPPR: approbateur "
                                   CHK-OPER-ID " sans niveau "
                                   "superviseur, approbation refusée"
                               MOVE 'Y' TO WS-FAIL-SW
                           ELSE
                               MOVE 'Y' TO WS-APPROVER-SW
                           END-IF
                       END-IF
               END-CALL
           END-IF.

       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "MKCAPPR: impossible d'ouvrir MKCPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "MKCAPPR: MKCPARM vide, "
                           "approbation impossible"
                   NOT AT END
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF PARM-FOUND
               IF MKC-EXPIRY-DAYS NOT NUMERIC
                   OR MKC-EXPIRY-DAYS = ZERO
                   DISPLAY "MKCAPPR: MKCPARM incohérent, "
                       "approbation impossible"
                   MOVE 'N' TO WS-PARM-FOUND-SW
               END-IF
           END-IF
           IF NOT PARM-FOUND
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

      *> No PENDFILE yet means nothing was ever held.  An item
      *> left waiting longer than the MKCPARM delay expires here,
      *> before any decision is looked at.  The table must hold
      *> the whole file: whatever it dropped would be lost from
      *> the next generation.
       LOAD-PENDING-ITEMS.
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PND-STATUS NOT = "00"
                   DISPLAY "MKCAPPR: impossible d'ouvrir PENDFILE, "
                       "statut " WS-PND-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'N' TO WS-IN-EOF
                   PERFORM UNTIL IN-EOF
                       READ PENDING-FILE
                           AT END
                               MOVE 'Y' TO WS-IN-EOF
                           NOT AT END
                               PERFORM TAKE-PENDING-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

       TAKE-PENDING-ITEM.
           IF WS-PIT-COUNT < 2000
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-PIT-COUNT
               MOVE WS-PIT-COUNT TO WS-PIT-IX
               MOVE PND-RECORD TO PIT-PENDING-ITEM (WS-PIT-IX)
               MOVE 'P' TO PIT-STATE (WS-PIT-IX)
               MOVE SPACES TO PIT-APPROVER-ID (WS-PIT-IX)
               MOVE SPACES TO PIT-REASON (WS-PIT-IX)
               COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
               IF WS-ITEM-AGE < ZERO
                   MOVE ZERO TO WS-ITEM-AGE
               END-IF
               MOVE WS-ITEM-AGE TO PIT-AGE (WS-PIT-IX)
               IF WS-ITEM-AGE > MKC-EXPIRY-DAYS
                   MOVE 'E' TO PIT-STATE (WS-PIT-IX)
                   MOVE "DELAI D'APPROBATION DEPASSE"
                       TO PIT-REASON (WS-PIT-IX)
               END-IF
           ELSE
               DISPLAY "MKCAPPR: PENDFILE dépasse 2000 éléments, "
                   "traitement impossible"
               MOVE 'Y' TO WS-IN-EOF
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

      *> No MKCDEC means the approver had nothing to decide.
       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-DEC-STATUS NOT = "00"
                   DISPLAY "MKCAPPR: impossible d'ouvrir MKCDEC, "
                       "statut " WS-DEC-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'N' TO WS-IN-EOF
                   PERFORM UNTIL IN-EOF
                       READ DECISION-FILE
                           AT END
                               MOVE 'Y' TO WS-IN-EOF
                           NOT AT END
                               PERFORM TAKE-DECISION
                       END-READ
                   END-PERFORM
                   CLOSE DECISION-FILE
               END-IF
           END-IF.

       TAKE-DECISION.
           IF WS-DC-COUNT < 500
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-IX
               MOVE MKD-REFERENCE TO DC-REFERENCE (WS-DC-IX)
               MOVE MKD-DECISION TO DC-DECISION (WS-DC-IX)
               MOVE 'A' TO DC-STATE (WS-DC-IX)
               MOVE "PRISE EN COMPTE" TO DC-RESULT (WS-DC-IX)
               PERFORM EDIT-DECISION
               IF DC-REJECTED (WS-DC-IX)
                   ADD 1 TO WS-DC-REJECT-COUNT
               END-IF
           ELSE
               DISPLAY "MKCAPPR: MKCDEC dépasse 500 décisions, "
                   "suite ignorée"
               MOVE 'Y' TO WS-IN-EOF
               ADD 1 TO WS-DC-REJECT-COUNT
           END-IF.

      *> The whole point of the second pair of eyes: nobody
      *> approves what they entered themselves, nor a change to
      *> their own operator record.
       EDIT-DECISION.
           PERFORM FIND-PENDING-ITEM
           IF NOT MKD-APPROVE AND NOT MKD-REFUSE
               MOVE 'R' TO DC-STATE (WS-DC-IX)
               MOVE "CODE DECISION INVALIDE" TO DC-RESULT (WS-DC-IX)
           ELSE
           IF NOT ENTRY-FOUND
               MOVE 'R' TO DC-STATE (WS-DC-IX)
               MOVE "REFERENCE INCONNUE" TO DC-RESULT (WS-DC-IX)
           ELSE
           IF PIT-EXPIRED (WS-PIT-IX)
               MOVE 'R' TO DC-STATE (WS-DC-IX)
               MOVE "ELEMENT EXPIRE" TO DC-RESULT (WS-DC-IX)
           ELSE
           IF NOT PIT-PENDING (WS-PIT-IX)
               MOVE 'R' TO DC-STATE (WS-DC-IX)
               MOVE "ELEMENT DEJA DECIDE" TO DC-RESULT (WS-DC-IX)
           ELSE
           IF PIT-MAKER-ID (WS-PIT-IX) = WS-APPROVER-ID
               MOVE 'R' TO DC-STATE (WS-DC-IX)
               MOVE "SAISI PAR L'APPROBATEUR" TO DC-RESULT (WS-DC-IX)
           ELSE
               PERFORM SET-ITEM-KEY
               IF PIT-FROM-OPRMAINT (WS-PIT-IX)
                   AND WS-ITEM-KEY = WS-APPROVER-ID
                   MOVE 'R' TO DC-STATE (WS-DC-IX)
                   MOVE "APPROBATEUR CONCERNE" TO DC-RESULT (WS-DC-IX)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF DC-ACCEPTED (WS-DC-IX)
               MOVE WS-APPROVER-ID TO PIT-APPROVER-ID (WS-PIT-IX)
               IF MKD-APPROVE
                   MOVE 'V' TO PIT-STATE (WS-PIT-IX)
                   IF PIT-FROM-ACCTMNT (WS-PIT-IX)
                       ADD 1 TO WS-APPROVED-ACCT
                   ELSE
                       ADD 1 TO WS-APPROVED-OPER
                   END-IF
               ELSE
                   MOVE 'R' TO PIT-STATE (WS-PIT-IX)
                   MOVE MKD-COMMENT TO PIT-REASON (WS-PIT-IX)
               END-IF
           END-IF.

       FIND-PENDING-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PIT-IX FROM 1 BY 1
               UNTIL WS-PIT-IX > WS-PIT-COUNT OR ENTRY-FOUND
               IF PIT-REFERENCE (WS-PIT-IX) = MKD-REFERENCE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-PIT-IX
           END-IF.

      *> The held movement is laid back over its own record
      *> layout to find its action and the account or operator
      *> it concerns.
       SET-ITEM-KEY.
           IF PIT-FROM-ACCTMNT (WS-PIT-IX)
               MOVE PIT-TRAN-IMAGE (WS-PIT-IX) TO ACCT-MAINT-RECORD
               MOVE ACM-ACTION TO WS-ITEM-ACTION
               MOVE ACM-ACCOUNT-NO TO WS-ITEM-KEY
           ELSE
               MOVE PIT-TRAN-IMAGE (WS-PIT-IX) TO OPER-MAINT-RECORD
               MOVE OMT-ACTION TO WS-ITEM-ACTION
               MOVE OMT-OPER-ID TO WS-ITEM-KEY
           END-IF.

      *> A master is only opened when an approved item needs it,
      *> and both before anything is applied, so a master that
      *> cannot be opened stops the run with nothing half done.
       OPEN-MASTERS.
           IF WS-APPROVED-ACCT > ZERO
               OPEN I-O ACCOUNT-MASTER
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "MKCAPPR: impossible d'ouvrir ACCTMAST, "
                       "statut " WS-ACCT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'Y' TO WS-ACCT-OPEN-SW
               END-IF
           END-IF
           IF WS-APPROVED-ACCT > ZERO AND NOT APPROVAL-RUN-FAILED
               PERFORM OPEN-CUSTOMER-FILES
           END-IF
           IF WS-APPROVED-OPER > ZERO AND NOT APPROVAL-RUN-FAILED
               OPEN I-O OPERATOR-MASTER
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "MKCAPPR: impossible d'ouvrir OPRMAST, "
                       "statut " WS-OPR-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'Y' TO WS-OPR-OPEN-SW
               END-IF
           END-IF.

      *> A held opening links the account to its primary holder,
      *> as ACCTMNT does for the openings it applies itself.
       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "MKCAPPR: impossible d'ouvrir CUSTMAST, "
                   "statut " WS-CUST-STATUS
               MOVE 'Y' TO WS-FAIL-SW
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
                   CLOSE CUSTOMER-MASTER
                   DISPLAY "MKCAPPR: impossible d'ouvrir ACCTCUST, "
                       "statut " WS-ACL-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'Y' TO WS-CUS-OPEN-SW
               END-IF
           END-IF.

      *> APPRLOG is extended like GLSENT and created the first
      *> time; PENDNEW takes the items still waiting, the way
      *> GLACK rewrites GLSENT.
      *> A failure up to and including this paragraph ends the
      *> run RC 8 with PENDNEW unwritten; the job then deletes the
      *> new generation so PENDFILE stays as it was.
       OPEN-OUTPUTS.
           OPEN INPUT APPROVAL-LOG
           IF WS-APL-STATUS = "35"
               MOVE 'N' TO WS-APL-FILE-EXISTS
           ELSE
               IF WS-APL-STATUS = "00"
                   MOVE 'Y' TO WS-APL-FILE-EXISTS
                   CLOSE APPROVAL-LOG
               END-IF
           END-IF
           IF WS-APL-FILE-EXISTS = 'Y'
               OPEN EXTEND APPROVAL-LOG
           ELSE
               OPEN OUTPUT APPROVAL-LOG
           END-IF
           IF WS-APL-STATUS NOT = "00"
               DISPLAY "MKCAPPR: impossible d'ouvrir APPRLOG, "
                   "statut " WS-APL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN OUTPUT PENDING-FILE-OUT
               IF WS-PNO-STATUS NOT = "00"
                   CLOSE APPROVAL-LOG
                   DISPLAY "MKCAPPR: impossible d'ouvrir PENDNEW, "
                       "statut " WS-PNO-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   OPEN OUTPUT PENDING-REPORT
                   IF WS-RPT-STATUS NOT = "00"
                       CLOSE APPROVAL-LOG
                       CLOSE PENDING-FILE-OUT
                       DISPLAY "MKCAPPR: impossible d'ouvrir "
                           "MKCRPT, statut " WS-RPT-STATUS
                       MOVE 'Y' TO WS-FAIL-SW
                   END-IF
               END-IF
           END-IF.

      *> The master may have moved since the item was entered:
      *> the movement is edited again as ACCTMNT or OPRMAINT would
      *> edit it today, and one that no longer fits is logged as
      *> not applicable instead of being forced through.
       APPLY-APPROVED-ITEM.
           MOVE SPACES TO WS-REJ-REASON
           PERFORM SET-ITEM-KEY
           IF PIT-FROM-ACCTMNT (WS-PIT-IX)
               PERFORM APPLY-ACCOUNT-ITEM
           ELSE
               PERFORM APPLY-OPERATOR-ITEM
           END-IF
           IF WS-REJ-REASON = SPACES
               MOVE 'A' TO PIT-STATE (WS-PIT-IX)
           ELSE
               MOVE 'I' TO PIT-STATE (WS-PIT-IX)
               MOVE WS-REJ-REASON TO PIT-REASON (WS-PIT-IX)
           END-IF.

       APPLY-ACCOUNT-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ACM-ACCOUNT-NO TO ACCT-ACCOUNT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF ACM-OPEN
               IF ENTRY-FOUND
                   MOVE "COMPTE DEJA PRESENT" TO WS-REJ-REASON
               ELSE
                   PERFORM EDIT-OPEN-CUSTOMER
               END-IF
               IF WS-REJ-REASON = SPACES
                   MOVE ACM-ACCOUNT-NO TO ACCT-ACCOUNT-NO
                   MOVE ZERO TO ACCT-BALANCE
                   MOVE WS-RUN-DATE TO ACCT-LAST-POST-DATE
                   MOVE 'O' TO ACCT-STATUS
                   MOVE ACM-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
                   MOVE ZERO TO ACCT-MTD-DEBITS
                   MOVE ZERO TO ACCT-MTD-CREDITS
                   MOVE ZERO TO ACCT-DORMANT-DATE
                   WRITE ACCT-MASTER-RECORD
                   PERFORM WRITE-PRIMARY-HOLDER
               END-IF
           ELSE
               IF NOT ENTRY-FOUND
                   MOVE "COMPTE INCONNU" TO WS-REJ-REASON
               ELSE
                   PERFORM EDIT-ACCOUNT-CHANGE
                   IF WS-REJ-REASON = SPACES
                       IF ACM-CLOSE
                           MOVE 'C' TO ACCT-STATUS
                       END-IF
                       IF ACM-UNFREEZE
                           MOVE 'O' TO ACCT-STATUS
                       END-IF
                       IF ACM-SET-LIMIT
                           MOVE ACM-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
                       END-IF
                       IF ACM-REACTIVATE
                           MOVE 'O' TO ACCT-STATUS
                           MOVE ZERO TO ACCT-DORMANT-DATE
                           MOVE WS-RUN-DATE TO ACCT-LAST-POST-DATE
                       END-IF
                       REWRITE ACCT-MASTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *> The customer may have been closed while the opening was
      *> waiting.  An opening held before accounts had holders
      *> carries no customer and cannot be applied any more.
       EDIT-OPEN-CUSTOMER.
           IF ACM-CUSTOMER-NO NOT NUMERIC OR ACM-CUSTOMER-NO = ZERO
               MOVE "CLIENT ABSENT" TO WS-REJ-REASON
           ELSE
               MOVE ACM-CUSTOMER-NO TO CUST-CUSTOMER-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU" TO WS-REJ-REASON
                   NOT INVALID KEY
                       IF NOT CUST-ACTIVE
                           MOVE "CLIENT CLOTURE" TO WS-REJ-REASON
                       END-IF
               END-READ
           END-IF.

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

       EDIT-ACCOUNT-CHANGE.
           IF ACM-CLOSE
               IF ACCT-CLOSED
                   MOVE "COMPTE DEJA CLOTURE" TO WS-REJ-REASON
               ELSE
                   IF ACCT-BALANCE NOT = ZERO
                       MOVE "SOLDE NON NUL, CLOTURE REFUSEE"
                           TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF
           IF ACM-UNFREEZE
               IF NOT ACCT-FROZEN
                   MOVE "COMPTE NON GELE" TO WS-REJ-REASON
               END-IF
           END-IF
           IF ACM-SET-LIMIT
               IF ACCT-CLOSED
                   MOVE "COMPTE CLOTURE, LIMITE REFUSEE"
                       TO WS-REJ-REASON
               END-IF
           END-IF
           IF ACM-REACTIVATE
               IF NOT ACCT-DORMANT
                   MOVE "COMPTE NON DORMANT" TO WS-REJ-REASON
               END-IF
           END-IF.

       APPLY-OPERATOR-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           MOVE OMT-OPER-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ
           PERFORM EDIT-OPERATOR-LEVEL
           IF OMT-ADD
               IF ENTRY-FOUND
                   MOVE "IDENTIFIANT DEJA PRESENT" TO WS-REJ-REASON
               END-IF
               IF WS-REJ-REASON = SPACES
                   MOVE OMT-OPER-ID TO OPER-ID
                   MOVE OMT-OPER-NAME TO OPER-NAME
                   MOVE OMT-AUTH-LEVEL TO OPER-AUTH-LEVEL
                   MOVE OMT-PIN TO OPER-PIN
                   MOVE ZERO TO OPER-FAIL-COUNT
                   WRITE OPER-MASTER-RECORD
               END-IF
           ELSE
               IF NOT ENTRY-FOUND
                   MOVE "IDENTIFIANT INCONNU" TO WS-REJ-REASON
               ELSE
                   IF WS-REJ-REASON = SPACES
                       PERFORM EDIT-OPERATOR-CHANGE
                   END-IF
               END-IF
               IF WS-REJ-REASON = SPACES
                   IF OMT-CHANGE
                       IF OMT-OPER-NAME NOT = SPACES
                           MOVE OMT-OPER-NAME TO OPER-NAME
                       END-IF
                       IF OMT-AUTH-LEVEL NOT = SPACE
                           MOVE OMT-AUTH-LEVEL TO OPER-AUTH-LEVEL
                       END-IF
                       IF OMT-PIN NOT = SPACES
                           MOVE OMT-PIN TO OPER-PIN
                           MOVE ZERO TO OPER-FAIL-COUNT
                       END-IF
                   END-IF
                   IF OMT-REACTIVATE
                       IF OMT-AUTH-LEVEL = SPACE
                           MOVE 'O' TO OPER-AUTH-LEVEL
                       ELSE
                           MOVE OMT-AUTH-LEVEL TO OPER-AUTH-LEVEL
                       END-IF
                       IF OMT-PIN NOT = SPACES
                           MOVE OMT-PIN TO OPER-PIN
                       END-IF
                       MOVE ZERO TO OPER-FAIL-COUNT
                   END-IF
                   REWRITE OPER-MASTER-RECORD
               END-IF
           END-IF.

      *> The level is edited as OPRMAINT edits it on entry.
       EDIT-OPERATOR-LEVEL.
           IF OMT-ADD OR OMT-CHANGE OR OMT-REACTIVATE
               IF OMT-AUTH-LEVEL NOT = SPACE
                   AND OMT-AUTH-LEVEL NOT = 'O'
                   AND OMT-AUTH-LEVEL NOT = 'S'
                   AND OMT-AUTH-LEVEL NOT = 'A'
                   MOVE "NIVEAU D'AUTORISATION INVALIDE"
                       TO WS-REJ-REASON
               END-IF
           END-IF.

      *> OPRMAINT held the change because it raised the operator's
      *> level, and the reactivation because the operator was
      *> disabled; either may have been overtaken since (another
      *> change, a reactivation, a disabling), and what was
      *> approved is no longer what would be applied.
       EDIT-OPERATOR-CHANGE.
           IF OMT-CHANGE
               IF OMT-AUTH-LEVEL = SPACE
                   MOVE "NIVEAU NON RELEVE" TO WS-REJ-REASON
               ELSE
                   MOVE OPER-AUTH-LEVEL TO WS-RANK-LEVEL
                   PERFORM RANK-AUTH-LEVEL
                   MOVE WS-LEVEL-RANK TO WS-OLD-RANK
                   MOVE OMT-AUTH-LEVEL TO WS-RANK-LEVEL
                   PERFORM RANK-AUTH-LEVEL
                   IF WS-LEVEL-RANK NOT > WS-OLD-RANK
                       MOVE "NIVEAU NON RELEVE" TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF
           IF OMT-REACTIVATE
               IF NOT OPER-DISABLED
                   MOVE "OPERATEUR NON DESACTIVE" TO WS-REJ-REASON
               END-IF
           END-IF.

      *> Disabled ranks below operator, then supervisor, then
      *> administrator.
       RANK-AUTH-LEVEL.
           MOVE ZERO TO WS-LEVEL-RANK
           IF WS-RANK-LEVEL = 'O'
               MOVE 1 TO WS-LEVEL-RANK
           END-IF
           IF WS-RANK-LEVEL = 'S'
               MOVE 2 TO WS-LEVEL-RANK
           END-IF
           IF WS-RANK-LEVEL = 'A'
               MOVE 3 TO WS-LEVEL-RANK
           END-IF.

      *> Every item is listed; those that left the pending file
      *> go to APPRLOG, those still waiting to PENDNEW.
       WRITE-PENDING-REPORT.
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           IF APPROVER-GIVEN
               MOVE WS-APPROVER-ID TO WS-APH-APPROVER
           ELSE
               MOVE "(AUCUN - SUIVI SEULEMENT)" TO WS-APH-APPROVER
           END-IF
           MOVE WS-APPROVER-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           MOVE MKC-LIMIT-THRESHOLD TO WS-PRM-THRESHOLD
           MOVE MKC-EXPIRY-DAYS TO WS-PRM-EXPIRY
           MOVE WS-PARM-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           MOVE SPACES TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           MOVE WS-COLUMN-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           PERFORM VARYING WS-PIT-IX FROM 1 BY 1
               UNTIL WS-PIT-IX > WS-PIT-COUNT
               PERFORM WRITE-ONE-ITEM
           END-PERFORM
           IF WS-PIT-COUNT = ZERO
               MOVE "AUCUN ELEMENT EN ATTENTE" TO MKC-REPORT-LINE
               WRITE MKC-REPORT-LINE
           END-IF.

       WRITE-ONE-ITEM.
           PERFORM SET-ITEM-KEY
           IF PIT-PENDING (WS-PIT-IX)
               ADD 1 TO WS-WAITING-COUNT
               MOVE "ATTENTE: " TO WS-ITL-LABEL
               WRITE PND-OUT-RECORD FROM PIT-PENDING-ITEM (WS-PIT-IX)
           END-IF
           IF PIT-APPLIED (WS-PIT-IX)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPROUVE:" TO WS-ITL-LABEL
           END-IF
           IF PIT-NOT-APPLICABLE (WS-PIT-IX)
               ADD 1 TO WS-INAPPLICABLE-COUNT
               MOVE "INAPPL.: " TO WS-ITL-LABEL
           END-IF
           IF PIT-REFUSED (WS-PIT-IX)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSE : " TO WS-ITL-LABEL
           END-IF
           IF PIT-EXPIRED (WS-PIT-IX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRE : " TO WS-ITL-LABEL
           END-IF
           MOVE PIT-REFERENCE (WS-PIT-IX) TO WS-ITL-REFERENCE
           IF PIT-FROM-ACCTMNT (WS-PIT-IX)
               MOVE "ACCTMNT" TO WS-ITL-SOURCE
           ELSE
               MOVE "OPRMAINT" TO WS-ITL-SOURCE
           END-IF
           MOVE WS-ITEM-ACTION TO WS-ITL-ACTION
           MOVE WS-ITEM-KEY TO WS-ITL-KEY
           MOVE PIT-MAKER-ID (WS-PIT-IX) TO WS-ITL-MAKER
           MOVE PIT-AGE (WS-PIT-IX) TO WS-ITL-AGE
           MOVE PIT-APPROVER-ID (WS-PIT-IX) TO WS-ITL-APPROVER
           MOVE WS-ITEM-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           IF PIT-REASON (WS-PIT-IX) NOT = SPACES
               MOVE PIT-REASON (WS-PIT-IX) TO WS-RSL-REASON
               MOVE WS-REASON-LINE TO MKC-REPORT-LINE
               WRITE MKC-REPORT-LINE
           END-IF
           IF NOT PIT-PENDING (WS-PIT-IX)
               PERFORM WRITE-LOG-ENTRY
           END-IF.

       WRITE-LOG-ENTRY.
           MOVE WS-RUN-DATE TO APL-LOG-DATE
           MOVE PIT-REFERENCE (WS-PIT-IX) TO APL-REFERENCE
           MOVE PIT-SOURCE (WS-PIT-IX) TO APL-SOURCE
           MOVE WS-ITEM-ACTION TO APL-ACTION
           MOVE WS-ITEM-KEY TO APL-KEY
           MOVE PIT-MAKER-ID (WS-PIT-IX) TO APL-MAKER-ID
           MOVE PIT-APPROVER-ID (WS-PIT-IX) TO APL-APPROVER-ID
           MOVE PIT-STATE (WS-PIT-IX) TO APL-OUTCOME
           MOVE PIT-REASON (WS-PIT-IX) TO APL-REASON
           WRITE APL-RECORD.

      *> A decision that could not be taken (mistyped reference,
      *> item already gone, approver's own item) is listed so the
      *> approver can put it right.
       REPORT-DECISIONS.
           IF WS-DC-COUNT > ZERO
               MOVE SPACES TO MKC-REPORT-LINE
               WRITE MKC-REPORT-LINE
               MOVE "DECISIONS DE L'APPROBATEUR" TO MKC-REPORT-LINE
               WRITE MKC-REPORT-LINE
               PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DC-COUNT
                   MOVE DC-REFERENCE (WS-DC-IX) TO WS-DCL-REFERENCE
                   MOVE DC-DECISION (WS-DC-IX) TO WS-DCL-DECISION
                   MOVE DC-RESULT (WS-DC-IX) TO WS-DCL-RESULT
                   MOVE WS-DECISION-LINE TO MKC-REPORT-LINE
                   WRITE MKC-REPORT-LINE
               END-PERFORM
           END-IF.

       WRITE-APPROVAL-TOTALS.
           MOVE SPACES TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE
           MOVE "ELEMENTS LUS" TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "APPROUVES ET APPLIQUES" TO WS-CNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "APPROUVES INAPPLICABLES" TO WS-CNT-LABEL
           MOVE WS-INAPPLICABLE-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "REFUSES" TO WS-CNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "EXPIRES" TO WS-CNT-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "TOUJOURS EN ATTENTE" TO WS-CNT-LABEL
           MOVE WS-WAITING-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "DECISIONS REJETEES" TO WS-CNT-LABEL
           MOVE WS-DC-REJECT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO MKC-REPORT-LINE
           WRITE MKC-REPORT-LINE.
       END PROGRAM MKCAPPR.
