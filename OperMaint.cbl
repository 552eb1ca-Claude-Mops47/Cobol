           SELECT MAINT-REPORT ASSIGN TO "OPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY OPRMAST.
       FD  MAINT-REPORT.
       COPY OPRRPT.
       FD  PENDING-FILE.
       COPY PNDREC.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-OPR-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-PND-STATUS         PIC X(2).
       01  WS-TRN-EOF            PIC X(1)    VALUE 'N'.
           88  TRN-EOF                       VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1)    VALUE 'N'.
       01  WS-TRN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-HELD-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-TODAY              PIC 9(8).
       01  WS-NOW                PIC 9(8).
       01  WS-INITIAL-LOAD-SW    PIC X(1)    VALUE 'N'.
           88  INITIAL-LOAD                  VALUE 'Y'.
       01  WS-HOLD-SW            PIC X(1)    VALUE 'N'.
           88  NEEDS-APPROVAL                VALUE 'Y'.
       01  WS-RANK-LEVEL         PIC X(1).
       01  WS-LEVEL-RANK         PIC 9(1).
       01  WS-OLD-RANK           PIC 9(1).
       01  WS-PND-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-PND-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  PND-OPEN-FAILED               VALUE 'Y'.
       01  WS-ACTION-LINE.
           05  FILLER            PIC X(9)    VALUE "ACTION : ".
           05  WS-ACT-CODE       PIC X(1).
           05  WS-REJ-OPER-ID    PIC X(6).
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
           DISPLAY "Vous êtes dans OPRMAINT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           PERFORM CHECK-REQUESTER-AUTHORITY.
           IF NOT REQUESTER-AUTHORIZED
               MOVE 8 TO RETURN-CODE
                           "OPRRPT, statut " WS-RPT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM OPEN-PENDING-FILE
                       IF PND-OPEN-FAILED
                           CLOSE MAINT-TRAN-FILE
                           CLOSE OPERATOR-MASTER
                           CLOSE MAINT-REPORT
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "RAPPORT DE MAINTENANCE DES OPERATEURS"
                               TO OMR-REPORT-LINE
                           WRITE OMR-REPORT-LINE
                           MOVE SPACES TO OMR-REPORT-LINE
                           WRITE OMR-REPORT-LINE
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
                           CLOSE OPERATOR-MASTER
                           CLOSE MAINT-REPORT
                           CLOSE PENDING-FILE
                           DISPLAY "OPRMAINT : " WS-TRN-COUNT
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
       EDIT-REQUESTER-AUTHORITY.
           IF CHK-NO-FILE
               MOVE 'Y' TO WS-AUTH-OK-SW
               MOVE 'Y' TO WS-INITIAL-LOAD-SW
               DISPLAY "OPRMAINT : OPRMAST inexistant, chargement "
                   "initial supposé"
           ELSE
               END-IF
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
                   DISPLAY "OPRMAINT : impossible d'ouvrir PENDFILE, "
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
                   DISPLAY "OPRMAINT : impossible d'ouvrir PENDFILE, "
                       "statut " WS-PND-STATUS
                   MOVE 'Y' TO WS-PND-FAIL-SW
               END-IF
           END-IF.

       APPLY-MAINT-TRAN.
           MOVE SPACES TO WS-REJ-REASON
           MOVE 'N' TO WS-HOLD-SW
           MOVE OMT-ACTION TO WS-ACT-CODE
           MOVE OMT-OPER-ID TO WS-ACT-OPER-ID
           MOVE WS-ACTION-LINE TO OMR-REPORT-LINE
               STRING "identifiant déjà présent"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               PERFORM CHECK-NEEDS-APPROVAL
           END-IF
           IF NEEDS-APPROVAL
               PERFORM HOLD-FOR-APPROVAL
           END-IF
           IF NOT OPERATOR-FOUND AND NOT NEEDS-APPROVAL
               MOVE "AVANT  : " TO WS-STA-LABEL
               MOVE OMT-OPER-ID TO WS-STA-OPER-ID
               MOVE "(néant)" TO WS-STA-NAME
               STRING "identifiant inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               PERFORM CHECK-NEEDS-APPROVAL
           END-IF
           IF NEEDS-APPROVAL
               PERFORM HOLD-FOR-APPROVAL
           END-IF
           IF OPERATOR-FOUND AND NOT NEEDS-APPROVAL
               MOVE "AVANT  : " TO WS-STA-LABEL
               MOVE OPER-ID TO WS-STA-OPER-ID
               MOVE OPER-NAME TO WS-STA-NAME
               PERFORM WRITE-AFTER-LINE
           END-IF.

      *> Creating an operator at supervisor or administrator level,
      *> raising an existing operator's level and reactivating a
      *> disabled operator wait for a second supervisor: MKCAPPR
      *> applies them once approved.  The initial load has no
      *> second supervisor to ask and goes through at once.
       CHECK-NEEDS-APPROVAL.
           IF NOT INITIAL-LOAD
               IF OMT-ADD
                   AND (OMT-AUTH-LEVEL = 'S' OR OMT-AUTH-LEVEL = 'A')
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
               IF OMT-CHANGE AND OMT-AUTH-LEVEL NOT = SPACE
                   MOVE OPER-AUTH-LEVEL TO WS-RANK-LEVEL
                   PERFORM RANK-AUTH-LEVEL
                   MOVE WS-LEVEL-RANK TO WS-OLD-RANK
                   MOVE OMT-AUTH-LEVEL TO WS-RANK-LEVEL
                   PERFORM RANK-AUTH-LEVEL
                   IF WS-LEVEL-RANK > WS-OLD-RANK
                       MOVE 'Y' TO WS-HOLD-SW
                   END-IF
               END-IF
               IF OMT-REACTIVATE
                   MOVE 'Y' TO WS-HOLD-SW
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

       HOLD-FOR-APPROVAL.
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-TODAY TO PND-ENTRY-DATE
           MOVE WS-NOW TO PND-ENTRY-TIME
           MOVE WS-HELD-COUNT TO PND-ENTRY-SEQ
           MOVE 'O' TO PND-SOURCE
           MOVE LS-REQ-OPER TO PND-MAKER-ID
           MOVE OPER-MAINT-RECORD TO PND-TRAN-IMAGE
           WRITE PND-RECORD
           MOVE PND-REFERENCE TO WS-HLD-REFERENCE
           MOVE WS-HELD-LINE TO OMR-REPORT-LINE
           WRITE OMR-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE "APRES  : " TO WS-STA-LABEL
           MOVE OPER-ID TO WS-STA-OPER-ID
