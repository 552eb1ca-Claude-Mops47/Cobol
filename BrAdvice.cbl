      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRADVICE.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATHER-CONTROL-FILE ASSIGN TO "GATHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTC-STATUS.
           SELECT RECYCLE-CORR-FILE ASSIGN TO "RCYCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "XCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCP-STATUS.
           SELECT VALID-TRAN-FILE ASSIGN TO "VALTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.
           SELECT POST-EXCEPTION-FILE ASSIGN TO "PSTXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXC-STATUS.
           SELECT NSF-SUSPENSE-FILE ASSIGN TO "NSFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT ADVICE-FILE ASSIGN TO "ADVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO "ADVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATHER-CONTROL-FILE.
       COPY GTHCTL.
       FD  RECYCLE-CORR-FILE.
       01  RCY-CORR-RECORD           PIC X(40).
       FD  EXCEPTION-REPORT.
       COPY XCPREC.
       FD  VALID-TRAN-FILE.
       COPY TRANREC.
       FD  POST-EXCEPTION-FILE.
       01  PXC-RECORD                PIC X(61).
       FD  NSF-SUSPENSE-FILE.
       01  NSF-TRAN-RECORD           PIC X(40).
       FD  ADVICE-FILE.
       COPY ADVREC.
       FD  ADVICE-REPORT.
       COPY ADVRPT.

       WORKING-STORAGE SECTION.
       01  WS-GTC-STATUS         PIC X(2).
       01  WS-RCY-STATUS         PIC X(2).
       01  WS-XCP-STATUS         PIC X(2).
       01  WS-VAL-STATUS         PIC X(2).
       01  WS-PXC-STATUS         PIC X(2).
       01  WS-NSF-STATUS         PIC X(2).
       01  WS-ADV-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-IN-EOF             PIC X(1).
           88  IN-EOF                        VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  ADVICE-FAILED                 VALUE 'Y'.
       01  WS-ITM-FULL-SW        PIC X(1)    VALUE 'N'.
           88  ITEM-TABLE-FULL               VALUE 'Y'.
       01  WS-WORK-TRAN.
           05  WS-WRK-ACCOUNT-NO PIC 9(8).
           05  WS-WRK-TYPE       PIC X(2).
           05  WS-WRK-AMOUNT     PIC S9(9)V99.
           05  WS-WRK-DATE       PIC 9(8).
           05  WS-WRK-BRANCH-ID  PIC X(3).
           05  WS-WRK-TO-ACCOUNT PIC 9(8).
       01  WS-PXC-WORK.
           05  WS-PXC-ACCOUNT-NO PIC 9(8).
           05  FILLER            PIC X(2).
           05  WS-PXC-BRANCH-ID  PIC X(3).
           05  FILLER            PIC X(2).
           05  WS-PXC-REASON     PIC X(30).
           05  FILLER            PIC X(2).
           05  WS-PXC-TYPE       PIC X(2).
           05  FILLER            PIC X(1).
           05  WS-PXC-AMOUNT     PIC S9(9)V99.
       01  WS-CUR-BRANCH         PIC X(3).
       01  WS-CUR-STAGE          PIC X(2).
       01  WS-CUR-ACCOUNT-NO     PIC 9(8).
       01  WS-CUR-TYPE           PIC X(2).
       01  WS-CUR-AMOUNT         PIC S9(9)V99.
       01  WS-CUR-REASON         PIC X(30).
       01  WS-CUR-HASH           PIC 9(9)V99.
       01  WS-CUR-NET            PIC S9(9)V99.
       01  WS-BR-COUNT           PIC 9(2)    VALUE ZERO.
       01  WS-BR-IX              PIC 9(2).
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  BRT-BRANCH-ID     PIC X(3).
               10  BRT-FILE-STATUS   PIC X(1).
               10  BRT-SENT-COUNT    PIC 9(6).
               10  BRT-SENT-HASH     PIC 9(11)V99.
               10  BRT-RCY-COUNT     PIC 9(6).
               10  BRT-RCY-HASH      PIC 9(11)V99.
               10  BRT-RCY-NET       PIC S9(11)V99.
               10  BRT-ACC-COUNT     PIC 9(6).
               10  BRT-ACC-HASH      PIC 9(11)V99.
               10  BRT-ACC-NET       PIC S9(11)V99.
               10  BRT-REJ-COUNT     PIC 9(6).
               10  BRT-REJ-HASH      PIC 9(11)V99.
               10  BRT-REJ-NET       PIC S9(11)V99.
               10  BRT-NSF-COUNT     PIC 9(6).
               10  BRT-NSF-HASH      PIC 9(11)V99.
               10  BRT-NSF-NET       PIC S9(11)V99.
               10  BRT-RFS-COUNT     PIC 9(6).
               10  BRT-RFS-HASH      PIC 9(11)V99.
               10  BRT-RFS-NET       PIC S9(11)V99.
       01  WS-ITM-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-ITM-IX             PIC 9(4).
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  ITM-BRANCH-ID     PIC X(3).
               10  ITM-STAGE         PIC X(2).
               10  ITM-ACCOUNT-NO    PIC 9(8).
               10  ITM-TRAN-TYPE     PIC X(2).
               10  ITM-AMOUNT        PIC S9(9)V99.
               10  ITM-REASON        PIC X(30).
       01  WS-CP-COUNT           PIC S9(6).
       01  WS-CP-HASH            PIC S9(11)V99.
       01  WS-CP-NET             PIC S9(11)V99.
       01  WS-IN-COUNT           PIC 9(6).
       01  WS-IN-HASH            PIC 9(11)V99.
       01  WS-OUT-COUNT          PIC 9(6).
       01  WS-OUT-HASH           PIC 9(11)V99.
       01  WS-PROOF-SW           PIC X(1).
           88  ADVICE-PROVES                 VALUE 'O'.
       01  WS-BLK-COUNT          PIC 9(6).
       01  WS-BLK-HASH           PIC 9(11)V99.
       01  WS-BLK-ITEMS          PIC 9(6).
       01  WS-ADVICE-COUNT       PIC 9(4)    VALUE ZERO.
       01  WS-ECART-COUNT        PIC 9(4)    VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(27)
               VALUE "AVIS DE REGLEMENT - AGENCE ".
           05  WS-HDG-BRANCH     PIC X(3).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-FILE-LINE.
           05  FILLER            PIC X(22)
               VALUE "FICHIER DE L'AGENCE : ".
           05  WS-FIL-TEXT       PIC X(30).
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(30)   VALUE "ETAPE".
           05  FILLER            PIC X(7)    VALUE " NOMBRE".
           05  FILLER            PIC X(19)   VALUE
               "      TOTAL HACHAGE".
           05  FILLER            PIC X(20)   VALUE
               "        MONTANT NET".
       01  WS-STAGE-LINE.
           05  WS-STG-LABEL      PIC X(30).
           05  WS-STG-COUNT      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-STG-HASH       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-STG-NET        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-SENT-LINE.
           05  WS-SNT-LABEL      PIC X(30).
           05  WS-SNT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-SNT-HASH       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROOF-LINE.
           05  FILLER            PIC X(44)   VALUE
               "PREUVE ENVOYE + RECYCLE = ACCEPTE + REJETE :".
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-PRF-RESULT     PIC X(10).
       01  WS-NET-LINE.
           05  FILLER            PIC X(30)
               VALUE "MONTANT NET COMPTABILISE     :".
           05  FILLER            PIC X(28)   VALUE SPACES.
           05  WS-NET-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-COLUMNS.
           05  FILLER            PIC X(80)   VALUE
               "ETAPE   COMPTE    TY         MONTANT  MOTIF".
       01  WS-ITEM-LINE.
           05  WS-ITL-STAGE      PIC X(7).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-ITL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-TYPE       PIC X(2).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ITL-REASON     PIC X(30).

       LINKAGE SECTION.
       01  LS-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
       PROG.
           DISPLAY "Vous êtes dans BRADVICE, traitement du "
               LS-BUSINESS-DATE.
           PERFORM LOAD-GATHER-CONTROL
           IF NOT ADVICE-FAILED
               PERFORM LOAD-RECYCLED-ITEMS
           END-IF
           IF NOT ADVICE-FAILED
               PERFORM LOAD-B-REJECTS
           END-IF
           IF NOT ADVICE-FAILED
               PERFORM LOAD-VALID-TRANS
           END-IF
           IF NOT ADVICE-FAILED
               PERFORM LOAD-POST-EXCEPTIONS
           END-IF
           IF NOT ADVICE-FAILED
               PERFORM LOAD-NSF-REFUSALS
           END-IF
           IF ADVICE-FAILED
               DISPLAY "BRADVICE: avis de règlement non produits"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ADVICE-FILE
               IF WS-ADV-STATUS NOT = "00"
                   DISPLAY "BRADVICE: impossible d'ouvrir ADVFILE, "
                       "statut " WS-ADV-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ADVICE-REPORT
                   IF WS-RPT-STATUS NOT = "00"
                       CLOSE ADVICE-FILE
                       DISPLAY "BRADVICE: impossible d'ouvrir "
                           "ADVRPT, statut " WS-RPT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-BR-IX FROM 1 BY 1
                           UNTIL WS-BR-IX > WS-BR-COUNT
                           PERFORM WRITE-ONE-ADVICE
                       END-PERFORM
                       CLOSE ADVICE-FILE
                       CLOSE ADVICE-REPORT
                       DISPLAY "BRADVICE: " WS-ADVICE-COUNT
                           " avis de règlement produit(s), "
                           WS-ECART-COUNT " en écart"
                       IF WS-ECART-COUNT > ZERO
                           OR ITEM-TABLE-FULL
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE ZERO TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

      *> Every branch that sent a file today gets an advice, even
      *> when its file was refused, so it learns it must send the
      *> file again.  A file whose header could not be read has
      *> no branch to go back to and is left to operations.
       LOAD-GATHER-CONTROL.
           OPEN INPUT GATHER-CONTROL-FILE
           IF WS-GTC-STATUS NOT = "00"
               DISPLAY "BRADVICE: impossible d'ouvrir GATHCTL, "
                   "statut " WS-GTC-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ GATHER-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE GTC-BRANCH-ID TO WS-CUR-BRANCH
                           PERFORM FIND-BRANCH
                           IF WS-BR-IX NOT = ZERO
                               PERFORM TAKE-GATHER-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATHER-CONTROL-FILE
           END-IF.

      *> A branch with two files on the day has both counted; one
      *> refused file is enough to flag its advice.
       TAKE-GATHER-CONTROL.
           ADD GTC-TRL-COUNT TO BRT-SENT-COUNT (WS-BR-IX)
           ADD GTC-TRL-HASH TO BRT-SENT-HASH (WS-BR-IX)
           IF GTC-REFUSED
               MOVE 'R' TO BRT-FILE-STATUS (WS-BR-IX)
           ELSE
               IF BRT-FILE-STATUS (WS-BR-IX) NOT = 'R'
                   MOVE 'A' TO BRT-FILE-STATUS (WS-BR-IX)
               END-IF
           END-IF.

      *> Corrections of earlier rejects re-enter the day through
      *> MRGTRAN under their original branch: they are not on the
      *> branch's trailer, so they are shown apart.  No RCYCORR
      *> means nothing was recycled.
       LOAD-RECYCLED-ITEMS.
           OPEN INPUT RECYCLE-CORR-FILE
           IF WS-RCY-STATUS NOT = "00"
               IF WS-RCY-STATUS NOT = "35"
                   DISPLAY "BRADVICE: impossible d'ouvrir RCYCORR, "
                       "statut " WS-RCY-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               END-IF
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ RECYCLE-CORR-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE RCY-CORR-RECORD TO WS-WORK-TRAN
                           IF WS-WRK-TYPE NOT = 'HD'
                               AND WS-WRK-TYPE NOT = 'TR'
                               PERFORM TAKE-WORK-TRAN
                               IF WS-BR-IX NOT = ZERO
                                   PERFORM COUNT-RECYCLED-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-CORR-FILE
           END-IF.

       COUNT-RECYCLED-ITEM.
           ADD 1 TO BRT-RCY-COUNT (WS-BR-IX)
           ADD WS-CUR-HASH TO BRT-RCY-HASH (WS-BR-IX)
           ADD WS-CUR-NET TO BRT-RCY-NET (WS-BR-IX).

       LOAD-B-REJECTS.
           OPEN INPUT EXCEPTION-REPORT
           IF WS-XCP-STATUS NOT = "00"
               DISPLAY "BRADVICE: impossible d'ouvrir XCPRPT, "
                   "statut " WS-XCP-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ EXCEPTION-REPORT
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE "RJ" TO WS-CUR-STAGE
                           MOVE XCP-BRANCH-ID TO WS-CUR-BRANCH
                           MOVE XCP-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
                           MOVE XCP-TRAN-TYPE TO WS-CUR-TYPE
                           MOVE XCP-AMOUNT TO WS-CUR-AMOUNT
                           MOVE XCP-REASON TO WS-CUR-REASON
                           PERFORM TAKE-CURRENT-ITEM
                           IF WS-BR-IX NOT = ZERO
                               ADD 1 TO BRT-REJ-COUNT (WS-BR-IX)
                               ADD WS-CUR-HASH
                                   TO BRT-REJ-HASH (WS-BR-IX)
                               ADD WS-CUR-NET TO BRT-REJ-NET (WS-BR-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
           END-IF.

       LOAD-VALID-TRANS.
           OPEN INPUT VALID-TRAN-FILE
           IF WS-VAL-STATUS NOT = "00"
               DISPLAY "BRADVICE: impossible d'ouvrir VALTFILE, "
                   "statut " WS-VAL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ VALID-TRAN-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE TRAN-RECORD TO WS-WORK-TRAN
                           PERFORM TAKE-WORK-TRAN
                           IF WS-BR-IX NOT = ZERO
                               ADD 1 TO BRT-ACC-COUNT (WS-BR-IX)
                               ADD WS-CUR-HASH
                                   TO BRT-ACC-HASH (WS-BR-IX)
                               ADD WS-CUR-NET TO BRT-ACC-NET (WS-BR-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALID-TRAN-FILE
           END-IF.

      *> POSTTRAN refuses an accepted item either on the account
      *> (PSTXCP: unknown, closed, frozen, dormant) or for funds
      *> (NSFFILE); everything else B accepted was posted.
       LOAD-POST-EXCEPTIONS.
           OPEN INPUT POST-EXCEPTION-FILE
           IF WS-PXC-STATUS NOT = "00"
               DISPLAY "BRADVICE: impossible d'ouvrir PSTXCP, "
                   "statut " WS-PXC-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ POST-EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE PXC-RECORD TO WS-PXC-WORK
                           MOVE "RF" TO WS-CUR-STAGE
                           MOVE WS-PXC-BRANCH-ID TO WS-CUR-BRANCH
                           MOVE WS-PXC-ACCOUNT-NO
                               TO WS-CUR-ACCOUNT-NO
                           MOVE WS-PXC-TYPE TO WS-CUR-TYPE
                           MOVE WS-PXC-AMOUNT TO WS-CUR-AMOUNT
                           MOVE WS-PXC-REASON TO WS-CUR-REASON
                           PERFORM TAKE-CURRENT-ITEM
                           IF WS-BR-IX NOT = ZERO
                               ADD 1 TO BRT-RFS-COUNT (WS-BR-IX)
                               ADD WS-CUR-HASH
                                   TO BRT-RFS-HASH (WS-BR-IX)
                               ADD WS-CUR-NET TO BRT-RFS-NET (WS-BR-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-EXCEPTION-FILE
           END-IF.

       LOAD-NSF-REFUSALS.
           OPEN INPUT NSF-SUSPENSE-FILE
           IF WS-NSF-STATUS NOT = "00"
               DISPLAY "BRADVICE: impossible d'ouvrir NSFFILE, "
                   "statut " WS-NSF-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ NSF-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE NSF-TRAN-RECORD TO WS-WORK-TRAN
                           MOVE "PR" TO WS-CUR-STAGE
                           MOVE WS-WRK-BRANCH-ID TO WS-CUR-BRANCH
                           MOVE WS-WRK-ACCOUNT-NO
                               TO WS-CUR-ACCOUNT-NO
                           MOVE WS-WRK-TYPE TO WS-CUR-TYPE
                           MOVE WS-WRK-AMOUNT TO WS-CUR-AMOUNT
                           MOVE "provision insuffisante"
                               TO WS-CUR-REASON
                           PERFORM TAKE-CURRENT-ITEM
                           IF WS-BR-IX NOT = ZERO
                               ADD 1 TO BRT-NSF-COUNT (WS-BR-IX)
                               ADD WS-CUR-HASH
                                   TO BRT-NSF-HASH (WS-BR-IX)
                               ADD WS-CUR-NET TO BRT-NSF-NET (WS-BR-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NSF-SUSPENSE-FILE
           END-IF.

       TAKE-WORK-TRAN.
           MOVE WS-WRK-BRANCH-ID TO WS-CUR-BRANCH
           MOVE WS-WRK-TYPE TO WS-CUR-TYPE
           IF WS-WRK-AMOUNT NUMERIC
               MOVE WS-WRK-AMOUNT TO WS-CUR-AMOUNT
           ELSE
               MOVE ZERO TO WS-CUR-AMOUNT
           END-IF
           PERFORM PRICE-CURRENT-ITEM
           PERFORM FIND-BRANCH.

      *> An item that was not posted is kept for the branch's
      *> list as well as counted.
       TAKE-CURRENT-ITEM.
           PERFORM PRICE-CURRENT-ITEM
           PERFORM FIND-BRANCH
           IF WS-BR-IX NOT = ZERO
               IF WS-ITM-COUNT < 5000
                   ADD 1 TO WS-ITM-COUNT
                   MOVE WS-CUR-BRANCH TO ITM-BRANCH-ID (WS-ITM-COUNT)
                   MOVE WS-CUR-STAGE TO ITM-STAGE (WS-ITM-COUNT)
                   MOVE WS-CUR-ACCOUNT-NO
                       TO ITM-ACCOUNT-NO (WS-ITM-COUNT)
                   MOVE WS-CUR-TYPE TO ITM-TRAN-TYPE (WS-ITM-COUNT)
                   MOVE WS-CUR-AMOUNT TO ITM-AMOUNT (WS-ITM-COUNT)
                   MOVE WS-CUR-REASON TO ITM-REASON (WS-ITM-COUNT)
               ELSE
                   IF NOT ITEM-TABLE-FULL
                       DISPLAY "BRADVICE: plus de 5000 articles non "
                           "comptabilisés, listes des avis tronquées"
                       MOVE 'Y' TO WS-ITM-FULL-SW
                   END-IF
               END-IF
           END-IF.

      *> The hash is built the way the branch built its trailer
      *> (absolute amounts); the net is the signed effect on the
      *> customer's balance, nil for a transfer between two of
      *> our own accounts.
       PRICE-CURRENT-ITEM.
           IF WS-CUR-AMOUNT < ZERO
               COMPUTE WS-CUR-HASH = 0 - WS-CUR-AMOUNT
           ELSE
               MOVE WS-CUR-AMOUNT TO WS-CUR-HASH
           END-IF
           IF WS-CUR-TYPE = "DB" OR WS-CUR-TYPE = "FR"
               COMPUTE WS-CUR-NET = 0 - WS-CUR-AMOUNT
           ELSE
               IF WS-CUR-TYPE = "TF"
                   MOVE ZERO TO WS-CUR-NET
               ELSE
                   MOVE WS-CUR-AMOUNT TO WS-CUR-NET
               END-IF
           END-IF.

      *> Branches 'SYS' (system-generated items) and 'STO'
      *> (standing orders) are the bank's own feeds, not agencies,
      *> and get no advice; WS-BR-IX comes back zero for them.
       FIND-BRANCH.
           MOVE ZERO TO WS-BR-IX
           IF WS-CUR-BRANCH NOT = "SYS" AND WS-CUR-BRANCH NOT = "STO"
               AND WS-CUR-BRANCH NOT = SPACES
               PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BR-COUNT
                   OR BRT-BRANCH-ID (WS-BR-IX) = WS-CUR-BRANCH
                   CONTINUE
               END-PERFORM
               IF WS-BR-IX > WS-BR-COUNT
                   IF WS-BR-COUNT < 50
                       ADD 1 TO WS-BR-COUNT
                       MOVE WS-BR-COUNT TO WS-BR-IX
                       PERFORM INIT-BRANCH-ENTRY
                   ELSE
                       DISPLAY "BRADVICE: plus de 50 agences, "
                           "avis impossibles"
                       MOVE 'Y' TO WS-FAIL-SW
                       MOVE ZERO TO WS-BR-IX
                   END-IF
               END-IF
           END-IF.

       INIT-BRANCH-ENTRY.
           MOVE WS-CUR-BRANCH TO BRT-BRANCH-ID (WS-BR-IX)
           MOVE 'N' TO BRT-FILE-STATUS (WS-BR-IX)
           MOVE ZERO TO BRT-SENT-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-SENT-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-RCY-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-RCY-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-RCY-NET (WS-BR-IX)
           MOVE ZERO TO BRT-ACC-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-ACC-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-ACC-NET (WS-BR-IX)
           MOVE ZERO TO BRT-REJ-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-REJ-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-REJ-NET (WS-BR-IX)
           MOVE ZERO TO BRT-NSF-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-NSF-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-NSF-NET (WS-BR-IX)
           MOVE ZERO TO BRT-RFS-COUNT (WS-BR-IX)
           MOVE ZERO TO BRT-RFS-HASH (WS-BR-IX)
           MOVE ZERO TO BRT-RFS-NET (WS-BR-IX).

      *> What the branch put into the day - its gathered file and
      *> its recycled corrections - must come out of B as accepted
      *> or rejected, item for item and amount for amount.  A
      *> refused file put nothing in, so only the corrections
      *> count.  What POSTTRAN did not refuse was posted.
       WRITE-ONE-ADVICE.
           ADD 1 TO WS-ADVICE-COUNT
           COMPUTE WS-CP-COUNT = BRT-ACC-COUNT (WS-BR-IX)
               - BRT-NSF-COUNT (WS-BR-IX) - BRT-RFS-COUNT (WS-BR-IX)
           COMPUTE WS-CP-HASH = BRT-ACC-HASH (WS-BR-IX)
               - BRT-NSF-HASH (WS-BR-IX) - BRT-RFS-HASH (WS-BR-IX)
           COMPUTE WS-CP-NET = BRT-ACC-NET (WS-BR-IX)
               - BRT-NSF-NET (WS-BR-IX) - BRT-RFS-NET (WS-BR-IX)
           MOVE BRT-RCY-COUNT (WS-BR-IX) TO WS-IN-COUNT
           MOVE BRT-RCY-HASH (WS-BR-IX) TO WS-IN-HASH
           IF BRT-FILE-STATUS (WS-BR-IX) = 'A'
               ADD BRT-SENT-COUNT (WS-BR-IX) TO WS-IN-COUNT
               ADD BRT-SENT-HASH (WS-BR-IX) TO WS-IN-HASH
           END-IF
           COMPUTE WS-OUT-COUNT = BRT-ACC-COUNT (WS-BR-IX)
               + BRT-REJ-COUNT (WS-BR-IX)
           COMPUTE WS-OUT-HASH = BRT-ACC-HASH (WS-BR-IX)
               + BRT-REJ-HASH (WS-BR-IX)
           IF WS-IN-COUNT = WS-OUT-COUNT AND WS-IN-HASH = WS-OUT-HASH
               AND WS-CP-COUNT NOT < ZERO
               MOVE 'O' TO WS-PROOF-SW
           ELSE
               MOVE 'E' TO WS-PROOF-SW
               ADD 1 TO WS-ECART-COUNT
               DISPLAY "BRADVICE: avis de l'agence "
                   BRT-BRANCH-ID (WS-BR-IX)
                   " en écart avec ses totaux de contrôle"
           END-IF
           MOVE ZERO TO WS-BLK-COUNT
           MOVE ZERO TO WS-BLK-HASH
           PERFORM WRITE-ADVICE-HEADER
           PERFORM WRITE-ADVICE-SUMMARIES
           PERFORM PRINT-ADVICE-SUMMARY
           PERFORM LIST-ADVICE-ITEMS
           PERFORM WRITE-ADVICE-TRAILER.

       WRITE-ADVICE-HEADER.
           MOVE SPACES TO ADV-HEADER-RECORD
           MOVE 'HD' TO ADV-REC-TYPE
           MOVE BRT-BRANCH-ID (WS-BR-IX) TO ADH-BRANCH-ID
           MOVE LS-BUSINESS-DATE TO ADH-BUSINESS-DATE
           MOVE BRT-FILE-STATUS (WS-BR-IX) TO ADH-FILE-STATUS
           WRITE ADV-HEADER-RECORD.

       WRITE-ADVICE-SUMMARIES.
           MOVE "EN" TO ADS-STAGE
           MOVE BRT-SENT-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-SENT-HASH (WS-BR-IX) TO ADS-HASH
           MOVE ZERO TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "RC" TO ADS-STAGE
           MOVE BRT-RCY-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-RCY-HASH (WS-BR-IX) TO ADS-HASH
           MOVE BRT-RCY-NET (WS-BR-IX) TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "AC" TO ADS-STAGE
           MOVE BRT-ACC-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-ACC-HASH (WS-BR-IX) TO ADS-HASH
           MOVE BRT-ACC-NET (WS-BR-IX) TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "RJ" TO ADS-STAGE
           MOVE BRT-REJ-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-REJ-HASH (WS-BR-IX) TO ADS-HASH
           MOVE BRT-REJ-NET (WS-BR-IX) TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "CP" TO ADS-STAGE
           MOVE WS-CP-COUNT TO ADS-COUNT
           MOVE WS-CP-HASH TO ADS-HASH
           MOVE WS-CP-NET TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "PR" TO ADS-STAGE
           MOVE BRT-NSF-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-NSF-HASH (WS-BR-IX) TO ADS-HASH
           MOVE BRT-NSF-NET (WS-BR-IX) TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY
           MOVE "RF" TO ADS-STAGE
           MOVE BRT-RFS-COUNT (WS-BR-IX) TO ADS-COUNT
           MOVE BRT-RFS-HASH (WS-BR-IX) TO ADS-HASH
           MOVE BRT-RFS-NET (WS-BR-IX) TO ADS-NET
           PERFORM WRITE-ONE-SUMMARY.

       WRITE-ONE-SUMMARY.
           MOVE 'SM' TO ADV-REC-TYPE
           MOVE BRT-BRANCH-ID (WS-BR-IX) TO ADS-BRANCH-ID
           MOVE SPACES TO ADV-SUMMARY-RECORD (40:19)
           WRITE ADV-SUMMARY-RECORD
           ADD 1 TO WS-BLK-COUNT.

       PRINT-ADVICE-SUMMARY.
           MOVE BRT-BRANCH-ID (WS-BR-IX) TO WS-HDG-BRANCH
           MOVE LS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           IF BRT-FILE-STATUS (WS-BR-IX) = 'A'
               MOVE "RECU ET RASSEMBLE" TO WS-FIL-TEXT
           ELSE
               IF BRT-FILE-STATUS (WS-BR-IX) = 'R'
                   MOVE "REFUSE - A RETRANSMETTRE" TO WS-FIL-TEXT
               ELSE
                   MOVE "AUCUN FICHIER RECU" TO WS-FIL-TEXT
               END-IF
           END-IF
           MOVE WS-FILE-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE SPACES TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE WS-COLUMN-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE "ENVOYE (TOTAUX DE L'AGENCE)" TO WS-SNT-LABEL
           MOVE BRT-SENT-COUNT (WS-BR-IX) TO WS-SNT-COUNT
           MOVE BRT-SENT-HASH (WS-BR-IX) TO WS-SNT-HASH
           MOVE WS-SENT-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE "CORRECTIONS RECYCLEES" TO WS-STG-LABEL
           MOVE BRT-RCY-COUNT (WS-BR-IX) TO WS-STG-COUNT
           MOVE BRT-RCY-HASH (WS-BR-IX) TO WS-STG-HASH
           MOVE BRT-RCY-NET (WS-BR-IX) TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE "ACCEPTE PAR LE CONTROLE" TO WS-STG-LABEL
           MOVE BRT-ACC-COUNT (WS-BR-IX) TO WS-STG-COUNT
           MOVE BRT-ACC-HASH (WS-BR-IX) TO WS-STG-HASH
           MOVE BRT-ACC-NET (WS-BR-IX) TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE "REJETE PAR LE CONTROLE" TO WS-STG-LABEL
           MOVE BRT-REJ-COUNT (WS-BR-IX) TO WS-STG-COUNT
           MOVE BRT-REJ-HASH (WS-BR-IX) TO WS-STG-HASH
           MOVE BRT-REJ-NET (WS-BR-IX) TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE "  COMPTABILISE" TO WS-STG-LABEL
           MOVE WS-CP-COUNT TO WS-STG-COUNT
           MOVE WS-CP-HASH TO WS-STG-HASH
           MOVE WS-CP-NET TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE "  REFUSE - PROVISION" TO WS-STG-LABEL
           MOVE BRT-NSF-COUNT (WS-BR-IX) TO WS-STG-COUNT
           MOVE BRT-NSF-HASH (WS-BR-IX) TO WS-STG-HASH
           MOVE BRT-NSF-NET (WS-BR-IX) TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE "  REFUSE - COMPTE" TO WS-STG-LABEL
           MOVE BRT-RFS-COUNT (WS-BR-IX) TO WS-STG-COUNT
           MOVE BRT-RFS-HASH (WS-BR-IX) TO WS-STG-HASH
           MOVE BRT-RFS-NET (WS-BR-IX) TO WS-STG-NET
           PERFORM PRINT-STAGE-LINE
           MOVE SPACES TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE WS-CP-NET TO WS-NET-AMOUNT
           MOVE WS-NET-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           IF ADVICE-PROVES
               MOVE "EQUILIBRE" TO WS-PRF-RESULT
           ELSE
               MOVE "ECART" TO WS-PRF-RESULT
           END-IF
           MOVE WS-PROOF-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE.

       PRINT-STAGE-LINE.
           MOVE WS-STAGE-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE.

       LIST-ADVICE-ITEMS.
           MOVE SPACES TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE "ARTICLES NON COMPTABILISES" TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE WS-ITEM-COLUMNS TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           MOVE ZERO TO WS-BLK-ITEMS
           PERFORM VARYING WS-ITM-IX FROM 1 BY 1
               UNTIL WS-ITM-IX > WS-ITM-COUNT
               IF ITM-BRANCH-ID (WS-ITM-IX) = BRT-BRANCH-ID (WS-BR-IX)
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-BLK-ITEMS = ZERO
               MOVE "AUCUN" TO ADV-REPORT-LINE
               WRITE ADV-REPORT-LINE
           END-IF
           MOVE SPACES TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE.

       WRITE-ONE-ITEM.
           MOVE 'IT' TO ADV-REC-TYPE
           MOVE ITM-BRANCH-ID (WS-ITM-IX) TO ADV-BRANCH-ID
           MOVE ITM-STAGE (WS-ITM-IX) TO ADV-STAGE
           MOVE ITM-ACCOUNT-NO (WS-ITM-IX) TO ADV-ACCOUNT-NO
           MOVE ITM-TRAN-TYPE (WS-ITM-IX) TO ADV-TRAN-TYPE
           MOVE ITM-AMOUNT (WS-ITM-IX) TO ADV-AMOUNT
           MOVE ITM-REASON (WS-ITM-IX) TO ADV-REASON
           WRITE ADV-RECORD
           ADD 1 TO WS-BLK-COUNT
           ADD 1 TO WS-BLK-ITEMS
           IF ITM-AMOUNT (WS-ITM-IX) < ZERO
               SUBTRACT ITM-AMOUNT (WS-ITM-IX) FROM WS-BLK-HASH
           ELSE
               ADD ITM-AMOUNT (WS-ITM-IX) TO WS-BLK-HASH
           END-IF
           IF ITM-STAGE (WS-ITM-IX) = "RJ"
               MOVE "REJET B" TO WS-ITL-STAGE
           ELSE
               IF ITM-STAGE (WS-ITM-IX) = "PR"
                   MOVE "PROVIS." TO WS-ITL-STAGE
               ELSE
                   MOVE "COMPTE" TO WS-ITL-STAGE
               END-IF
           END-IF
           MOVE ITM-ACCOUNT-NO (WS-ITM-IX) TO WS-ITL-ACCOUNT
           MOVE ITM-TRAN-TYPE (WS-ITM-IX) TO WS-ITL-TYPE
           MOVE ITM-AMOUNT (WS-ITM-IX) TO WS-ITL-AMOUNT
           MOVE ITM-REASON (WS-ITM-IX) TO WS-ITL-REASON
           MOVE WS-ITEM-LINE TO ADV-REPORT-LINE
           WRITE ADV-REPORT-LINE.

       WRITE-ADVICE-TRAILER.
           MOVE SPACES TO ADV-TRAILER-RECORD
           MOVE 'TR' TO ADV-REC-TYPE
           MOVE BRT-BRANCH-ID (WS-BR-IX) TO ADT-BRANCH-ID
           MOVE WS-BLK-COUNT TO ADT-RECORD-COUNT
           MOVE WS-BLK-HASH TO ADT-ITEM-HASH
           MOVE WS-PROOF-SW TO ADT-PROOF
           WRITE ADV-TRAILER-RECORD.
       END PROGRAM BRADVICE.
