      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-CONTROL ASSIGN TO "INTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.
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
           SELECT CERTIFICATE-REPORT ASSIGN TO "INTCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT DECLARATION-FILE ASSIGN TO "INTDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDC-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-CONTROL.
       COPY INTCTL.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  CERTIFICATE-REPORT.
       COPY ICRRPT.
       FD  DECLARATION-FILE.
       COPY IDCREC.
       FD  CONTROL-REPORT.
       COPY INTRPT.

       WORKING-STORAGE SECTION.
       01  WS-ICT-STATUS         PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-CRT-STATUS         PIC X(2).
       01  WS-IDC-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-ICT-EOF            PIC X(1)    VALUE 'N'.
           88  ICT-EOF                       VALUE 'Y'.
       01  WS-HIST-EOF           PIC X(1)    VALUE 'N'.
           88  HIST-EOF                      VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  CERTIFICATE-FAILED            VALUE 'Y'.
       01  WS-TIE-SW             PIC X(1)    VALUE 'Y'.
           88  CONTROL-TIED                  VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.
       01  WS-ACL-FOUND-SW       PIC X(1)    VALUE 'N'.
           88  ACCOUNT-HAS-HOLDERS           VALUE 'Y'.
       01  WS-CUST-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  HOLDER-ON-FILE                VALUE 'Y'.
       01  WS-HX                 PIC 9(1).
       01  WS-ANO-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-ANO-TABLE.
           05  WS-ANO-ENTRY OCCURS 500 TIMES.
               10  ANO-ACCOUNT-NO PIC 9(8).
               10  ANO-CUSTOMER-NO PIC 9(8).
               10  ANO-KIND      PIC X(1).
                   88  ANO-NO-HOLDER             VALUE 'T'.
                   88  ANO-NO-CUSTOMER           VALUE 'C'.
                   88  ANO-NO-RESIDENCE          VALUE 'R'.
       01  WS-ANO-IX             PIC 9(4).
       01  WS-ANO-KIND           PIC X(1).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-TAX-YEAR           PIC 9(4).
       01  WS-DECL-KIND          PIC X(1)    VALUE 'O'.
           88  DECL-AMENDED                  VALUE 'R'.
       01  WS-DATE-WORK.
           05  WS-DW-YEAR        PIC 9(4).
           05  WS-DW-MONTH       PIC 9(2).
           05  WS-DW-DAY         PIC 9(2).
       01  WS-ICD-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-ICD-TABLE.
           05  WS-ICD-ENTRY OCCURS 100 TIMES.
               10  ICD-DATE      PIC 9(8).
               10  ICD-COUNT     PIC 9(6).
               10  ICD-TOTAL     PIC 9(11)V99.
       01  WS-ICD-IX             PIC 9(3).
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  MON-CTL-DATE  PIC 9(8).
               10  MON-CTL-COUNT PIC 9(6).
               10  MON-CTL-TOTAL PIC 9(11)V99.
               10  MON-HIST-COUNT PIC 9(6).
               10  MON-HIST-TOTAL PIC S9(11)V99.
       01  WS-MON-IX             PIC 9(2).
       01  WS-MONTH-COUNT        PIC 9(2)    VALUE ZERO.
       01  WS-ACC-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES.
               10  ACC-ACCOUNT-NO PIC 9(8).
               10  ACC-POST-COUNT PIC 9(3).
               10  ACC-TOTAL     PIC S9(11)V99.
               10  ACC-MONTH-AMT PIC S9(9)V99 OCCURS 12 TIMES.
       01  WS-ACC-IX             PIC 9(4).
       01  WS-SHIFT-IX           PIC 9(4).
       01  WS-CTL-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-CTL-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-HIST-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-HIST-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-DTL-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-DTL-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-CRT-HEADING.
           05  FILLER            PIC X(48)
               VALUE "ATTESTATION ANNUELLE DES INTERETS CREDITES".
           05  FILLER            PIC X(7)    VALUE "ANNEE: ".
           05  WS-CRH-YEAR       PIC 9(4).
       01  WS-CRT-ACCOUNT-LINE.
           05  FILLER            PIC X(8)    VALUE "COMPTE: ".
           05  WS-CRA-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(32)   VALUE SPACES.
           05  FILLER            PIC X(11)   VALUE "EDITEE LE: ".
           05  WS-CRA-DATE       PIC 9(8).
       01  WS-HOLDER-LINE.
           05  WS-HLD-LABEL      PIC X(14).
           05  WS-HLD-TEXT       PIC X(40).
       01  WS-TOWN-TEXT.
           05  WS-TWN-POSTAL-CODE PIC X(10).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-TWN-CITY       PIC X(25).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-TWN-COUNTRY    PIC X(2).
       01  WS-MISSING-HOLDER.
           05  FILLER            PIC X(7)    VALUE "CLIENT ".
           05  WS-MSH-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(25)
               VALUE " ABSENT DU FICHIER CLIENT".
       01  WS-RESIDENCE-LINE.
           05  FILLER            PIC X(20)
               VALUE "RESIDENCE FISCALE : ".
           05  WS-RSD-COUNTRY    PIC X(2).
       01  WS-JOINT-LINE.
           05  FILLER            PIC X(20)
               VALUE "COMPTE JOINT      : ".
           05  WS-JNT-COUNT      PIC 9(1).
           05  FILLER            PIC X(11)   VALUE " TITULAIRES".
       01  WS-CRT-AMENDED-LINE.
           05  FILLER            PIC X(28)
               VALUE "ATTESTATION RECTIFICATIVE -".
           05  FILLER            PIC X(52)
               VALUE "ANNULE ET REMPLACE LA PRECEDENTE".
       01  WS-CRT-COLUMN-HEADING.
           05  FILLER            PIC X(80)
               VALUE "MOIS           INTERETS CREDITES".
       01  WS-CRT-MONTH-LINE.
           05  WS-CRM-MONTH      PIC 9(2).
           05  FILLER            PIC X(1)    VALUE "/".
           05  WS-CRM-YEAR       PIC 9(4).
           05  FILLER            PIC X(8)    VALUE SPACES.
           05  WS-CRM-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CRT-TOTAL-LINE.
           05  FILLER            PIC X(15)   VALUE "TOTAL ANNUEL".
           05  WS-CRT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-HEADING.
           05  FILLER            PIC X(38)
               VALUE "CONTROLE DES ATTESTATIONS D'INTERETS".
           05  FILLER            PIC X(7)    VALUE "ANNEE: ".
           05  WS-RPH-YEAR       PIC 9(4).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPH-KIND       PIC X(15).
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-RPH-DATE       PIC 9(8).
       01  WS-RPT-COLUMN-HEADING.
           05  FILLER            PIC X(42)
               VALUE "MO  ARRETE    GENERES     MONTANT GENERE".
           05  FILLER            PIC X(38)
               VALUE "  POSTES      MONTANT POSTE   ECART".
       01  WS-RPT-MONTH-LINE.
           05  WS-RPM-MONTH      PIC 9(2).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-DATE       PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-CTL-COUNT  PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-CTL-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-HIST-COUNT PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-HIST-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPM-FLAG       PIC X(5).
       01  WS-RPT-ANOMALY-HEADING.
           05  FILLER            PIC X(80)
               VALUE "ANOMALIES TITULAIRES".
       01  WS-RPT-ANOMALY-LINE.
           05  FILLER            PIC X(8)    VALUE "COMPTE: ".
           05  WS-RPA-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-RPA-TEXT       PIC X(40).
       01  WS-NO-RESIDENCE.
           05  FILLER            PIC X(7)    VALUE "CLIENT ".
           05  WS-NRS-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(25)
               VALUE " SANS RESIDENCE FISCALE".
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL      PIC X(26).
           05  WS-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.
       COPY PSTHREC.
       COPY PHRAREA.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(4) COMP.
           05  LS-TAX-YEAR       PIC X(4).
           05  LS-PARM-SEP       PIC X(1).
           05  LS-DECL-KIND      PIC X(1).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans INTCERT".
           PERFORM READ-RUN-PARM
           IF NOT CERTIFICATE-FAILED
               PERFORM LOAD-INTEREST-CONTROL
           END-IF
           IF NOT CERTIFICATE-FAILED
               PERFORM LOAD-INTEREST-POSTINGS
           END-IF
           IF NOT CERTIFICATE-FAILED
               PERFORM CHECK-CONTROL-TIE
               IF CONTROL-TIED
                   PERFORM WRITE-CERTIFICATES
               END-IF
           END-IF
           IF NOT CERTIFICATE-FAILED
               PERFORM WRITE-CONTROL-REPORT
           END-IF
           IF CERTIFICATE-FAILED OR NOT CONTROL-TIED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "INTCERT: " WS-DTL-COUNT
                   " attestation(s) pour l'année " WS-TAX-YEAR
                   ", " WS-MONTH-COUNT " mois d'intérêts"
               IF WS-MONTH-COUNT < 12
                   DISPLAY "INTCERT: moins de douze arrêtés "
                       "mensuels sur INTCTL pour " WS-TAX-YEAR
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
               IF WS-ANO-COUNT > ZERO
                   DISPLAY "INTCERT: " WS-ANO-COUNT
                       " anomalie(s) sur les titulaires, voir INTRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *> The tax year comes on the PARM ('yyyy', or 'yyyy,R' for an
      *> amended return replacing one already sent) so any closed
      *> year can be cut again from the cumulative files; with no
      *> PARM the run covers the year just ended.
       READ-RUN-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           IF LS-PARM-LEN > ZERO AND LS-TAX-YEAR IS NUMERIC
               MOVE LS-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-DW-YEAR - 1
           END-IF
           IF WS-TAX-YEAR > WS-DW-YEAR
               DISPLAY "INTCERT: année " WS-TAX-YEAR
                   " postérieure à la date du jour"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF
           IF LS-PARM-LEN > 4
               IF LS-PARM-LEN < 6 OR LS-PARM-SEP NOT = ","
                   OR LS-DECL-KIND NOT = "R"
                   DISPLAY "INTCERT: PARM invalide, attendu "
                       "'aaaa' ou 'aaaa,R'"
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'R' TO WS-DECL-KIND
               END-IF
           END-IF.

      *> INTCTL carries one entry per MONTHEND run; a rerun of a
      *> month end appends a second entry for the same date, and
      *> the last entry of a date is the one that counts.  An
      *> absent INTCTL just means no month end has written one.
       LOAD-INTEREST-CONTROL.
           OPEN INPUT INTEREST-CONTROL
           IF WS-ICT-STATUS = "35"
               MOVE 'Y' TO WS-ICT-EOF
           ELSE
               IF WS-ICT-STATUS NOT = "00"
                   DISPLAY "INTCERT: impossible d'ouvrir INTCTL, "
                       "statut " WS-ICT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL ICT-EOF
                       READ INTEREST-CONTROL
                           AT END
                               MOVE 'Y' TO WS-ICT-EOF
                           NOT AT END
                               MOVE ICT-BUSINESS-DATE TO WS-DATE-WORK
                               IF WS-DW-YEAR = WS-TAX-YEAR
                                   PERFORM KEEP-CONTROL-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTEREST-CONTROL
               END-IF
           END-IF
           IF NOT CERTIFICATE-FAILED
               PERFORM SUM-CONTROL-BY-MONTH
           END-IF.

       KEEP-CONTROL-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ICD-IX FROM 1 BY 1
               UNTIL WS-ICD-IX > WS-ICD-COUNT OR ENTRY-FOUND
               IF ICD-DATE (WS-ICD-IX) = ICT-BUSINESS-DATE
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE ICT-INT-COUNT TO ICD-COUNT (WS-ICD-IX)
                   MOVE ICT-INT-TOTAL TO ICD-TOTAL (WS-ICD-IX)
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-ICD-COUNT < 100
                   ADD 1 TO WS-ICD-COUNT
                   MOVE ICT-BUSINESS-DATE TO ICD-DATE (WS-ICD-COUNT)
                   MOVE ICT-INT-COUNT TO ICD-COUNT (WS-ICD-COUNT)
                   MOVE ICT-INT-TOTAL TO ICD-TOTAL (WS-ICD-COUNT)
               ELSE
                   DISPLAY "INTCERT: plus de 100 arrêtés sur INTCTL "
                       "pour " WS-TAX-YEAR
                       ", attestations non éditées"
                   MOVE 'Y' TO WS-FAIL-SW
                   MOVE 'Y' TO WS-ICT-EOF
               END-IF
           END-IF.

       SUM-CONTROL-BY-MONTH.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
               UNTIL WS-MON-IX > 12
               MOVE ZERO TO MON-CTL-DATE (WS-MON-IX)
               MOVE ZERO TO MON-CTL-COUNT (WS-MON-IX)
               MOVE ZERO TO MON-CTL-TOTAL (WS-MON-IX)
               MOVE ZERO TO MON-HIST-COUNT (WS-MON-IX)
               MOVE ZERO TO MON-HIST-TOTAL (WS-MON-IX)
           END-PERFORM
           PERFORM VARYING WS-ICD-IX FROM 1 BY 1
               UNTIL WS-ICD-IX > WS-ICD-COUNT
               MOVE ICD-DATE (WS-ICD-IX) TO WS-DATE-WORK
               IF MON-CTL-DATE (WS-DW-MONTH) = ZERO
                   ADD 1 TO WS-MONTH-COUNT
               END-IF
               IF ICD-DATE (WS-ICD-IX) > MON-CTL-DATE (WS-DW-MONTH)
                   MOVE ICD-DATE (WS-ICD-IX)
                       TO MON-CTL-DATE (WS-DW-MONTH)
               END-IF
               ADD ICD-COUNT (WS-ICD-IX) TO MON-CTL-COUNT (WS-DW-MONTH)
               ADD ICD-TOTAL (WS-ICD-IX) TO MON-CTL-TOTAL (WS-DW-MONTH)
               ADD ICD-COUNT (WS-ICD-IX) TO WS-CTL-COUNT
               ADD ICD-TOTAL (WS-ICD-IX) TO WS-CTL-TOTAL
           END-PERFORM.

      *> Only 'IN' postings are interest: MONTHEND credits it under
      *> its own type and B refuses an 'IN' from anywhere else.
      *> The year is read through PSTHRDR from its monthly
      *> generations; a year partly moved to the archive cannot be
      *> certified from the online history.
       LOAD-INTEREST-POSTINGS.
           MOVE 'O' TO PHR-FUNCTION
           COMPUTE PHR-DATE-FROM = WS-TAX-YEAR * 10000 + 101
           COMPUTE PHR-DATE-TO = WS-TAX-YEAR * 10000 + 1231
           CALL "PSTHRDR" USING PSTH-READ-AREA
           IF PHR-FAILED
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               IF PHR-RANGE-ARCHIVED
                   DISPLAY "INTCERT: année " WS-TAX-YEAR
                       " en partie archivée, attestations non "
                       "éditées"
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'R' TO PHR-FUNCTION
                   PERFORM UNTIL HIST-EOF
                       CALL "PSTHRDR" USING PSTH-READ-AREA
                       IF PHR-OK
                           MOVE PHR-POSTING TO PSTH-RECORD
                           MOVE PSTH-POST-DATE TO WS-DATE-WORK
                           IF PSTH-TRAN-TYPE = "IN"
                               PERFORM KEEP-INTEREST-POSTING
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-HIST-EOF
                           IF PHR-FAILED
                               MOVE 'Y' TO WS-FAIL-SW
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE 'C' TO PHR-FUNCTION
           CALL "PSTHRDR" USING PSTH-READ-AREA.

      *> The account table is kept in account order as it fills, so
      *> the certificates and the declaration come out sorted.
       KEEP-INTEREST-POSTING.
           ADD 1 TO WS-HIST-COUNT
           ADD PSTH-AMOUNT TO WS-HIST-TOTAL
           ADD 1 TO MON-HIST-COUNT (WS-DW-MONTH)
           ADD PSTH-AMOUNT TO MON-HIST-TOTAL (WS-DW-MONTH)
           MOVE 1 TO WS-ACC-IX
           PERFORM UNTIL WS-ACC-IX > WS-ACC-COUNT
               OR ACC-ACCOUNT-NO (WS-ACC-IX) NOT < PSTH-ACCOUNT-NO
               ADD 1 TO WS-ACC-IX
           END-PERFORM
           IF WS-ACC-IX > WS-ACC-COUNT
               OR ACC-ACCOUNT-NO (WS-ACC-IX) NOT = PSTH-ACCOUNT-NO
               PERFORM INSERT-ACCOUNT-ENTRY
           END-IF
           IF NOT CERTIFICATE-FAILED
               ADD 1 TO ACC-POST-COUNT (WS-ACC-IX)
               ADD PSTH-AMOUNT TO ACC-TOTAL (WS-ACC-IX)
               ADD PSTH-AMOUNT
                   TO ACC-MONTH-AMT (WS-ACC-IX, WS-DW-MONTH)
           END-IF.

       INSERT-ACCOUNT-ENTRY.
           IF WS-ACC-COUNT < 5000
               PERFORM VARYING WS-SHIFT-IX FROM WS-ACC-COUNT BY -1
                   UNTIL WS-SHIFT-IX < WS-ACC-IX
                   MOVE WS-ACC-ENTRY (WS-SHIFT-IX)
                       TO WS-ACC-ENTRY (WS-SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO WS-ACC-COUNT
               MOVE PSTH-ACCOUNT-NO TO ACC-ACCOUNT-NO (WS-ACC-IX)
               MOVE ZERO TO ACC-POST-COUNT (WS-ACC-IX)
               MOVE ZERO TO ACC-TOTAL (WS-ACC-IX)
               PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > 12
                   MOVE ZERO TO ACC-MONTH-AMT (WS-ACC-IX, WS-MON-IX)
               END-PERFORM
           ELSE
               DISPLAY "INTCERT: table des comptes saturée (5000), "
                   "attestations non éditées"
               MOVE 'Y' TO WS-FAIL-SW
               MOVE 'Y' TO WS-HIST-EOF
           END-IF.

      *> Every month must tie, in count and in amount, between the
      *> interest MONTHEND generated and the interest POSTTRAN
      *> posted: a return that does not tie is never produced.
       CHECK-CONTROL-TIE.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
               UNTIL WS-MON-IX > 12
               IF MON-HIST-COUNT (WS-MON-IX)
                       NOT = MON-CTL-COUNT (WS-MON-IX)
                   OR MON-HIST-TOTAL (WS-MON-IX)
                       NOT = MON-CTL-TOTAL (WS-MON-IX)
                   MOVE 'N' TO WS-TIE-SW
               END-IF
           END-PERFORM
           IF NOT CONTROL-TIED
               DISPLAY "INTCERT: intérêts postés différents des "
                   "intérêts générés, déclaration non produite"
           END-IF.

      *> A certificate goes to every holder of an account, each
      *> addressed to that holder, and each holder has a 'DT' on
      *> the declaration.  Interest on an account whose holder
      *> cannot be named is still certified and declared, so the
      *> return ties, but the account is listed on INTRPT.
       WRITE-CERTIFICATES.
           PERFORM OPEN-HOLDER-FILES
           IF NOT CERTIFICATE-FAILED
               OPEN OUTPUT CERTIFICATE-REPORT
               IF WS-CRT-STATUS NOT = "00"
                   CLOSE CUSTOMER-MASTER
                   CLOSE ACCOUNT-LINK
                   DISPLAY "INTCERT: impossible d'ouvrir INTCRT, "
                       "statut " WS-CRT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   OPEN OUTPUT DECLARATION-FILE
                   IF WS-IDC-STATUS NOT = "00"
                       CLOSE CUSTOMER-MASTER
                       CLOSE ACCOUNT-LINK
                       CLOSE CERTIFICATE-REPORT
                       DISPLAY "INTCERT: impossible d'ouvrir "
                           "INTDECL, statut " WS-IDC-STATUS
                       MOVE 'Y' TO WS-FAIL-SW
                   ELSE
                       PERFORM WRITE-DECLARATION-HEADER
                       PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                           UNTIL WS-ACC-IX > WS-ACC-COUNT
                           PERFORM CERTIFY-ONE-ACCOUNT
                       END-PERFORM
                       IF WS-ACC-COUNT = ZERO
                           MOVE "Aucun intérêt crédité sur l'année"
                               TO ICR-REPORT-LINE
                           WRITE ICR-REPORT-LINE
                       END-IF
                       PERFORM WRITE-DECLARATION-TRAILER
                       CLOSE CUSTOMER-MASTER
                       CLOSE ACCOUNT-LINK
                       CLOSE CERTIFICATE-REPORT
                       CLOSE DECLARATION-FILE
                   END-IF
               END-IF
           END-IF.

       OPEN-HOLDER-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "INTCERT: impossible d'ouvrir CUSTMAST, "
                   "statut " WS-CUST-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN INPUT ACCOUNT-LINK
               IF WS-ACL-STATUS NOT = "00"
                   CLOSE CUSTOMER-MASTER
                   DISPLAY "INTCERT: impossible d'ouvrir ACCTCUST, "
                       "statut " WS-ACL-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               END-IF
           END-IF.

       CERTIFY-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACL-FOUND-SW
           MOVE ACC-ACCOUNT-NO (WS-ACC-IX) TO ACL-ACCOUNT-NO
           READ ACCOUNT-LINK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACL-HOLDER-COUNT > ZERO
                       MOVE 'Y' TO WS-ACL-FOUND-SW
                   END-IF
           END-READ
           IF ACCOUNT-HAS-HOLDERS
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > ACL-HOLDER-COUNT
                   PERFORM CERTIFY-ONE-HOLDER
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-CUST-FOUND-SW
               MOVE 'T' TO WS-ANO-KIND
               MOVE ZERO TO CUST-CUSTOMER-NO
               PERFORM NOTE-HOLDER-ANOMALY
               PERFORM PRINT-ONE-CERTIFICATE
               PERFORM WRITE-DECLARATION-DETAIL
           END-IF.

       CERTIFY-ONE-HOLDER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ACL-CUSTOMER-NO (WS-HX) TO CUST-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ
           IF NOT HOLDER-ON-FILE
               MOVE 'C' TO WS-ANO-KIND
               MOVE ACL-CUSTOMER-NO (WS-HX) TO CUST-CUSTOMER-NO
               PERFORM NOTE-HOLDER-ANOMALY
           ELSE
               IF CUST-TAX-RESIDENCE = SPACES
                   MOVE 'R' TO WS-ANO-KIND
                   PERFORM NOTE-HOLDER-ANOMALY
               END-IF
           END-IF
           PERFORM PRINT-ONE-CERTIFICATE
           PERFORM WRITE-DECLARATION-DETAIL.

      *> Only the first 500 anomalies are listed on INTRPT; the
      *> count covers them all.
       NOTE-HOLDER-ANOMALY.
           ADD 1 TO WS-ANO-COUNT
           IF WS-ANO-COUNT NOT > 500
               MOVE ACC-ACCOUNT-NO (WS-ACC-IX)
                   TO ANO-ACCOUNT-NO (WS-ANO-COUNT)
               MOVE CUST-CUSTOMER-NO TO ANO-CUSTOMER-NO (WS-ANO-COUNT)
               MOVE WS-ANO-KIND TO ANO-KIND (WS-ANO-COUNT)
           END-IF.

       PRINT-ONE-CERTIFICATE.
           MOVE WS-TAX-YEAR TO WS-CRH-YEAR
           MOVE WS-CRT-HEADING TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           MOVE ACC-ACCOUNT-NO (WS-ACC-IX) TO WS-CRA-ACCOUNT
           MOVE WS-RUN-DATE TO WS-CRA-DATE
           MOVE WS-CRT-ACCOUNT-LINE TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           IF DECL-AMENDED
               MOVE WS-CRT-AMENDED-LINE TO ICR-REPORT-LINE
               WRITE ICR-REPORT-LINE
           END-IF
           MOVE SPACES TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           PERFORM PRINT-HOLDER-BLOCK
           MOVE WS-CRT-COLUMN-HEADING TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
               UNTIL WS-MON-IX > 12
               MOVE WS-MON-IX TO WS-CRM-MONTH
               MOVE WS-TAX-YEAR TO WS-CRM-YEAR
               MOVE ACC-MONTH-AMT (WS-ACC-IX, WS-MON-IX)
                   TO WS-CRM-AMOUNT
               MOVE WS-CRT-MONTH-LINE TO ICR-REPORT-LINE
               WRITE ICR-REPORT-LINE
           END-PERFORM
           MOVE ACC-TOTAL (WS-ACC-IX) TO WS-CRT-TOTAL
           MOVE WS-CRT-TOTAL-LINE TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           MOVE SPACES TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE.

      *> The certificate is addressed to the holder it is made out
      *> for, laid out like the holder block of a statement, with
      *> the tax residence the declaration carries.
       PRINT-HOLDER-BLOCK.
           IF NOT ACCOUNT-HAS-HOLDERS
               MOVE "ATTENTION : compte sans titulaire"
                   TO ICR-REPORT-LINE
               WRITE ICR-REPORT-LINE
           ELSE
               IF ACL-PRIMARY (WS-HX)
                   MOVE "TITULAIRE   : " TO WS-HLD-LABEL
               ELSE
                   MOVE "COTITULAIRE : " TO WS-HLD-LABEL
               END-IF
               IF NOT HOLDER-ON-FILE
                   MOVE ACL-CUSTOMER-NO (WS-HX) TO WS-MSH-CUSTOMER
                   MOVE WS-MISSING-HOLDER TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
               ELSE
                   MOVE CUST-NAME TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
                   MOVE SPACES TO WS-HLD-LABEL
                   MOVE CUST-ADDRESS-1 TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
                   IF CUST-ADDRESS-2 NOT = SPACES
                       MOVE CUST-ADDRESS-2 TO WS-HLD-TEXT
                       MOVE WS-HOLDER-LINE TO ICR-REPORT-LINE
                       WRITE ICR-REPORT-LINE
                   END-IF
                   MOVE CUST-POSTAL-CODE TO WS-TWN-POSTAL-CODE
                   MOVE CUST-CITY TO WS-TWN-CITY
                   MOVE CUST-COUNTRY TO WS-TWN-COUNTRY
                   MOVE WS-TOWN-TEXT TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
                   MOVE CUST-TAX-RESIDENCE TO WS-RSD-COUNTRY
                   MOVE WS-RESIDENCE-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
               END-IF
               IF ACL-HOLDER-COUNT > 1
                   MOVE ACL-HOLDER-COUNT TO WS-JNT-COUNT
                   MOVE WS-JOINT-LINE TO ICR-REPORT-LINE
                   WRITE ICR-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE.

       WRITE-DECLARATION-HEADER.
           MOVE SPACES TO IDC-RECORD
           MOVE 'HD' TO IDC-REC-TYPE
           MOVE WS-TAX-YEAR TO IDC-TAX-YEAR
           MOVE WS-RUN-DATE TO IDH-RUN-DATE
           MOVE WS-DECL-KIND TO IDH-DECL-KIND
           WRITE IDC-HEADER-RECORD.

       WRITE-DECLARATION-DETAIL.
           MOVE SPACES TO IDC-RECORD
           MOVE 'DT' TO IDC-REC-TYPE
           MOVE WS-TAX-YEAR TO IDC-TAX-YEAR
           MOVE ACC-ACCOUNT-NO (WS-ACC-IX) TO IDC-ACCOUNT-NO
           MOVE ACC-TOTAL (WS-ACC-IX) TO IDC-INTEREST
           MOVE ACC-POST-COUNT (WS-ACC-IX) TO IDC-POST-COUNT
           IF ACCOUNT-HAS-HOLDERS
               MOVE ACL-CUSTOMER-NO (WS-HX) TO IDC-CUSTOMER-NO
               MOVE ACL-ROLE (WS-HX) TO IDC-HOLDER-ROLE
               IF HOLDER-ON-FILE
                   MOVE CUST-TAX-RESIDENCE TO IDC-TAX-RESIDENCE
               END-IF
           ELSE
               MOVE ZERO TO IDC-CUSTOMER-NO
           END-IF
           WRITE IDC-RECORD
           ADD 1 TO WS-DTL-COUNT
           IF NOT IDC-JOINT-HOLDER
               ADD ACC-TOTAL (WS-ACC-IX) TO WS-DTL-TOTAL
           END-IF.

       WRITE-DECLARATION-TRAILER.
           MOVE SPACES TO IDC-RECORD
           MOVE 'TR' TO IDC-REC-TYPE
           MOVE WS-TAX-YEAR TO IDC-TAX-YEAR
           MOVE WS-DTL-COUNT TO IDT-DETAIL-COUNT
           MOVE WS-DTL-TOTAL TO IDT-INTEREST-TOTAL
           MOVE WS-MONTH-COUNT TO IDT-MONTH-COUNT
           MOVE WS-CTL-TOTAL TO IDT-CONTROL-TOTAL
           WRITE IDC-TRAILER-RECORD.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "INTCERT: impossible d'ouvrir INTRPT, "
                   "statut " WS-RPT-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE WS-TAX-YEAR TO WS-RPH-YEAR
               IF DECL-AMENDED
                   MOVE "RECTIFICATIVE" TO WS-RPH-KIND
               ELSE
                   MOVE "INITIALE" TO WS-RPH-KIND
               END-IF
               MOVE WS-RUN-DATE TO WS-RPH-DATE
               MOVE WS-RPT-HEADING TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
               MOVE SPACES TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
               MOVE WS-RPT-COLUMN-HEADING TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
               PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > 12
                   PERFORM PRINT-ONE-MONTH
               END-PERFORM
               MOVE SPACES TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
               IF WS-ANO-COUNT > ZERO
                   PERFORM PRINT-HOLDER-ANOMALIES
               END-IF
               PERFORM PRINT-CONTROL-TOTALS
               CLOSE CONTROL-REPORT
           END-IF.

       PRINT-ONE-MONTH.
           MOVE WS-MON-IX TO WS-RPM-MONTH
           MOVE MON-CTL-DATE (WS-MON-IX) TO WS-RPM-DATE
           MOVE MON-CTL-COUNT (WS-MON-IX) TO WS-RPM-CTL-COUNT
           MOVE MON-CTL-TOTAL (WS-MON-IX) TO WS-RPM-CTL-TOTAL
           MOVE MON-HIST-COUNT (WS-MON-IX) TO WS-RPM-HIST-COUNT
           MOVE MON-HIST-TOTAL (WS-MON-IX) TO WS-RPM-HIST-TOTAL
           IF MON-HIST-COUNT (WS-MON-IX)
                   NOT = MON-CTL-COUNT (WS-MON-IX)
               OR MON-HIST-TOTAL (WS-MON-IX)
                   NOT = MON-CTL-TOTAL (WS-MON-IX)
               MOVE "ECART" TO WS-RPM-FLAG
           ELSE
               IF MON-CTL-DATE (WS-MON-IX) = ZERO
                   MOVE "ABSNT" TO WS-RPM-FLAG
               ELSE
                   MOVE SPACES TO WS-RPM-FLAG
               END-IF
           END-IF
           MOVE WS-RPT-MONTH-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE.

       PRINT-HOLDER-ANOMALIES.
           MOVE WS-RPT-ANOMALY-HEADING TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           PERFORM VARYING WS-ANO-IX FROM 1 BY 1
               UNTIL WS-ANO-IX > WS-ANO-COUNT OR WS-ANO-IX > 500
               MOVE ANO-ACCOUNT-NO (WS-ANO-IX) TO WS-RPA-ACCOUNT
               IF ANO-NO-HOLDER (WS-ANO-IX)
                   MOVE "AUCUN TITULAIRE SUR ACCTCUST" TO WS-RPA-TEXT
               END-IF
               IF ANO-NO-CUSTOMER (WS-ANO-IX)
                   MOVE ANO-CUSTOMER-NO (WS-ANO-IX) TO WS-MSH-CUSTOMER
                   MOVE WS-MISSING-HOLDER TO WS-RPA-TEXT
               END-IF
               IF ANO-NO-RESIDENCE (WS-ANO-IX)
                   MOVE ANO-CUSTOMER-NO (WS-ANO-IX) TO WS-NRS-CUSTOMER
                   MOVE WS-NO-RESIDENCE TO WS-RPA-TEXT
               END-IF
               MOVE WS-RPT-ANOMALY-LINE TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
           END-PERFORM
           IF WS-ANO-COUNT > 500
               MOVE "LISTE LIMITEE AUX 500 PREMIERES ANOMALIES"
                   TO INT-REPORT-LINE
               WRITE INT-REPORT-LINE
           END-IF
           MOVE SPACES TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE "MOIS D'INTERETS TROUVES : " TO WS-CNT-LABEL
           MOVE WS-MONTH-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           MOVE "INTERETS GENERES        : " TO WS-TOT-LABEL
           MOVE WS-CTL-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           MOVE "INTERETS POSTES         : " TO WS-TOT-LABEL
           MOVE WS-HIST-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           MOVE "ATTESTATIONS EDITEES    : " TO WS-CNT-LABEL
           MOVE WS-DTL-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           MOVE "ANOMALIES TITULAIRES    : " TO WS-CNT-LABEL
           MOVE WS-ANO-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           MOVE "INTERETS DECLARES       : " TO WS-TOT-LABEL
           MOVE WS-DTL-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO INT-REPORT-LINE
           WRITE INT-REPORT-LINE
           IF CONTROL-TIED
               MOVE "DECLARATION PRODUITE" TO INT-REPORT-LINE
           ELSE
               MOVE "ECART - DECLARATION ET ATTESTATIONS NON PRODUITES"
                   TO INT-REPORT-LINE
           END-IF
           WRITE INT-REPORT-LINE.
       END PROGRAM INTCERT.
