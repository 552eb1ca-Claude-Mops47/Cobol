      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRMSWEEP.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "DRMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DORMANCY-REPORT ASSIGN TO "DRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY DRMPARM.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  DORMANCY-REPORT.
       COPY DRMRPT.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-ACCT-EOF           PIC X(1)    VALUE 'N'.
           88  ACCT-EOF                      VALUE 'Y'.
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARMS-FOUND                   VALUE 'Y'.
       01  WS-NEW-DORMANT-SW     PIC X(1)    VALUE 'N'.
           88  NEWLY-DORMANT                 VALUE 'Y'.
       01  WS-DORMANCY-MONTHS    PIC 9(3).
       01  WS-CUTOFF-DATE        PIC 9(8).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YYYY       PIC 9(4).
           05  WS-CUT-MM         PIC 9(2).
           05  WS-CUT-DD         PIC 9(2).
       01  WS-MONTH-NUMBER       PIC 9(6).
       01  WS-MONTH-MAX          PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM4          PIC 9(4).
       01  WS-LEAP-REM100        PIC 9(4).
       01  WS-LEAP-REM400        PIC 9(4).
       01  WS-ACCT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-NEW-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-DORMANT-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-NO-DATE-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-DORMANT-BALANCE    PIC S9(13)V99 VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(34)
               VALUE "COMPTES DORMANTS".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-CUTOFF-LINE.
           05  FILLER            PIC X(34)
               VALUE "SANS MOUVEMENT CLIENT DEPUIS LE : ".
           05  WS-CTL-CUTOFF     PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(80)   VALUE
               "COMPTE                  SOLDE  DERN.MVT   DORMANT LE".
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-BALANCE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-LAST-POST  PIC 9(8).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WS-DTL-DORMANT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-NEW        PIC X(7).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL      PIC X(26).
           05  WS-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
       PROG.
           DISPLAY "Vous êtes dans DRMSWEEP, balayage du "
               LS-BUSINESS-DATE.
           PERFORM READ-PARAMETERS.
           IF NOT PARMS-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPUTE-CUTOFF-DATE
               OPEN I-O ACCOUNT-MASTER
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "DRMSWEEP: impossible d'ouvrir ACCTMAST, "
                       "statut " WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT DORMANCY-REPORT
                   IF WS-RPT-STATUS NOT = "00"
                       CLOSE ACCOUNT-MASTER
                       DISPLAY "DRMSWEEP: impossible d'ouvrir "
                           "DRMRPT, statut " WS-RPT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-REPORT-HEADING
                       PERFORM UNTIL ACCT-EOF
                           READ ACCOUNT-MASTER
                               AT END
                                   MOVE 'Y' TO WS-ACCT-EOF
                               NOT AT END
                                   PERFORM SWEEP-ONE-ACCOUNT
                           END-READ
                       END-PERFORM
                       PERFORM WRITE-REPORT-TOTALS
                       CLOSE ACCOUNT-MASTER
                       CLOSE DORMANCY-REPORT
                       DISPLAY "DRMSWEEP: " WS-NEW-COUNT
                           " compte(s) passé(s) dormant(s), "
                           WS-DORMANT-COUNT " dormant(s) au total"
                       IF WS-NO-DATE-COUNT > ZERO
                           DISPLAY "DRMSWEEP: " WS-NO-DATE-COUNT
                               " compte(s) ouvert(s) sans date de "
                               "dernier mouvement, non évalué(s)"
                       END-IF
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "DRMSWEEP: impossible d'ouvrir DRMPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "DRMSWEEP: DRMPARM vide, balayage "
                           "impossible"
                   NOT AT END
                       IF DRP-DORMANCY-MONTHS NOT NUMERIC
                           OR DRP-DORMANCY-MONTHS = ZERO
                           DISPLAY "DRMSWEEP: seuil de dormance "
                               "invalide dans DRMPARM"
                       ELSE
                           MOVE DRP-DORMANCY-MONTHS
                               TO WS-DORMANCY-MONTHS
                           MOVE 'Y' TO WS-PARM-FOUND-SW
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      *> The cutoff is the business date moved back by the
      *> threshold in months; a day that does not exist in the
      *> target month (31 into a 30-day month, 29 February in a
      *> common year) falls back to that month's last day.
       COMPUTE-CUTOFF-DATE.
           MOVE LS-BUSINESS-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-MONTH-NUMBER = WS-CUT-YYYY * 12 + WS-CUT-MM - 1
               - WS-DORMANCY-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUT-YYYY REMAINDER WS-CUT-MM
           ADD 1 TO WS-CUT-MM
           MOVE 31 TO WS-MONTH-MAX
           IF WS-CUT-MM = 4 OR WS-CUT-MM = 6
               OR WS-CUT-MM = 9 OR WS-CUT-MM = 11
               MOVE 30 TO WS-MONTH-MAX
           END-IF
           IF WS-CUT-MM = 2
               MOVE 28 TO WS-MONTH-MAX
               DIVIDE WS-CUT-YYYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
               DIVIDE WS-CUT-YYYY BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
               DIVIDE WS-CUT-YYYY BY 400
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
               IF WS-LEAP-REM4 = ZERO
                   AND (WS-LEAP-REM100 NOT = ZERO
                       OR WS-LEAP-REM400 = ZERO)
                   MOVE 29 TO WS-MONTH-MAX
               END-IF
           END-IF
           IF WS-CUT-DD > WS-MONTH-MAX
               MOVE WS-MONTH-MAX TO WS-CUT-DD
           END-IF.

      *> Only open accounts are swept (a space status predates the
      *> status byte and counts as open).  ACCT-LAST-POST-DATE only
      *> moves on customer postings, so month-end accruals and the
      *> other 'SYS' items never keep an account alive.  An open
      *> account with no date at all is left alone and counted:
      *> there is nothing to measure its inactivity against.
      *> Every dormant account is listed, not only today's, since
      *> the report feeds the unclaimed-balance return.
       SWEEP-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-NEW-DORMANT-SW
           IF ACCT-OPEN OR ACCT-STATUS = SPACE
               IF ACCT-LAST-POST-DATE = ZERO
                   ADD 1 TO WS-NO-DATE-COUNT
               ELSE
                   IF ACCT-LAST-POST-DATE < WS-CUTOFF-DATE
                       MOVE 'D' TO ACCT-STATUS
                       MOVE LS-BUSINESS-DATE TO ACCT-DORMANT-DATE
                       REWRITE ACCT-MASTER-RECORD
                       ADD 1 TO WS-NEW-COUNT
                       MOVE 'Y' TO WS-NEW-DORMANT-SW
                   END-IF
               END-IF
           END-IF
           IF ACCT-DORMANT
               PERFORM REPORT-DORMANT-ACCOUNT
           END-IF.

       REPORT-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT
           ADD ACCT-BALANCE TO WS-DORMANT-BALANCE
           MOVE ACCT-ACCOUNT-NO TO WS-DTL-ACCOUNT
           MOVE ACCT-BALANCE TO WS-DTL-BALANCE
           MOVE ACCT-LAST-POST-DATE TO WS-DTL-LAST-POST
           MOVE ACCT-DORMANT-DATE TO WS-DTL-DORMANT
           IF NEWLY-DORMANT
               MOVE "NOUVEAU" TO WS-DTL-NEW
           ELSE
               MOVE SPACES TO WS-DTL-NEW
           END-IF
           MOVE WS-DETAIL-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE LS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE WS-CUTOFF-DATE TO WS-CTL-CUTOFF
           MOVE WS-CUTOFF-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE SPACES TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE WS-COLUMN-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE "COMPTES EXAMINES        : " TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE "NOUVEAUX DORMANTS       : " TO WS-CNT-LABEL
           MOVE WS-NEW-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE "COMPTES DORMANTS        : " TO WS-CNT-LABEL
           MOVE WS-DORMANT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE "SOLDE DES DORMANTS      : " TO WS-TOT-LABEL
           MOVE WS-DORMANT-BALANCE TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE
           MOVE "OUVERTS SANS DATE       : " TO WS-CNT-LABEL
           MOVE WS-NO-DATE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO DRM-REPORT-LINE
           WRITE DRM-REPORT-LINE.
       END PROGRAM DRMSWEEP.
