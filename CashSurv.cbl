      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHSURV.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT VALID-TRAN-FILE ASSIGN TO "VALTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.
           SELECT CLEARED-ALERT-FILE ASSIGN TO "ALRTCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "ALRTDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-STATUS.
           SELECT ALERT-REPORT ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY SRVPARM.
       FD  VALID-TRAN-FILE.
       COPY TRANREC.
       FD  CLEARED-ALERT-FILE.
       COPY ALRCLR.
       FD  DISPOSITION-FILE.
       COPY ALRDSP.
       FD  ALERT-FILE.
       COPY ALRREC.
       FD  ALERT-REPORT.
       COPY ALRRPT.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-VAL-STATUS         PIC X(2).
       01  WS-CLR-STATUS         PIC X(2).
       01  WS-DSP-STATUS         PIC X(2).
       01  WS-ALR-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-IN-EOF             PIC X(1).
           88  IN-EOF                        VALUE 'Y'.
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARM-FOUND                    VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  SURVEILLANCE-FAILED           VALUE 'Y'.
       01  WS-WARN-SW            PIC X(1)    VALUE 'N'.
           88  SURVEILLANCE-WARNING          VALUE 'Y'.
       01  WS-CLR-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.
       01  WS-SEL-SW             PIC X(1).
           88  MOVEMENT-SELECTED             VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-INT       PIC 9(8).
       01  WS-WORK-INT           PIC 9(8).
       01  WS-WINDOW-START       PIC 9(8).
       01  WS-HISTORY-START      PIC 9(8).
       01  WS-EARLIEST-DATE      PIC 9(8).
       01  WS-STRUCT-FLOOR       PIC 9(9)V99.
       01  WS-VELOCITY-LIMIT     PIC 9(13)V99.
       01  WS-CUR-ACCOUNT-NO     PIC 9(8).
       01  WS-CUR-DATE           PIC 9(8).
       01  WS-CUR-TYPE           PIC X(2).
       01  WS-CUR-AMOUNT         PIC S9(9)V99.
       01  WS-CUR-BRANCH         PIC X(3).
       01  WS-CUR-TODAY          PIC X(1).
       01  WS-MV-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-MV-IX              PIC 9(4).
       01  WS-MV-JX              PIC 9(4).
       01  WS-MV-KX              PIC 9(4).
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY OCCURS 5000 TIMES.
               10  MV-ACCOUNT-NO     PIC 9(8).
               10  MV-DATE           PIC 9(8).
               10  MV-TYPE           PIC X(2).
               10  MV-AMOUNT         PIC S9(9)V99.
               10  MV-BRANCH-ID      PIC X(3).
               10  MV-TODAY          PIC X(1).
               10  MV-DONE           PIC X(1).
               10  MV-LC-DONE        PIC X(1).
       01  WS-AC-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-AC-IX              PIC 9(4).
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 5000 TIMES.
               10  AC-ACCOUNT-NO     PIC 9(8).
               10  AC-TODAY-TOTAL    PIC 9(11)V99.
               10  AC-HIST-TOTAL     PIC 9(11)V99.
       01  WS-CL-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-CL-IX              PIC 9(4).
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 5000 TIMES.
               10  CL-ACCOUNT-NO     PIC 9(8).
               10  CL-CHECK          PIC X(2).
               10  CL-ANCHOR-DATE    PIC 9(8).
       01  WS-DS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-DS-IX              PIC 9(3).
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 500 TIMES.
               10  DS-ACCOUNT-NO     PIC 9(8).
               10  DS-CHECK          PIC X(2).
               10  DS-ANCHOR-DATE    PIC 9(8).
               10  DS-DISPOSITION    PIC X(1).
               10  DS-OPER-ID        PIC X(6).
               10  DS-COMMENT        PIC X(30).
               10  DS-STATE          PIC X(1).
                   88  DS-PENDING                VALUE 'P'.
                   88  DS-APPLIED                VALUE 'A'.
                   88  DS-REFUSED                VALUE 'R'.
               10  DS-RESULT         PIC X(26).
       01  WS-AL-ACCOUNT-NO      PIC 9(8).
       01  WS-AL-CHECK           PIC X(2).
       01  WS-AL-ANCHOR-DATE     PIC 9(8).
       01  WS-AL-BRANCH-ID       PIC X(3).
       01  WS-AL-LATEST-DATE     PIC 9(8).
       01  WS-AL-COUNT           PIC 9(4).
       01  WS-AL-TOTAL           PIC 9(11)V99.
       01  WS-AL-BASELINE        PIC 9(11)V99.
       01  WS-TODAY-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-HIST-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-LC-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-ST-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-VE-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-SUPPRESSED-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-ALERT-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(44)
               VALUE "SURVEILLANCE DES MOUVEMENTS D'ESPECES".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-PARM-LINE-1.
           05  FILLER            PIC X(20)
               VALUE "SEUIL DE DECLARATION".
           05  WS-PRM-THRESHOLD  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(12)   VALUE "   FENETRE: ".
           05  WS-PRM-WINDOW     PIC ZZ9.
           05  FILLER            PIC X(2)    VALUE " J".
       01  WS-PARM-LINE-2.
           05  FILLER            PIC X(16)
               VALUE "FRACTIONNEMENT: ".
           05  WS-PRM-MIN-COUNT  PIC Z9.
           05  FILLER            PIC X(14)   VALUE " MVTS DE PLUS ".
           05  FILLER            PIC X(3)    VALUE "DE ".
           05  WS-PRM-PERCENT    PIC ZZ9.
           05  FILLER            PIC X(15)   VALUE "% DU SEUIL".
           05  FILLER            PIC X(11)   VALUE "VELOCITE: X".
           05  WS-PRM-FACTOR     PIC ZZ9.
           05  FILLER            PIC X(4)    VALUE " SUR".
           05  WS-PRM-HISTORY    PIC ZZZ9.
           05  FILLER            PIC X(2)    VALUE " J".
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(10)   VALUE "COMPTE".
           05  FILLER            PIC X(7)    VALUE "AG.".
           05  FILLER            PIC X(16)   VALUE "CONTROLE".
           05  FILLER            PIC X(10)   VALUE "DATE REF".
           05  FILLER            PIC X(6)    VALUE " NB.".
           05  FILLER            PIC X(17)   VALUE
               "            TOTAL".
       01  WS-ALERT-LINE.
           05  WS-ALL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ALL-BRANCH     PIC X(3).
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  WS-ALL-CHECK      PIC X(14).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ALL-ANCHOR     PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ALL-COUNT      PIC ZZZ9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ALL-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BASELINE-LINE.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  FILLER            PIC X(33)
               VALUE "MOYENNE JOURNALIERE HISTORIQUE : ".
           05  WS-BSL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MOVEMENT-LINE.
           05  FILLER            PIC X(10)   VALUE SPACES.
           05  WS-MVL-DATE       PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-MVL-BRANCH     PIC X(3).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-MVL-TYPE       PIC X(2).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-MVL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISPOSITION-LINE.
           05  WS-DSL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DSL-CHECK      PIC X(2).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DSL-ANCHOR     PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DSL-DISPOSITION PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DSL-OPER       PIC X(6).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DSL-RESULT     PIC X(26).
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.
       COPY AUTHCHK.
       COPY PSTHREC.
       COPY PHRAREA.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(4) COMP.
           05  LS-RUN-DATE       PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans CASHSURV".
           IF LS-PARM-LEN > ZERO AND LS-RUN-DATE IS NUMERIC
               MOVE LS-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM READ-PARAMETERS
           IF NOT SURVEILLANCE-FAILED
               PERFORM SET-SURVEILLANCE-DATES
               PERFORM LOAD-TODAYS-MOVEMENTS
           END-IF
           IF NOT SURVEILLANCE-FAILED
               PERFORM LOAD-POSTING-HISTORY
           END-IF
           IF NOT SURVEILLANCE-FAILED
               PERFORM LOAD-CLEARED-ALERTS
           END-IF
           IF NOT SURVEILLANCE-FAILED
               PERFORM LOAD-DISPOSITIONS
           END-IF
           IF NOT SURVEILLANCE-FAILED
               PERFORM WRITE-ALERTS-AND-REPORT
           END-IF
           IF NOT SURVEILLANCE-FAILED AND WS-APPLIED-COUNT > ZERO
               PERFORM RECORD-DISPOSITIONS
           END-IF
           IF SURVEILLANCE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CASHSURV: " WS-ALERT-COUNT
                   " alerte(s) ouverte(s), " WS-APPLIED-COUNT
                   " classée(s) ce jour, " WS-REFUSED-COUNT
                   " disposition(s) refusée(s)"
               IF WS-ALERT-COUNT > ZERO
                   OR WS-REFUSED-COUNT > ZERO
                   OR SURVEILLANCE-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *> Thresholds and windows live on SRVPARM so compliance can
      *> tune them without a recompile.  Values that would alert
      *> on every account (or on none) are refused outright.
       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "CASHSURV: impossible d'ouvrir SRVPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "CASHSURV: SRVPARM vide, "
                           "surveillance impossible"
                   NOT AT END
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF PARM-FOUND
               IF SRV-REPORT-THRESHOLD NOT NUMERIC
                   OR SRV-STRUCT-PERCENT NOT NUMERIC
                   OR SRV-WINDOW-DAYS NOT NUMERIC
                   OR SRV-STRUCT-MIN-COUNT NOT NUMERIC
                   OR SRV-HISTORY-DAYS NOT NUMERIC
                   OR SRV-VELOCITY-FACTOR NOT NUMERIC
                   OR SRV-VELOCITY-FLOOR NOT NUMERIC
                   MOVE 'N' TO WS-PARM-FOUND-SW
               ELSE
                   IF SRV-REPORT-THRESHOLD = ZERO
                       OR SRV-STRUCT-PERCENT = ZERO
                       OR SRV-STRUCT-PERCENT > 99
                       OR SRV-WINDOW-DAYS = ZERO
                       OR SRV-STRUCT-MIN-COUNT < 2
                       OR SRV-HISTORY-DAYS = ZERO
                       OR SRV-VELOCITY-FACTOR = ZERO
                       MOVE 'N' TO WS-PARM-FOUND-SW
                   END-IF
               END-IF
               IF NOT PARM-FOUND
                   DISPLAY "CASHSURV: SRVPARM incohérent, "
                       "surveillance impossible"
               END-IF
           END-IF
           IF NOT PARM-FOUND
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

      *> The window ends on the run date; the velocity history is
      *> the days just before it, so the day being judged is never
      *> part of its own baseline.
       SET-SURVEILLANCE-DATES.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WORK-INT = WS-RUN-DATE-INT - SRV-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-RUN-DATE-INT - SRV-HISTORY-DAYS
           COMPUTE WS-HISTORY-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-HISTORY-START < WS-WINDOW-START
               MOVE WS-HISTORY-START TO WS-EARLIEST-DATE
           ELSE
               MOVE WS-WINDOW-START TO WS-EARLIEST-DATE
           END-IF
           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               SRV-REPORT-THRESHOLD * SRV-STRUCT-PERCENT / 100.

      *> The day's movements come from VALTFILE rather than
      *> POSTHIST: an attempt POSTTRAN refused for funds or for the
      *> account is as telling as one it posted.
       LOAD-TODAYS-MOVEMENTS.
           OPEN INPUT VALID-TRAN-FILE
           IF WS-VAL-STATUS NOT = "00"
               DISPLAY "CASHSURV: impossible d'ouvrir VALTFILE, "
                   "statut " WS-VAL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   READ VALID-TRAN-FILE
                       AT END
                           MOVE 'Y' TO WS-IN-EOF
                       NOT AT END
                           MOVE TRAN-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
                           MOVE WS-RUN-DATE TO WS-CUR-DATE
                           MOVE TRAN-TYPE TO WS-CUR-TYPE
                           MOVE TRAN-AMOUNT TO WS-CUR-AMOUNT
                           MOVE TRAN-BRANCH-ID TO WS-CUR-BRANCH
                           MOVE 'Y' TO WS-CUR-TODAY
                           IF TRAN-AMOUNT NUMERIC
                               PERFORM TAKE-CASH-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALID-TRAN-FILE
           END-IF.

      *> The posting history supplies the earlier days of the
      *> window and the account's history, through PSTHRDR, which
      *> reads the closed months only as far as those dates need.
      *> The run date's own postings are skipped: they are already
      *> in from VALTFILE.  Only accounts that moved today need a
      *> velocity history.
       LOAD-POSTING-HISTORY.
           MOVE 'O' TO PHR-FUNCTION
           MOVE WS-EARLIEST-DATE TO PHR-DATE-FROM
           MOVE WS-RUN-DATE TO PHR-DATE-TO
           CALL "PSTHRDR" USING PSTH-READ-AREA
           IF PHR-FAILED
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'R' TO PHR-FUNCTION
               MOVE 'N' TO WS-IN-EOF
               PERFORM UNTIL IN-EOF
                   CALL "PSTHRDR" USING PSTH-READ-AREA
                   IF PHR-OK
                       MOVE PHR-POSTING TO PSTH-RECORD
                       IF PSTH-POST-DATE < WS-RUN-DATE
                           PERFORM TAKE-HISTORY-POSTING
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-IN-EOF
                       IF PHR-FAILED
                           MOVE 'Y' TO WS-FAIL-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'C' TO PHR-FUNCTION
           CALL "PSTHRDR" USING PSTH-READ-AREA
           IF SURVEILLANCE-FAILED
               DISPLAY "CASHSURV: historique des écritures illisible"
           END-IF.

      *> The velocity baseline is built from the same customer cash
      *> movements as the window: the system's and the standing
      *> orders' postings would only inflate it and hide a burst.
       TAKE-HISTORY-POSTING.
           MOVE PSTH-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
           MOVE PSTH-POST-DATE TO WS-CUR-DATE
           MOVE PSTH-TRAN-TYPE TO WS-CUR-TYPE
           MOVE PSTH-AMOUNT TO WS-CUR-AMOUNT
           MOVE PSTH-BRANCH-ID TO WS-CUR-BRANCH
           MOVE 'N' TO WS-CUR-TODAY
           IF PSTH-POST-DATE NOT < WS-WINDOW-START
               PERFORM TAKE-CASH-MOVEMENT
           END-IF
           IF PSTH-POST-DATE NOT < WS-HISTORY-START
               AND (WS-CUR-TYPE = "DB" OR WS-CUR-TYPE = "CR")
               AND WS-CUR-AMOUNT > ZERO
               AND WS-CUR-BRANCH NOT = "SYS"
               AND WS-CUR-BRANCH NOT = "STO"
               PERFORM FIND-ACCOUNT
               IF ENTRY-FOUND
                   ADD 1 TO WS-HIST-COUNT
                   ADD WS-CUR-AMOUNT TO AC-HIST-TOTAL (WS-AC-IX)
               END-IF
           END-IF.

      *> Only customer cash movements are watched: deposits (CR)
      *> and withdrawals (DB) of a positive amount.  Reversals,
      *> adjustments, fees and transfers between accounts move no
      *> cash, and the bank's own feeds - system postings 'SYS'
      *> and standing orders 'STO' - are not customer cash.
       TAKE-CASH-MOVEMENT.
           IF (WS-CUR-TYPE = "DB" OR WS-CUR-TYPE = "CR")
               AND WS-CUR-AMOUNT > ZERO
               AND WS-CUR-BRANCH NOT = "SYS"
               AND WS-CUR-BRANCH NOT = "STO"
               IF WS-MV-COUNT < 5000
                   ADD 1 TO WS-MV-COUNT
                   MOVE WS-CUR-ACCOUNT-NO
                       TO MV-ACCOUNT-NO (WS-MV-COUNT)
                   MOVE WS-CUR-DATE TO MV-DATE (WS-MV-COUNT)
                   MOVE WS-CUR-TYPE TO MV-TYPE (WS-MV-COUNT)
                   MOVE WS-CUR-AMOUNT TO MV-AMOUNT (WS-MV-COUNT)
                   MOVE WS-CUR-BRANCH TO MV-BRANCH-ID (WS-MV-COUNT)
                   MOVE WS-CUR-TODAY TO MV-TODAY (WS-MV-COUNT)
                   MOVE 'N' TO MV-DONE (WS-MV-COUNT)
                   MOVE 'N' TO MV-LC-DONE (WS-MV-COUNT)
                   IF WS-CUR-TODAY = 'Y'
                       PERFORM COUNT-TODAYS-MOVEMENT
                   END-IF
               ELSE
                   IF NOT SURVEILLANCE-WARNING
                       DISPLAY "CASHSURV: plus de 5000 mouvements "
                           "dans la fenêtre, surveillance incomplète"
                       MOVE 'Y' TO WS-WARN-SW
                   END-IF
               END-IF
           END-IF.

       COUNT-TODAYS-MOVEMENT.
           ADD 1 TO WS-TODAY-COUNT
           PERFORM FIND-ACCOUNT
           IF NOT ENTRY-FOUND
               IF WS-AC-COUNT < 5000
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-IX
                   MOVE WS-CUR-ACCOUNT-NO TO AC-ACCOUNT-NO (WS-AC-IX)
                   MOVE ZERO TO AC-TODAY-TOTAL (WS-AC-IX)
                   MOVE ZERO TO AC-HIST-TOTAL (WS-AC-IX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   IF NOT SURVEILLANCE-WARNING
                       DISPLAY "CASHSURV: plus de 5000 comptes "
                           "mouvementés, surveillance incomplète"
                       MOVE 'Y' TO WS-WARN-SW
                   END-IF
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD WS-CUR-AMOUNT TO AC-TODAY-TOTAL (WS-AC-IX)
           END-IF.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
               UNTIL WS-AC-IX > WS-AC-COUNT OR ENTRY-FOUND
               IF AC-ACCOUNT-NO (WS-AC-IX) = WS-CUR-ACCOUNT-NO
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-AC-IX
           END-IF.

      *> ALRTCLR is cumulative.  An alert whose reference date is
      *> already out of the window can never be raised again, so
      *> only the clearances still inside it are kept in memory.
       LOAD-CLEARED-ALERTS.
           OPEN INPUT CLEARED-ALERT-FILE
           IF WS-CLR-STATUS = "35"
               MOVE 'N' TO WS-CLR-FILE-EXISTS
           ELSE
               IF WS-CLR-STATUS NOT = "00"
                   DISPLAY "CASHSURV: impossible d'ouvrir ALRTCLR, "
                       "statut " WS-CLR-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'N' TO WS-IN-EOF
                   PERFORM UNTIL IN-EOF
                       READ CLEARED-ALERT-FILE
                           AT END
                               MOVE 'Y' TO WS-IN-EOF
                           NOT AT END
                               IF ALC-ANCHOR-DATE NOT <
                                   WS-WINDOW-START
                                   PERFORM KEEP-CLEARED-ALERT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLEARED-ALERT-FILE
               END-IF
           END-IF.

      *> A clearance that cannot be held would let its alert come
      *> back every night, so a full table fails the step.
       KEEP-CLEARED-ALERT.
           IF WS-CL-COUNT < 5000
               ADD 1 TO WS-CL-COUNT
               MOVE ALC-ACCOUNT-NO TO CL-ACCOUNT-NO (WS-CL-COUNT)
               MOVE ALC-CHECK TO CL-CHECK (WS-CL-COUNT)
               MOVE ALC-ANCHOR-DATE TO CL-ANCHOR-DATE (WS-CL-COUNT)
           ELSE
               DISPLAY "CASHSURV: ALRTCLR dépasse 5000 alertes "
                   "classées, surveillance interrompue"
               MOVE 'Y' TO WS-IN-EOF
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

      *> ALRTDISP holds what supervisors keyed since the last run:
      *> the job empties it once this program ends RC 4 or less,
      *> every entry then being applied or refused on ALRTRPT.  No
      *> ALRTDISP means no supervisor dispositioned anything.
       LOAD-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DSP-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-DSP-STATUS NOT = "00"
                   DISPLAY "CASHSURV: impossible d'ouvrir ALRTDISP, "
                       "statut " WS-DSP-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE 'N' TO WS-IN-EOF
                   PERFORM UNTIL IN-EOF
                       READ DISPOSITION-FILE
                           AT END
                               MOVE 'Y' TO WS-IN-EOF
                           NOT AT END
                               PERFORM TAKE-DISPOSITION
                       END-READ
                   END-PERFORM
                   CLOSE DISPOSITION-FILE
               END-IF
           END-IF.

       TAKE-DISPOSITION.
           IF WS-DS-COUNT < 500
               ADD 1 TO WS-DS-COUNT
               MOVE WS-DS-COUNT TO WS-DS-IX
               MOVE ALD-ACCOUNT-NO TO DS-ACCOUNT-NO (WS-DS-IX)
               MOVE ALD-CHECK TO DS-CHECK (WS-DS-IX)
               MOVE ALD-ANCHOR-DATE TO DS-ANCHOR-DATE (WS-DS-IX)
               MOVE ALD-DISPOSITION TO DS-DISPOSITION (WS-DS-IX)
               MOVE ALD-OPER-ID TO DS-OPER-ID (WS-DS-IX)
               MOVE ALD-COMMENT TO DS-COMMENT (WS-DS-IX)
               MOVE 'P' TO DS-STATE (WS-DS-IX)
               MOVE SPACES TO DS-RESULT (WS-DS-IX)
               PERFORM EDIT-DISPOSITION
           ELSE
               DISPLAY "CASHSURV: ALRTDISP dépasse 500 "
                   "dispositions, suite ignorée"
               MOVE 'Y' TO WS-IN-EOF
               MOVE 'Y' TO WS-WARN-SW
           END-IF.

      *> Clearing an alert takes it off the compliance officer's
      *> report for good, so only an active supervisor may do it,
      *> the same check ACCTMNT makes of its requester.
       EDIT-DISPOSITION.
           IF NOT ALD-DISPOSITION-VALID
               MOVE 'R' TO DS-STATE (WS-DS-IX)
               MOVE "CODE DISPOSITION INVALIDE" TO DS-RESULT (WS-DS-IX)
           ELSE
               MOVE ALD-OPER-ID TO CHK-OPER-ID
               CALL "CHKAUTH" USING AUTH-CHECK-AREA
                   ON EXCEPTION
                       MOVE 'R' TO DS-STATE (WS-DS-IX)
                       MOVE "CHKAUTH INDISPONIBLE"
                           TO DS-RESULT (WS-DS-IX)
                   NOT ON EXCEPTION
                       IF NOT (CHK-ACTIVE AND CHK-LEVEL-SUPERVISORY)
                           MOVE 'R' TO DS-STATE (WS-DS-IX)
                           MOVE "SUPERVISEUR NON HABILITE"
                               TO DS-RESULT (WS-DS-IX)
                       END-IF
               END-CALL
           END-IF
           IF DS-PENDING (WS-DS-IX)
               MOVE ALD-ACCOUNT-NO TO WS-AL-ACCOUNT-NO
               MOVE ALD-CHECK TO WS-AL-CHECK
               MOVE ALD-ANCHOR-DATE TO WS-AL-ANCHOR-DATE
               PERFORM FIND-CLEARED-ALERT
               IF ENTRY-FOUND
                   MOVE 'R' TO DS-STATE (WS-DS-IX)
                   MOVE "ALERTE DEJA CLASSEE" TO DS-RESULT (WS-DS-IX)
               END-IF
           END-IF.

       WRITE-ALERTS-AND-REPORT.
           OPEN OUTPUT ALERT-FILE
           IF WS-ALR-STATUS NOT = "00"
               DISPLAY "CASHSURV: impossible d'ouvrir ALRTFILE, "
                   "statut " WS-ALR-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN OUTPUT ALERT-REPORT
               IF WS-RPT-STATUS NOT = "00"
                   CLOSE ALERT-FILE
                   DISPLAY "CASHSURV: impossible d'ouvrir ALRTRPT, "
                       "statut " WS-RPT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM VARYING WS-MV-IX FROM 1 BY 1
                       UNTIL WS-MV-IX > WS-MV-COUNT
                       IF MV-DONE (WS-MV-IX) = 'N'
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
                   IF WS-ALERT-COUNT = ZERO
                       MOVE "AUCUNE ALERTE" TO ALR-REPORT-LINE
                       WRITE ALR-REPORT-LINE
                   END-IF
                   PERFORM REPORT-DISPOSITIONS
                   PERFORM WRITE-SURVEILLANCE-TOTALS
                   CLOSE ALERT-FILE
                   CLOSE ALERT-REPORT
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE SRV-REPORT-THRESHOLD TO WS-PRM-THRESHOLD
           MOVE SRV-WINDOW-DAYS TO WS-PRM-WINDOW
           MOVE WS-PARM-LINE-1 TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE SRV-STRUCT-MIN-COUNT TO WS-PRM-MIN-COUNT
           MOVE SRV-STRUCT-PERCENT TO WS-PRM-PERCENT
           MOVE SRV-VELOCITY-FACTOR TO WS-PRM-FACTOR
           MOVE SRV-HISTORY-DAYS TO WS-PRM-HISTORY
           MOVE WS-PARM-LINE-2 TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE SPACES TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE WS-COLUMN-LINE TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE.

      *> All three checks are run on one account at a time; its
      *> movements are then marked so the account is not taken up
      *> again further down the table.
       CHECK-ONE-ACCOUNT.
           MOVE MV-ACCOUNT-NO (WS-MV-IX) TO WS-AL-ACCOUNT-NO
           PERFORM CHECK-LARGE-CASH
           PERFORM CHECK-STRUCTURING
           PERFORM CHECK-VELOCITY
           PERFORM VARYING WS-MV-JX FROM WS-MV-IX BY 1
               UNTIL WS-MV-JX > WS-MV-COUNT
               IF MV-ACCOUNT-NO (WS-MV-JX) = WS-AL-ACCOUNT-NO
                   MOVE 'Y' TO MV-DONE (WS-MV-JX)
               END-IF
           END-PERFORM.

      *> One alert per account and day for the movements at or
      *> over the reporting threshold.
       CHECK-LARGE-CASH.
           MOVE "LC" TO WS-AL-CHECK
           PERFORM VARYING WS-MV-JX FROM WS-MV-IX BY 1
               UNTIL WS-MV-JX > WS-MV-COUNT
               IF MV-ACCOUNT-NO (WS-MV-JX) = WS-AL-ACCOUNT-NO
                   AND MV-LC-DONE (WS-MV-JX) = 'N'
                   AND MV-AMOUNT (WS-MV-JX) NOT < SRV-REPORT-THRESHOLD
                   MOVE MV-DATE (WS-MV-JX) TO WS-AL-ANCHOR-DATE
                   PERFORM TALLY-ALERT
                   MOVE ZERO TO WS-AL-BASELINE
                   PERFORM EMIT-ALERT
               END-IF
           END-PERFORM.

      *> Several movements each kept just under the threshold on
      *> the same account within the window.  The alert is dated
      *> by the latest of them, so it keeps its identity night
      *> after night until a new one joins the pattern.
       CHECK-STRUCTURING.
           MOVE "ST" TO WS-AL-CHECK
           PERFORM TALLY-ALERT
           IF WS-AL-COUNT NOT < SRV-STRUCT-MIN-COUNT
               MOVE WS-AL-LATEST-DATE TO WS-AL-ANCHOR-DATE
               MOVE ZERO TO WS-AL-BASELINE
               PERFORM EMIT-ALERT
           END-IF.

      *> The day's cash movements against the account's own daily
      *> average over its history.  An account with no history
      *> has a zero average, so any day at or over the floor is
      *> unusual for it.
       CHECK-VELOCITY.
           MOVE WS-AL-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
           PERFORM FIND-ACCOUNT
           IF ENTRY-FOUND
               COMPUTE WS-AL-BASELINE ROUNDED =
                   AC-HIST-TOTAL (WS-AC-IX) / SRV-HISTORY-DAYS
               COMPUTE WS-VELOCITY-LIMIT =
                   WS-AL-BASELINE * SRV-VELOCITY-FACTOR
               IF AC-TODAY-TOTAL (WS-AC-IX) NOT < SRV-VELOCITY-FLOOR
                   AND AC-TODAY-TOTAL (WS-AC-IX) > WS-VELOCITY-LIMIT
                   MOVE "VE" TO WS-AL-CHECK
                   MOVE WS-RUN-DATE TO WS-AL-ANCHOR-DATE
                   PERFORM TALLY-ALERT
                   PERFORM EMIT-ALERT
               END-IF
           END-IF.

       TALLY-ALERT.
           MOVE ZERO TO WS-AL-COUNT
           MOVE ZERO TO WS-AL-TOTAL
           MOVE ZERO TO WS-AL-LATEST-DATE
           MOVE SPACES TO WS-AL-BRANCH-ID
           PERFORM VARYING WS-MV-KX FROM WS-MV-IX BY 1
               UNTIL WS-MV-KX > WS-MV-COUNT
               PERFORM SELECT-MOVEMENT
               IF MOVEMENT-SELECTED
                   ADD 1 TO WS-AL-COUNT
                   ADD MV-AMOUNT (WS-MV-KX) TO WS-AL-TOTAL
                   IF MV-DATE (WS-MV-KX) NOT < WS-AL-LATEST-DATE
                       MOVE MV-DATE (WS-MV-KX) TO WS-AL-LATEST-DATE
                       MOVE MV-BRANCH-ID (WS-MV-KX) TO WS-AL-BRANCH-ID
                   END-IF
                   IF WS-AL-CHECK = "LC"
                       MOVE 'Y' TO MV-LC-DONE (WS-MV-KX)
                   END-IF
               END-IF
           END-PERFORM.

       SELECT-MOVEMENT.
           MOVE 'N' TO WS-SEL-SW
           IF MV-ACCOUNT-NO (WS-MV-KX) = WS-AL-ACCOUNT-NO
               IF WS-AL-CHECK = "LC"
                   IF MV-AMOUNT (WS-MV-KX) NOT < SRV-REPORT-THRESHOLD
                       AND MV-DATE (WS-MV-KX) = WS-AL-ANCHOR-DATE
                       MOVE 'Y' TO WS-SEL-SW
                   END-IF
               ELSE
               IF WS-AL-CHECK = "ST"
                   IF MV-AMOUNT (WS-MV-KX) NOT < WS-STRUCT-FLOOR
                       AND MV-AMOUNT (WS-MV-KX) < SRV-REPORT-THRESHOLD
                       MOVE 'Y' TO WS-SEL-SW
                   END-IF
               ELSE
                   IF MV-TODAY (WS-MV-KX) = 'Y'
                       MOVE 'Y' TO WS-SEL-SW
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> An alert already cleared stays quiet.  One a supervisor
      *> dispositioned since the last run is cleared now and shown
      *> with the dispositions instead of among the open alerts.
       EMIT-ALERT.
           PERFORM FIND-CLEARED-ALERT
           IF ENTRY-FOUND
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM FIND-DISPOSITION
               IF ENTRY-FOUND
                   MOVE 'A' TO DS-STATE (WS-DS-IX)
                   IF DS-DISPOSITION (WS-DS-IX) = 'D'
                       MOVE "CLASSEE - DECLAREE" TO DS-RESULT (WS-DS-IX)
                   ELSE
                       MOVE "CLASSEE SANS SUITE" TO DS-RESULT (WS-DS-IX)
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   PERFORM WRITE-ONE-ALERT
               END-IF
           END-IF.

       FIND-CLEARED-ALERT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT OR ENTRY-FOUND
               IF CL-ACCOUNT-NO (WS-CL-IX) = WS-AL-ACCOUNT-NO
                   AND CL-CHECK (WS-CL-IX) = WS-AL-CHECK
                   AND CL-ANCHOR-DATE (WS-CL-IX) = WS-AL-ANCHOR-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-DISPOSITION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
               UNTIL WS-DS-IX > WS-DS-COUNT OR ENTRY-FOUND
               IF DS-PENDING (WS-DS-IX)
                   AND DS-ACCOUNT-NO (WS-DS-IX) = WS-AL-ACCOUNT-NO
                   AND DS-CHECK (WS-DS-IX) = WS-AL-CHECK
                   AND DS-ANCHOR-DATE (WS-DS-IX) = WS-AL-ANCHOR-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-DS-IX
           END-IF.

       WRITE-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO ALR-RECORD
           MOVE 'AL' TO ALR-REC-TYPE
           MOVE WS-AL-ACCOUNT-NO TO ALR-ACCOUNT-NO
           MOVE WS-AL-CHECK TO ALR-CHECK
           MOVE WS-AL-ANCHOR-DATE TO ALR-ANCHOR-DATE
           MOVE WS-AL-BRANCH-ID TO ALR-BRANCH-ID
           MOVE WS-AL-COUNT TO ALR-MOVE-COUNT
           MOVE WS-AL-TOTAL TO ALR-TOTAL
           MOVE WS-AL-BASELINE TO ALR-BASELINE
           WRITE ALR-RECORD
           MOVE SPACES TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE WS-AL-ACCOUNT-NO TO WS-ALL-ACCOUNT
           MOVE WS-AL-BRANCH-ID TO WS-ALL-BRANCH
           IF WS-AL-CHECK = "LC"
               MOVE "MONTANT ELEVE" TO WS-ALL-CHECK
               ADD 1 TO WS-LC-COUNT
           ELSE
               IF WS-AL-CHECK = "ST"
                   MOVE "FRACTIONNEMENT" TO WS-ALL-CHECK
                   ADD 1 TO WS-ST-COUNT
               ELSE
                   MOVE "VELOCITE" TO WS-ALL-CHECK
                   ADD 1 TO WS-VE-COUNT
               END-IF
           END-IF
           MOVE WS-AL-ANCHOR-DATE TO WS-ALL-ANCHOR
           MOVE WS-AL-COUNT TO WS-ALL-COUNT
           MOVE WS-AL-TOTAL TO WS-ALL-TOTAL
           MOVE WS-ALERT-LINE TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           IF WS-AL-CHECK = "VE"
               MOVE WS-AL-BASELINE TO WS-BSL-AMOUNT
               MOVE WS-BASELINE-LINE TO ALR-REPORT-LINE
               WRITE ALR-REPORT-LINE
           END-IF
           PERFORM VARYING WS-MV-KX FROM WS-MV-IX BY 1
               UNTIL WS-MV-KX > WS-MV-COUNT
               PERFORM SELECT-MOVEMENT
               IF MOVEMENT-SELECTED
                   PERFORM WRITE-ONE-MOVEMENT
               END-IF
           END-PERFORM.

       WRITE-ONE-MOVEMENT.
           MOVE 'MV' TO ALR-REC-TYPE
           MOVE WS-AL-ACCOUNT-NO TO ALR-ACCOUNT-NO
           MOVE WS-AL-CHECK TO ALR-CHECK
           MOVE WS-AL-ANCHOR-DATE TO ALR-ANCHOR-DATE
           MOVE MV-BRANCH-ID (WS-MV-KX) TO ALM-BRANCH-ID
           MOVE MV-DATE (WS-MV-KX) TO ALM-POST-DATE
           MOVE MV-TYPE (WS-MV-KX) TO ALM-TRAN-TYPE
           MOVE MV-AMOUNT (WS-MV-KX) TO ALM-AMOUNT
           MOVE SPACES TO ALR-MOVEMENT-RECORD (45:16)
           WRITE ALR-MOVEMENT-RECORD
           MOVE MV-DATE (WS-MV-KX) TO WS-MVL-DATE
           MOVE MV-BRANCH-ID (WS-MV-KX) TO WS-MVL-BRANCH
           MOVE MV-TYPE (WS-MV-KX) TO WS-MVL-TYPE
           MOVE MV-AMOUNT (WS-MV-KX) TO WS-MVL-AMOUNT
           MOVE WS-MOVEMENT-LINE TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE.

      *> A disposition that matched no alert tonight (mistyped,
      *> or for an alert already out of the window) is refused and
      *> listed so the supervisor can put it right.
       REPORT-DISPOSITIONS.
           IF WS-DS-COUNT > ZERO
               MOVE SPACES TO ALR-REPORT-LINE
               WRITE ALR-REPORT-LINE
               MOVE "DISPOSITIONS DES SUPERVISEURS" TO ALR-REPORT-LINE
               WRITE ALR-REPORT-LINE
               PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-COUNT
                   IF DS-PENDING (WS-DS-IX)
                       MOVE 'R' TO DS-STATE (WS-DS-IX)
                       MOVE "ALERTE NON RETROUVEE"
                           TO DS-RESULT (WS-DS-IX)
                   END-IF
                   IF DS-REFUSED (WS-DS-IX)
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
                   MOVE DS-ACCOUNT-NO (WS-DS-IX) TO WS-DSL-ACCOUNT
                   MOVE DS-CHECK (WS-DS-IX) TO WS-DSL-CHECK
                   MOVE DS-ANCHOR-DATE (WS-DS-IX) TO WS-DSL-ANCHOR
                   MOVE DS-DISPOSITION (WS-DS-IX)
                       TO WS-DSL-DISPOSITION
                   MOVE DS-OPER-ID (WS-DS-IX) TO WS-DSL-OPER
                   MOVE DS-RESULT (WS-DS-IX) TO WS-DSL-RESULT
                   MOVE WS-DISPOSITION-LINE TO ALR-REPORT-LINE
                   WRITE ALR-REPORT-LINE
               END-PERFORM
           END-IF.

       WRITE-SURVEILLANCE-TOTALS.
           MOVE SPACES TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE
           MOVE "MOUVEMENTS DU JOUR" TO WS-CNT-LABEL
           MOVE WS-TODAY-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "MOUVEMENTS EN FENETRE" TO WS-CNT-LABEL
           MOVE WS-MV-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTES MONTANT ELEVE" TO WS-CNT-LABEL
           MOVE WS-LC-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTES FRACTIONNEMENT" TO WS-CNT-LABEL
           MOVE WS-ST-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTES VELOCITE" TO WS-CNT-LABEL
           MOVE WS-VE-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTES DEJA CLASSEES" TO WS-CNT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTES CLASSEES CE JOUR" TO WS-CNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "DISPOSITIONS REFUSEES" TO WS-CNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO ALR-REPORT-LINE
           WRITE ALR-REPORT-LINE.

      *> The clearances are only written once the night's alerts
      *> are out; ALRTCLR is extended like GLSENT, and created the
      *> first time a supervisor clears anything.
       RECORD-DISPOSITIONS.
           IF WS-CLR-FILE-EXISTS = 'Y'
               OPEN EXTEND CLEARED-ALERT-FILE
           ELSE
               OPEN OUTPUT CLEARED-ALERT-FILE
           END-IF
           IF WS-CLR-STATUS NOT = "00"
               DISPLAY "CASHSURV: impossible d'ouvrir ALRTCLR, "
                   "statut " WS-CLR-STATUS ", dispositions perdues"
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DS-COUNT
                   IF DS-APPLIED (WS-DS-IX)
                       MOVE DS-ACCOUNT-NO (WS-DS-IX) TO ALC-ACCOUNT-NO
                       MOVE DS-CHECK (WS-DS-IX) TO ALC-CHECK
                       MOVE DS-ANCHOR-DATE (WS-DS-IX)
                           TO ALC-ANCHOR-DATE
                       MOVE DS-DISPOSITION (WS-DS-IX)
                           TO ALC-DISPOSITION
                       MOVE DS-OPER-ID (WS-DS-IX) TO ALC-OPER-ID
                       MOVE DS-COMMENT (WS-DS-IX) TO ALC-COMMENT
                       MOVE WS-RUN-DATE TO ALC-CLEARED-DATE
                       WRITE ALC-RECORD
                   END-IF
               END-PERFORM
               CLOSE CLEARED-ALERT-FILE
           END-IF.
       END PROGRAM CASHSURV.
