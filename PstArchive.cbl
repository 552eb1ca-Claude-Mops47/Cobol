      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTARCH.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PSTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT GENERATION-DIRECTORY ASSIGN TO "PSTHDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
           SELECT POSTING-HISTORY ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NEW-GENERATION ASSIGN TO "PSTHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT MONTH-HISTORY ASSIGN TO "PSTHMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO "PSTHARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCHIVE-REPORT ASSIGN TO "PSTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY PSPARM.
       FD  GENERATION-DIRECTORY.
       COPY PSDREC.
       FD  POSTING-HISTORY.
       01  CUR-HISTORY-RECORD    PIC X(45).
       FD  NEW-GENERATION.
       01  NEW-HISTORY-RECORD    PIC X(45).
       FD  MONTH-HISTORY.
       01  GEN-HISTORY-RECORD    PIC X(45).
       FD  HISTORY-ARCHIVE.
       01  ARC-HISTORY-RECORD    PIC X(45).
       FD  ARCHIVE-REPORT.
       COPY PSARPT.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-DIR-STATUS         PIC X(2).
       01  WS-HIST-STATUS        PIC X(2).
       01  WS-NEW-STATUS         PIC X(2).
       01  WS-GEN-STATUS         PIC X(2).
       01  WS-ARC-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-GEN-NAME           PIC X(8).
       01  WS-GEN-NAME-PARTS.
           05  FILLER            PIC X(1)    VALUE "G".
           05  WS-GNM-NUMBER     PIC 9(4).
           05  FILLER            PIC X(3)    VALUE "V00".
       01  WS-LAST-GEN-NUMBER    PIC 9(4).
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARMS-FOUND                   VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  CLOSE-FAILED                  VALUE 'Y'.
       01  WS-ARC-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  ARCHIVING-FAILED              VALUE 'Y'.
       01  WS-HIST-LEFT-SW       PIC X(1)    VALUE 'N'.
           88  HISTORY-NOT-EMPTIED           VALUE 'Y'.
       01  WS-ARC-OPEN-SW        PIC X(1)    VALUE 'N'.
           88  ARCHIVE-OPEN                  VALUE 'Y'.
       01  WS-ARC-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-GEN-OPEN-SW        PIC X(1)    VALUE 'N'.
           88  GENERATION-OPEN               VALUE 'Y'.
       01  WS-DIRECT-ARC-SW      PIC X(1).
           88  ARCHIVE-WITH-CLOSE            VALUE 'Y'.
       01  WS-ARC-DUE-SW         PIC X(1).
           88  ARCHIVING-DUE                 VALUE 'Y'.
       01  WS-BLOCK-SW           PIC X(1).
           88  MONTH-BLOCK-OPEN              VALUE 'Y'.
       01  WS-BLOCK-ARC-SW       PIC X(1).
           88  BLOCK-TO-ARCHIVE              VALUE 'Y'.
       01  WS-BLOCK-MONTH        PIC 9(6).
       01  WS-BLOCK-IX           PIC 9(3).
       01  WS-DIR-EOF            PIC X(1).
           88  DIR-EOF                       VALUE 'Y'.
       01  WS-HIST-EOF           PIC X(1).
           88  HIST-EOF                      VALUE 'Y'.
       01  WS-GEN-EOF            PIC X(1).
           88  GEN-EOF                       VALUE 'Y'.
       01  WS-RETENTION-MONTHS   PIC 9(3).
       01  WS-CLOSE-MONTH        PIC 9(6).
       01  WS-REC-MONTH          PIC 9(6).
       01  WS-LAST-DIR-MONTH     PIC 9(6).
       01  WS-ARCHIVE-LIMIT      PIC 9(6).
       01  WS-LIMIT-PARTS REDEFINES WS-ARCHIVE-LIMIT.
           05  WS-LIM-YYYY       PIC 9(4).
           05  WS-LIM-MM         PIC 9(2).
       01  WS-MONTH-NUMBER       PIC 9(6).
       01  WS-COPY-COUNT         PIC 9(8).
       01  WS-COPY-TOTAL         PIC S9(11)V99.
       01  WS-DIR-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-DIR-IX             PIC 9(3).
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 600 TIMES.
               10  DTB-MONTH     PIC 9(6).
               10  DTB-STATE     PIC X(1).
                   88  DTB-ONLINE                VALUE 'E'.
                   88  DTB-ARCHIVED              VALUE 'A'.
               10  DTB-GENERATION PIC X(8).
               10  DTB-RECORD-COUNT PIC 9(8).
               10  DTB-AMOUNT-TOTAL PIC S9(11)V99.
               10  DTB-CLOSE-DATE PIC 9(8).
               10  DTB-ARCHIVE-DATE PIC 9(8).
       01  WS-MTB-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-MTB-IX             PIC 9(3).
       01  WS-MONTH-TABLE.
           05  WS-MTB-ENTRY OCCURS 600 TIMES.
               10  MTB-MONTH     PIC 9(6).
               10  MTB-COUNT     PIC 9(8).
               10  MTB-TOTAL     PIC S9(11)V99.
               10  MTB-STATE     PIC X(1).
                   88  MTB-NEW                   VALUE 'N'.
                   88  MTB-ALREADY-CLOSED        VALUE 'D'.
       01  WS-CLOSED-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-RECLOSED-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-ARCHIVED-COUNT     PIC 9(6)    VALUE ZERO.
       01  WS-POSTING-COUNT      PIC 9(8)    VALUE ZERO.
       01  WS-POSTING-TOTAL      PIC S9(13)V99 VALUE ZERO.
       COPY PSTHREC.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(34)
               VALUE "CLOTURE DE L'HISTORIQUE ECRITURES".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-RULE-LINE.
           05  FILLER            PIC X(12)   VALUE "MOIS CLOS : ".
           05  WS-RUL-CLOSE      PIC 9(6).
           05  FILLER            PIC X(15)   VALUE "   RETENTION : ".
           05  WS-RUL-RETENTION  PIC ZZ9.
           05  FILLER            PIC X(23)
               VALUE " MOIS   ARCHIVAGE <= : ".
           05  WS-RUL-LIMIT      PIC 9(6).
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(28)
               VALUE "MOIS    GENERATION ECRITURES".
           05  FILLER            PIC X(52)
               VALUE "           MONTANT   ACTION".
       01  WS-DETAIL-LINE.
           05  WS-DTL-MONTH      PIC 9(6).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-GENERATION PIC X(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-COUNT      PIC ZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-ACTION     PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL      PIC X(26).
           05  WS-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
      *> The month is closed once PSTHDIR is rewritten.  Up to
      *> then any failure ends RC 8: the generation written to
      *> PSTHNEW is on no directory entry and the job deletes it,
      *> so a rerun writes the same generation again.  What is left
      *> undone after that point (an archive copy, POSTHIST not
      *> emptied) is caught up at the next month end, with RC 4.
       PROG.
           DIVIDE LS-BUSINESS-DATE BY 100 GIVING WS-CLOSE-MONTH
           DISPLAY "Vous êtes dans PSTARCH, clôture du mois "
               WS-CLOSE-MONTH.
           PERFORM READ-PARAMETERS.
           IF NOT PARMS-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPUTE-ARCHIVE-LIMIT
               PERFORM LOAD-DIRECTORY
               IF NOT CLOSE-FAILED
                   PERFORM NAME-NEW-GENERATION
                   PERFORM SCAN-CURRENT-HISTORY
               END-IF
               IF NOT CLOSE-FAILED
                   PERFORM MATCH-DIRECTORY
               END-IF
               IF CLOSE-FAILED
                   DISPLAY "PSTARCH: mois " WS-CLOSE-MONTH
                       " non clôturé, POSTHIST laissé en l'état"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARCHIVE-REPORT
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "PSTARCH: impossible d'ouvrir "
                           "PSTHRPT, statut " WS-RPT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-REPORT-HEADING
                       PERFORM WRITE-MONTH-GENERATIONS
                       IF NOT CLOSE-FAILED
                           PERFORM APPLY-RETENTION
                           PERFORM REWRITE-DIRECTORY
                       END-IF
                       IF ARCHIVE-OPEN
                           CLOSE HISTORY-ARCHIVE
                           MOVE 'N' TO WS-ARC-OPEN-SW
                       END-IF
                       IF NOT CLOSE-FAILED
                           PERFORM EMPTY-CURRENT-HISTORY
                       END-IF
                       PERFORM WRITE-REPORT-TOTALS
                       CLOSE ARCHIVE-REPORT
                       DISPLAY "PSTARCH: " WS-CLOSED-COUNT
                           " mois clôturé(s) sur " WS-GEN-NAME ", "
                           WS-ARCHIVED-COUNT " mois archivé(s)"
                       IF CLOSE-FAILED
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           IF ARCHIVING-FAILED OR HISTORY-NOT-EMPTIED
                               MOVE 4 TO RETURN-CODE
                           ELSE
                               MOVE ZERO TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

      *> The retention can be no longer than the 255 generations
      *> the PSTHMON GDG keeps: a month still online must never
      *> roll off the GDG.
       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "PSTARCH: impossible d'ouvrir PSTHPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "PSTARCH: PSTHPARM vide, clôture "
                           "impossible"
                   NOT AT END
                       IF PSP-RETENTION-MONTHS NOT NUMERIC
                           OR PSP-RETENTION-MONTHS = ZERO
                           OR PSP-RETENTION-MONTHS > 255
                           DISPLAY "PSTARCH: durée de rétention "
                               "invalide dans PSTHPARM"
                       ELSE
                           MOVE PSP-RETENTION-MONTHS
                               TO WS-RETENTION-MONTHS
                           MOVE 'Y' TO WS-PARM-FOUND-SW
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      *> A closed month stays online for the retention period
      *> counted back from the month being closed, that month
      *> included; anything older goes to the archive.
       COMPUTE-ARCHIVE-LIMIT.
           MOVE WS-CLOSE-MONTH TO WS-ARCHIVE-LIMIT
           COMPUTE WS-MONTH-NUMBER = WS-LIM-YYYY * 12 + WS-LIM-MM - 1
               - WS-RETENTION-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-LIM-YYYY REMAINDER WS-LIM-MM
           ADD 1 TO WS-LIM-MM.

      *> PSTHDIR is empty until the first month end: the whole
      *> history is then still on POSTHIST and every month found
      *> there is closed into the first generation.
       LOAD-DIRECTORY.
           MOVE ZERO TO WS-LAST-DIR-MONTH
           MOVE 1 TO WS-LAST-GEN-NUMBER
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT GENERATION-DIRECTORY
           IF WS-DIR-STATUS = "35"
               MOVE 'Y' TO WS-DIR-EOF
           ELSE
               IF WS-DIR-STATUS NOT = "00"
                   DISPLAY "PSTARCH: impossible d'ouvrir PSTHDIR, "
                       "statut " WS-DIR-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL DIR-EOF
                       READ GENERATION-DIRECTORY
                           AT END
                               MOVE 'Y' TO WS-DIR-EOF
                           NOT AT END
                               PERFORM KEEP-DIRECTORY-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE GENERATION-DIRECTORY
               END-IF
           END-IF.

       KEEP-DIRECTORY-ENTRY.
           IF PSD-MONTH NOT > WS-LAST-DIR-MONTH
               OR PSD-GEN-NUMBER NOT NUMERIC
               DISPLAY "PSTARCH: PSTHDIR hors séquence au mois "
                   PSD-MONTH
               MOVE 'Y' TO WS-FAIL-SW
               MOVE 'Y' TO WS-DIR-EOF
           ELSE
               IF WS-DIR-COUNT < 600
                   ADD 1 TO WS-DIR-COUNT
                   MOVE PSD-MONTH TO DTB-MONTH (WS-DIR-COUNT)
                   MOVE PSD-STATE TO DTB-STATE (WS-DIR-COUNT)
                   MOVE PSD-GENERATION
                       TO DTB-GENERATION (WS-DIR-COUNT)
                   MOVE PSD-RECORD-COUNT
                       TO DTB-RECORD-COUNT (WS-DIR-COUNT)
                   MOVE PSD-AMOUNT-TOTAL
                       TO DTB-AMOUNT-TOTAL (WS-DIR-COUNT)
                   MOVE PSD-CLOSE-DATE
                       TO DTB-CLOSE-DATE (WS-DIR-COUNT)
                   MOVE PSD-ARCHIVE-DATE
                       TO DTB-ARCHIVE-DATE (WS-DIR-COUNT)
                   MOVE PSD-MONTH TO WS-LAST-DIR-MONTH
                   IF PSD-GEN-NUMBER > WS-LAST-GEN-NUMBER
                       MOVE PSD-GEN-NUMBER TO WS-LAST-GEN-NUMBER
                   END-IF
               ELSE
                   DISPLAY "PSTARCH: plus de 600 mois dans PSTHDIR"
                   MOVE 'Y' TO WS-FAIL-SW
                   MOVE 'Y' TO WS-DIR-EOF
               END-IF
           END-IF.

      *> PSTHNEW is PSTHMON(+1), and the catalog numbers it one
      *> past the newest generation still catalogued.  The job
      *> deletes every PSTHMON(+1) that did not end up on PSTHDIR,
      *> so that is always one past the newest generation on the
      *> directory; with none yet it follows G0001V00, the empty
      *> generation catalogued when PSTHMON was defined.
       NAME-NEW-GENERATION.
           ADD 1 TO WS-LAST-GEN-NUMBER GIVING WS-GNM-NUMBER
           MOVE WS-GEN-NAME-PARTS TO WS-GEN-NAME.

      *> First pass: count and total POSTHIST by posting month.
      *> POSTTRAN appends in business-date order, so the months
      *> can only follow one another; a month going backwards or
      *> a posting dated after the month being closed means the
      *> file is not what this step expects, and nothing is moved.
       SCAN-CURRENT-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT POSTING-HISTORY
           IF WS-HIST-STATUS = "35"
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "PSTARCH: impossible d'ouvrir POSTHIST, "
                       "statut " WS-HIST-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL HIST-EOF OR CLOSE-FAILED
                       READ POSTING-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               PERFORM COUNT-ONE-POSTING
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-HISTORY
               END-IF
           END-IF.

       COUNT-ONE-POSTING.
           MOVE CUR-HISTORY-RECORD TO PSTH-RECORD
           DIVIDE PSTH-POST-DATE BY 100 GIVING WS-REC-MONTH
           IF PSTH-MONTH-CONTROL
               DISPLAY "PSTARCH: contrôle de fin de mois trouvé "
                   "dans POSTHIST"
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               IF WS-REC-MONTH > WS-CLOSE-MONTH
                   DISPLAY "PSTARCH: écriture du " PSTH-POST-DATE
                       " postérieure au mois clôturé"
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   IF WS-MTB-COUNT = ZERO
                       PERFORM ADD-MONTH-ENTRY
                   ELSE
                       IF WS-REC-MONTH < MTB-MONTH (WS-MTB-COUNT)
                           DISPLAY "PSTARCH: POSTHIST hors séquence "
                               "au " PSTH-POST-DATE
                           MOVE 'Y' TO WS-FAIL-SW
                       ELSE
                           IF WS-REC-MONTH > MTB-MONTH (WS-MTB-COUNT)
                               PERFORM ADD-MONTH-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT CLOSE-FAILED
               ADD 1 TO MTB-COUNT (WS-MTB-COUNT)
               ADD PSTH-AMOUNT TO MTB-TOTAL (WS-MTB-COUNT)
           END-IF.

       ADD-MONTH-ENTRY.
           IF WS-MTB-COUNT < 600
               ADD 1 TO WS-MTB-COUNT
               MOVE WS-REC-MONTH TO MTB-MONTH (WS-MTB-COUNT)
               MOVE ZERO TO MTB-COUNT (WS-MTB-COUNT)
               MOVE ZERO TO MTB-TOTAL (WS-MTB-COUNT)
               MOVE 'N' TO MTB-STATE (WS-MTB-COUNT)
           ELSE
               DISPLAY "PSTARCH: plus de 600 mois dans POSTHIST"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

      *> A month already on PSTHDIR is the rerun of a month end
      *> that stopped after writing the directory: its postings
      *> must tie exactly with what was closed, and are not
      *> written again.  A new month older than the last closed
      *> one would be a back-dated posting into a closed month.
      *> The month being closed is always written, even with no
      *> posting, so every month has its control record.
       MATCH-DIRECTORY.
           PERFORM VARYING WS-MTB-IX FROM 1 BY 1
               UNTIL WS-MTB-IX > WS-MTB-COUNT OR CLOSE-FAILED
               MOVE MTB-MONTH (WS-MTB-IX) TO WS-REC-MONTH
               PERFORM FIND-DIRECTORY-MONTH
               IF WS-DIR-IX > WS-DIR-COUNT
                   IF MTB-MONTH (WS-MTB-IX) < WS-LAST-DIR-MONTH
                       DISPLAY "PSTARCH: écritures du mois "
                           MTB-MONTH (WS-MTB-IX)
                           " antérieur au dernier mois clôturé"
                       MOVE 'Y' TO WS-FAIL-SW
                   END-IF
               ELSE
                   IF MTB-COUNT (WS-MTB-IX)
                       = DTB-RECORD-COUNT (WS-DIR-IX)
                       AND MTB-TOTAL (WS-MTB-IX)
                       = DTB-AMOUNT-TOTAL (WS-DIR-IX)
                       MOVE 'D' TO MTB-STATE (WS-MTB-IX)
                   ELSE
                       DISPLAY "PSTARCH: mois " MTB-MONTH (WS-MTB-IX)
                           " déjà clôturé avec d'autres totaux"
                       MOVE 'Y' TO WS-FAIL-SW
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CLOSE-FAILED
               AND WS-CLOSE-MONTH > WS-LAST-DIR-MONTH
               MOVE WS-CLOSE-MONTH TO WS-REC-MONTH
               IF WS-MTB-COUNT = ZERO
                   PERFORM ADD-MONTH-ENTRY
               ELSE
                   IF MTB-MONTH (WS-MTB-COUNT) < WS-CLOSE-MONTH
                       PERFORM ADD-MONTH-ENTRY
                   END-IF
               END-IF
           END-IF.

       FIND-DIRECTORY-MONTH.
           MOVE 1 TO WS-DIR-IX
           PERFORM UNTIL WS-DIR-IX > WS-DIR-COUNT
               OR DTB-MONTH (WS-DIR-IX) = WS-REC-MONTH
               ADD 1 TO WS-DIR-IX
           END-PERFORM.

      *> Second pass: the new months' postings are copied to the
      *> one new generation PSTHNEW, each month closed by its own
      *> "CT" control record and entered on the directory.  On the
      *> first month end POSTHIST may hold months already past the
      *> retention period; those are copied to the archive in the
      *> same pass, as the older generations cannot reach them.
       WRITE-MONTH-GENERATIONS.
           IF WS-MTB-COUNT > ZERO
               MOVE 1 TO WS-MTB-IX
               PERFORM START-MONTH-BLOCK
               MOVE 'N' TO WS-HIST-EOF
               OPEN INPUT POSTING-HISTORY
               IF WS-HIST-STATUS = "35"
                   MOVE 'Y' TO WS-HIST-EOF
               ELSE
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "PSTARCH: impossible d'ouvrir "
                           "POSTHIST, statut " WS-HIST-STATUS
                       MOVE 'Y' TO WS-FAIL-SW
                   ELSE
                       PERFORM UNTIL HIST-EOF OR CLOSE-FAILED
                           READ POSTING-HISTORY
                               AT END
                                   MOVE 'Y' TO WS-HIST-EOF
                               NOT AT END
                                   PERFORM FILE-ONE-POSTING
                           END-READ
                       END-PERFORM
                       CLOSE POSTING-HISTORY
                   END-IF
               END-IF
               PERFORM FINISH-MONTH-BLOCK
               PERFORM UNTIL WS-MTB-IX NOT < WS-MTB-COUNT
                   OR CLOSE-FAILED
                   ADD 1 TO WS-MTB-IX
                   PERFORM START-MONTH-BLOCK
                   PERFORM FINISH-MONTH-BLOCK
               END-PERFORM
               IF GENERATION-OPEN
                   CLOSE NEW-GENERATION
                   MOVE 'N' TO WS-GEN-OPEN-SW
               END-IF
           END-IF.

       FILE-ONE-POSTING.
           MOVE CUR-HISTORY-RECORD TO PSTH-RECORD
           DIVIDE PSTH-POST-DATE BY 100 GIVING WS-REC-MONTH
           PERFORM UNTIL MTB-MONTH (WS-MTB-IX) = WS-REC-MONTH
               OR CLOSE-FAILED
               PERFORM FINISH-MONTH-BLOCK
               ADD 1 TO WS-MTB-IX
               PERFORM START-MONTH-BLOCK
           END-PERFORM
           IF MTB-NEW (WS-MTB-IX) AND GENERATION-OPEN
               AND NOT CLOSE-FAILED
               MOVE CUR-HISTORY-RECORD TO NEW-HISTORY-RECORD
               PERFORM WRITE-NEW-GENERATION
           END-IF.

       START-MONTH-BLOCK.
           MOVE 'N' TO WS-DIRECT-ARC-SW
           IF MTB-NEW (WS-MTB-IX) AND NOT CLOSE-FAILED
               IF NOT GENERATION-OPEN
                   PERFORM OPEN-NEW-GENERATION
               END-IF
               IF MTB-MONTH (WS-MTB-IX) NOT > WS-ARCHIVE-LIMIT
                   AND NOT ARCHIVING-FAILED
                   IF NOT ARCHIVE-OPEN
                       PERFORM OPEN-ARCHIVE
                   END-IF
                   IF ARCHIVE-OPEN
                       MOVE 'Y' TO WS-DIRECT-ARC-SW
                   END-IF
               END-IF
           END-IF.

       OPEN-NEW-GENERATION.
           OPEN OUTPUT NEW-GENERATION
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "PSTARCH: impossible de créer la génération "
                   WS-GEN-NAME " (PSTHNEW), statut " WS-NEW-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE 'Y' TO WS-GEN-OPEN-SW
           END-IF.

       FINISH-MONTH-BLOCK.
           IF MTB-NEW (WS-MTB-IX) AND GENERATION-OPEN
               AND NOT CLOSE-FAILED
               MOVE WS-GEN-NAME TO PSTC-GENERATION
               MOVE "CT" TO PSTC-RECORD-TYPE
               MOVE MTB-MONTH (WS-MTB-IX) TO PSTC-MONTH
               MOVE MTB-COUNT (WS-MTB-IX) TO PSTC-RECORD-COUNT
               MOVE MTB-TOTAL (WS-MTB-IX) TO PSTC-AMOUNT-TOTAL
               MOVE LS-BUSINESS-DATE TO PSTC-CLOSE-DATE
               MOVE PSTH-CONTROL-RECORD TO NEW-HISTORY-RECORD
               PERFORM WRITE-NEW-GENERATION
               IF NOT CLOSE-FAILED
                   PERFORM ADD-DIRECTORY-ENTRY
               END-IF
           ELSE
               IF MTB-ALREADY-CLOSED (WS-MTB-IX)
                   ADD 1 TO WS-RECLOSED-COUNT
                   MOVE MTB-MONTH (WS-MTB-IX) TO WS-REC-MONTH
                   PERFORM FIND-DIRECTORY-MONTH
                   MOVE DTB-GENERATION (WS-DIR-IX)
                       TO WS-DTL-GENERATION
                   MOVE "DEJA CLOS (REPRISE)" TO WS-DTL-ACTION
                   PERFORM WRITE-MONTH-LINE
               END-IF
           END-IF.

      *> A month whose archive copy cannot be completed simply
      *> stays online; it is archived from its generation at the
      *> next month end.
       WRITE-NEW-GENERATION.
           WRITE NEW-HISTORY-RECORD
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "PSTARCH: écriture impossible sur "
                   WS-GEN-NAME " (PSTHNEW), statut " WS-NEW-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               IF ARCHIVE-WITH-CLOSE
                   MOVE NEW-HISTORY-RECORD TO ARC-HISTORY-RECORD
                   PERFORM WRITE-ARCHIVE-RECORD
                   IF ARCHIVING-FAILED
                       MOVE 'N' TO WS-DIRECT-ARC-SW
                   END-IF
               END-IF
           END-IF.

       ADD-DIRECTORY-ENTRY.
           IF WS-DIR-COUNT < 600
               ADD 1 TO WS-DIR-COUNT
               MOVE MTB-MONTH (WS-MTB-IX) TO DTB-MONTH (WS-DIR-COUNT)
               MOVE 'E' TO DTB-STATE (WS-DIR-COUNT)
               MOVE WS-GEN-NAME TO DTB-GENERATION (WS-DIR-COUNT)
               MOVE MTB-COUNT (WS-MTB-IX)
                   TO DTB-RECORD-COUNT (WS-DIR-COUNT)
               MOVE MTB-TOTAL (WS-MTB-IX)
                   TO DTB-AMOUNT-TOTAL (WS-DIR-COUNT)
               MOVE LS-BUSINESS-DATE TO DTB-CLOSE-DATE (WS-DIR-COUNT)
               MOVE ZERO TO DTB-ARCHIVE-DATE (WS-DIR-COUNT)
               ADD 1 TO WS-CLOSED-COUNT
               ADD MTB-COUNT (WS-MTB-IX) TO WS-POSTING-COUNT
               ADD MTB-TOTAL (WS-MTB-IX) TO WS-POSTING-TOTAL
               MOVE WS-GEN-NAME TO WS-DTL-GENERATION
               MOVE "CLOS" TO WS-DTL-ACTION
               PERFORM WRITE-MONTH-LINE
               IF ARCHIVE-WITH-CLOSE
                   MOVE 'A' TO DTB-STATE (WS-DIR-COUNT)
                   MOVE LS-BUSINESS-DATE
                       TO DTB-ARCHIVE-DATE (WS-DIR-COUNT)
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE "ARCHIVE" TO WS-DTL-ACTION
                   PERFORM WRITE-MONTH-LINE
               END-IF
           ELSE
               DISPLAY "PSTARCH: plus de 600 mois dans PSTHDIR"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

       WRITE-MONTH-LINE.
           MOVE MTB-MONTH (WS-MTB-IX) TO WS-DTL-MONTH
           MOVE MTB-COUNT (WS-MTB-IX) TO WS-DTL-COUNT
           MOVE MTB-TOTAL (WS-MTB-IX) TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE.

      *> Online months past the retention period are copied,
      *> control record included, from their generations to the
      *> cumulative archive PSTHARC and marked archived.  PSTHMON,
      *> the GDG base, gives every generation oldest first and so
      *> the months in order; reading stops at the first month
      *> still within the retention period.  The generations stay
      *> until the GDG limit rolls them off, but are no longer read
      *> for these months.  A run stopped before the directory is
      *> rewritten copies the months again on rerun, and the
      *> archive then shows them twice, each copy bracketed by its
      *> own control record.
       APPLY-RETENTION.
           MOVE 'N' TO WS-ARC-DUE-SW
           PERFORM VARYING WS-DIR-IX FROM 1 BY 1
               UNTIL WS-DIR-IX > WS-DIR-COUNT
               IF DTB-ONLINE (WS-DIR-IX)
                   AND DTB-MONTH (WS-DIR-IX) NOT > WS-ARCHIVE-LIMIT
                   AND DTB-GENERATION (WS-DIR-IX) NOT = WS-GEN-NAME
                   MOVE 'Y' TO WS-ARC-DUE-SW
               END-IF
           END-PERFORM
           IF ARCHIVING-DUE AND NOT ARCHIVING-FAILED
               IF NOT ARCHIVE-OPEN
                   PERFORM OPEN-ARCHIVE
               END-IF
               IF ARCHIVE-OPEN
                   PERFORM ARCHIVE-FROM-GENERATIONS
               END-IF
           END-IF.

       ARCHIVE-FROM-GENERATIONS.
           OPEN INPUT MONTH-HISTORY
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "PSTARCH: impossible d'ouvrir PSTHMON, "
                   "statut " WS-GEN-STATUS
               MOVE 'Y' TO WS-ARC-FAIL-SW
           ELSE
               MOVE 'N' TO WS-BLOCK-SW
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL GEN-EOF OR ARCHIVING-FAILED
                   READ MONTH-HISTORY
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           PERFORM TAKE-GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE MONTH-HISTORY
               IF NOT ARCHIVING-FAILED
                   PERFORM CHECK-ARCHIVED-MONTHS
               END-IF
           END-IF.

       TAKE-GENERATION-RECORD.
           MOVE GEN-HISTORY-RECORD TO PSTH-RECORD
           IF PSTH-MONTH-CONTROL
               MOVE GEN-HISTORY-RECORD TO PSTH-CONTROL-RECORD
               MOVE PSTC-MONTH TO WS-REC-MONTH
           ELSE
               DIVIDE PSTH-POST-DATE BY 100 GIVING WS-REC-MONTH
           END-IF
           IF NOT MONTH-BLOCK-OPEN
               PERFORM START-ARCHIVE-BLOCK
           END-IF
           IF MONTH-BLOCK-OPEN
               IF WS-REC-MONTH NOT = WS-BLOCK-MONTH
                   DISPLAY "PSTARCH: mois " WS-BLOCK-MONTH
                       " de PSTHMON sans contrôle de fin de mois, "
                       "archivage arrêté"
                   MOVE 'Y' TO WS-ARC-FAIL-SW
               ELSE
                   IF BLOCK-TO-ARCHIVE
                       PERFORM COPY-TO-ARCHIVE
                   END-IF
                   IF PSTH-MONTH-CONTROL
                       IF BLOCK-TO-ARCHIVE
                           PERFORM NOTE-ARCHIVED-MONTH
                       END-IF
                       MOVE 'N' TO WS-BLOCK-SW
                   END-IF
               END-IF
           END-IF.

       START-ARCHIVE-BLOCK.
           IF WS-REC-MONTH > WS-ARCHIVE-LIMIT
               MOVE 'Y' TO WS-GEN-EOF
           ELSE
               MOVE 'Y' TO WS-BLOCK-SW
               MOVE WS-REC-MONTH TO WS-BLOCK-MONTH
               MOVE ZERO TO WS-COPY-COUNT
               MOVE ZERO TO WS-COPY-TOTAL
               MOVE 'N' TO WS-BLOCK-ARC-SW
               PERFORM FIND-DIRECTORY-MONTH
               MOVE WS-DIR-IX TO WS-BLOCK-IX
               IF WS-BLOCK-IX NOT > WS-DIR-COUNT
                   IF DTB-ONLINE (WS-BLOCK-IX)
                       MOVE 'Y' TO WS-BLOCK-ARC-SW
                   END-IF
               END-IF
           END-IF.

       OPEN-ARCHIVE.
           OPEN INPUT HISTORY-ARCHIVE
           IF WS-ARC-STATUS = "35"
               MOVE 'N' TO WS-ARC-FILE-EXISTS
           ELSE
               IF WS-ARC-STATUS = "00"
                   MOVE 'Y' TO WS-ARC-FILE-EXISTS
                   CLOSE HISTORY-ARCHIVE
               ELSE
                   DISPLAY "PSTARCH: impossible d'ouvrir PSTHARC, "
                       "statut " WS-ARC-STATUS
                   MOVE 'Y' TO WS-ARC-FAIL-SW
               END-IF
           END-IF
           IF NOT ARCHIVING-FAILED
               IF WS-ARC-FILE-EXISTS = 'Y'
                   OPEN EXTEND HISTORY-ARCHIVE
               ELSE
                   OPEN OUTPUT HISTORY-ARCHIVE
               END-IF
               IF WS-ARC-STATUS NOT = "00"
                   DISPLAY "PSTARCH: impossible d'ouvrir PSTHARC, "
                       "statut " WS-ARC-STATUS
                   MOVE 'Y' TO WS-ARC-FAIL-SW
               ELSE
                   MOVE 'Y' TO WS-ARC-OPEN-SW
               END-IF
           END-IF.

       COPY-TO-ARCHIVE.
           IF NOT PSTH-MONTH-CONTROL
               ADD 1 TO WS-COPY-COUNT
               ADD PSTH-AMOUNT TO WS-COPY-TOTAL
           END-IF
           MOVE GEN-HISTORY-RECORD TO ARC-HISTORY-RECORD
           PERFORM WRITE-ARCHIVE-RECORD.

       WRITE-ARCHIVE-RECORD.
           WRITE ARC-HISTORY-RECORD
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "PSTARCH: écriture impossible sur PSTHARC, "
                   "statut " WS-ARC-STATUS
               MOVE 'Y' TO WS-ARC-FAIL-SW
           END-IF.

      *> The month only counts as archived if what was copied is
      *> the whole month as the directory knows it, from the
      *> generation the directory names.
       NOTE-ARCHIVED-MONTH.
           IF NOT ARCHIVING-FAILED
               IF PSTC-GENERATION NOT = DTB-GENERATION (WS-BLOCK-IX)
                   OR WS-COPY-COUNT NOT = PSTC-RECORD-COUNT
                   OR WS-COPY-COUNT
                       NOT = DTB-RECORD-COUNT (WS-BLOCK-IX)
                   OR WS-COPY-TOTAL
                       NOT = DTB-AMOUNT-TOTAL (WS-BLOCK-IX)
                   DISPLAY "PSTARCH: mois " WS-BLOCK-MONTH
                       " de la génération " PSTC-GENERATION
                       " incomplet, archivage arrêté"
                   MOVE 'Y' TO WS-ARC-FAIL-SW
               ELSE
                   MOVE 'A' TO DTB-STATE (WS-BLOCK-IX)
                   MOVE LS-BUSINESS-DATE
                       TO DTB-ARCHIVE-DATE (WS-BLOCK-IX)
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE WS-BLOCK-MONTH TO WS-DTL-MONTH
                   MOVE PSTC-GENERATION TO WS-DTL-GENERATION
                   MOVE WS-COPY-COUNT TO WS-DTL-COUNT
                   MOVE WS-COPY-TOTAL TO WS-DTL-AMOUNT
                   MOVE "ARCHIVE" TO WS-DTL-ACTION
                   MOVE WS-DETAIL-LINE TO PSA-REPORT-LINE
                   WRITE PSA-REPORT-LINE
               END-IF
           END-IF.

      *> Every month due must have been found on PSTHMON; one that
      *> was not stays online and is reported.
       CHECK-ARCHIVED-MONTHS.
           PERFORM VARYING WS-DIR-IX FROM 1 BY 1
               UNTIL WS-DIR-IX > WS-DIR-COUNT
               IF DTB-ONLINE (WS-DIR-IX)
                   AND DTB-MONTH (WS-DIR-IX) NOT > WS-ARCHIVE-LIMIT
                   AND DTB-GENERATION (WS-DIR-IX) NOT = WS-GEN-NAME
                   DISPLAY "PSTARCH: mois " DTB-MONTH (WS-DIR-IX)
                       " (génération " DTB-GENERATION (WS-DIR-IX)
                       ") absent de PSTHMON, non archivé"
                   MOVE 'Y' TO WS-ARC-FAIL-SW
               END-IF
           END-PERFORM.

       REWRITE-DIRECTORY.
           OPEN OUTPUT GENERATION-DIRECTORY
           IF WS-DIR-STATUS NOT = "00"
               DISPLAY "PSTARCH: impossible de réécrire PSTHDIR, "
                   "statut " WS-DIR-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               PERFORM VARYING WS-DIR-IX FROM 1 BY 1
                   UNTIL WS-DIR-IX > WS-DIR-COUNT
                   MOVE DTB-MONTH (WS-DIR-IX) TO PSD-MONTH
                   MOVE DTB-STATE (WS-DIR-IX) TO PSD-STATE
                   MOVE DTB-GENERATION (WS-DIR-IX) TO PSD-GENERATION
                   MOVE DTB-RECORD-COUNT (WS-DIR-IX)
                       TO PSD-RECORD-COUNT
                   MOVE DTB-AMOUNT-TOTAL (WS-DIR-IX)
                       TO PSD-AMOUNT-TOTAL
                   MOVE DTB-CLOSE-DATE (WS-DIR-IX) TO PSD-CLOSE-DATE
                   MOVE DTB-ARCHIVE-DATE (WS-DIR-IX)
                       TO PSD-ARCHIVE-DATE
                   WRITE PSD-RECORD
               END-PERFORM
               CLOSE GENERATION-DIRECTORY
           END-IF.

      *> Every posting of POSTHIST is now on a closed generation:
      *> POSTTRAN starts the next month on an empty file.  Left
      *> full, it is no harm: its months are on PSTHDIR, PSTHRDR
      *> no longer takes them from POSTHIST, and the next month
      *> end finds them already closed.
       EMPTY-CURRENT-HISTORY.
           OPEN OUTPUT POSTING-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "PSTARCH: impossible de vider POSTHIST, "
                   "statut " WS-HIST-STATUS
               MOVE 'Y' TO WS-HIST-LEFT-SW
           ELSE
               CLOSE POSTING-HISTORY
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE LS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE WS-CLOSE-MONTH TO WS-RUL-CLOSE
           MOVE WS-RETENTION-MONTHS TO WS-RUL-RETENTION
           MOVE WS-ARCHIVE-LIMIT TO WS-RUL-LIMIT
           MOVE WS-RULE-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE SPACES TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE WS-COLUMN-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE "MOIS CLOTURES           : " TO WS-CNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE "MOIS DEJA CLOS (REPRISE): " TO WS-CNT-LABEL
           MOVE WS-RECLOSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE "ECRITURES CLOTUREES     : " TO WS-CNT-LABEL
           MOVE WS-POSTING-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE "MONTANT CLOTURE         : " TO WS-TOT-LABEL
           MOVE WS-POSTING-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           MOVE "MOIS ARCHIVES           : " TO WS-CNT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PSA-REPORT-LINE
           WRITE PSA-REPORT-LINE
           IF CLOSE-FAILED
               MOVE "CLOTURE INTERROMPUE, POSTHIST LAISSE EN L'ETAT"
                   TO PSA-REPORT-LINE
               WRITE PSA-REPORT-LINE
           END-IF
           IF ARCHIVING-FAILED
               MOVE "ARCHIVAGE INTERROMPU, VOIR LE JOURNAL"
                   TO PSA-REPORT-LINE
               WRITE PSA-REPORT-LINE
           END-IF
           IF HISTORY-NOT-EMPTIED
               MOVE "POSTHIST NON VIDE, REPRIS A LA PROCHAINE CLOTURE"
                   TO PSA-REPORT-LINE
               WRITE PSA-REPORT-LINE
           END-IF.
       END PROGRAM PSTARCH.
