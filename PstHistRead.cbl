      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTHRDR.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-DIRECTORY ASSIGN TO "PSTHDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
           SELECT MONTH-HISTORY ASSIGN TO "PSTHMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT POSTING-HISTORY ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-DIRECTORY.
       COPY PSDREC.
       FD  MONTH-HISTORY.
       01  GEN-HISTORY-RECORD    PIC X(45).
       FD  POSTING-HISTORY.
       01  CUR-HISTORY-RECORD    PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-DIR-STATUS         PIC X(2).
       01  WS-GEN-STATUS         PIC X(2).
       01  WS-HIST-STATUS        PIC X(2).
       01  WS-DIR-EOF            PIC X(1).
           88  DIR-EOF                       VALUE 'Y'.
       01  WS-OPEN-SW            PIC X(1)    VALUE 'N'.
           88  GENERATION-OPEN               VALUE 'G'.
           88  HISTORY-OPEN                  VALUE 'P'.
           88  NOTHING-OPEN                  VALUE 'N'.
       01  WS-RANGE-SW           PIC X(1)    VALUE 'E'.
           88  RANGE-READING                 VALUE 'R'.
           88  RANGE-ENDED                   VALUE 'E'.
           88  RANGE-FAILED                  VALUE 'X'.
       01  WS-HIST-WANTED-SW     PIC X(1).
           88  CURRENT-MONTH-WANTED          VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1).
           88  POSTING-FOUND                 VALUE 'Y'.
       01  WS-BLOCK-SW           PIC X(1).
           88  MONTH-BLOCK-OPEN              VALUE 'Y'.
       01  WS-BLOCK-MONTH        PIC 9(6).
       01  WS-BLOCK-IX           PIC 9(3).
       01  WS-REC-MONTH          PIC 9(6).
       01  WS-MONTHS-WANTED      PIC 9(3).
       01  WS-FROM-MONTH         PIC 9(6).
       01  WS-TO-MONTH           PIC 9(6).
       01  WS-LAST-CLOSED-MONTH  PIC 9(6).
       01  WS-GEN-COUNT          PIC 9(8).
       01  WS-GEN-TOTAL          PIC S9(11)V99.
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
               10  DTB-READ-SW   PIC X(1).
                   88  DTB-WANTED                VALUE 'W'.
                   88  DTB-PROVED                VALUE 'P'.
       COPY PSTHREC.

       LINKAGE SECTION.
       COPY PHRAREA.

       PROCEDURE DIVISION USING PSTH-READ-AREA.
       PROG.
           IF PHR-OPEN-RANGE
               PERFORM OPEN-POSTING-RANGE
           ELSE
               IF PHR-READ-NEXT
                   PERFORM READ-NEXT-POSTING
               ELSE
                   IF PHR-CLOSE-RANGE
                       PERFORM CLOSE-OPEN-FILE
                       MOVE 'E' TO WS-RANGE-SW
                       MOVE 'F' TO PHR-RESULT
                   ELSE
                       DISPLAY "PSTHRDR : fonction " PHR-FUNCTION
                           " inconnue"
                       MOVE 'X' TO PHR-RESULT
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

      *> The closed months are read from PSTHMON, the GDG base,
      *> which gives every generation oldest first and so the
      *> months in order; POSTHIST, the month in progress, is only
      *> read when the range runs past the last closed month.
      *> With PSTHDIR still empty nothing has been closed and
      *> POSTHIST holds the whole history.  An archived month in
      *> the range is reported to the caller, who decides whether
      *> a partial answer will do.
       OPEN-POSTING-RANGE.
           PERFORM CLOSE-OPEN-FILE
           MOVE 'R' TO WS-RANGE-SW
           MOVE 'N' TO PHR-ARCHIVED-SW
           MOVE 'N' TO WS-HIST-WANTED-SW
           MOVE 'N' TO WS-BLOCK-SW
           MOVE ZERO TO WS-MONTHS-WANTED
           MOVE ZERO TO WS-DIR-COUNT
           MOVE ZERO TO WS-LAST-CLOSED-MONTH
           DIVIDE PHR-DATE-FROM BY 100 GIVING WS-FROM-MONTH
           DIVIDE PHR-DATE-TO BY 100 GIVING WS-TO-MONTH
           PERFORM LOAD-DIRECTORY
           IF NOT RANGE-FAILED
               PERFORM VARYING WS-DIR-IX FROM 1 BY 1
                   UNTIL WS-DIR-IX > WS-DIR-COUNT
                   IF DTB-MONTH (WS-DIR-IX) >= WS-FROM-MONTH
                       AND DTB-MONTH (WS-DIR-IX) <= WS-TO-MONTH
                       IF DTB-ARCHIVED (WS-DIR-IX)
                           MOVE 'Y' TO PHR-ARCHIVED-SW
                       ELSE
                           MOVE 'W' TO DTB-READ-SW (WS-DIR-IX)
                           ADD 1 TO WS-MONTHS-WANTED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TO-MONTH > WS-LAST-CLOSED-MONTH
                   MOVE 'Y' TO WS-HIST-WANTED-SW
               END-IF
               MOVE 'F' TO PHR-RESULT
           ELSE
               MOVE 'X' TO PHR-RESULT
           END-IF.

       LOAD-DIRECTORY.
           MOVE 'N' TO WS-DIR-EOF
           OPEN INPUT GENERATION-DIRECTORY
           IF WS-DIR-STATUS = "35"
               MOVE 'Y' TO WS-DIR-EOF
           ELSE
               IF WS-DIR-STATUS NOT = "00"
                   DISPLAY "PSTHRDR : impossible d'ouvrir PSTHDIR, "
                       "statut " WS-DIR-STATUS
                   MOVE 'X' TO WS-RANGE-SW
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
           IF WS-DIR-COUNT < 600
               ADD 1 TO WS-DIR-COUNT
               MOVE PSD-MONTH TO DTB-MONTH (WS-DIR-COUNT)
               MOVE PSD-STATE TO DTB-STATE (WS-DIR-COUNT)
               MOVE PSD-GENERATION TO DTB-GENERATION (WS-DIR-COUNT)
               MOVE PSD-RECORD-COUNT
                   TO DTB-RECORD-COUNT (WS-DIR-COUNT)
               MOVE PSD-AMOUNT-TOTAL
                   TO DTB-AMOUNT-TOTAL (WS-DIR-COUNT)
               MOVE 'N' TO DTB-READ-SW (WS-DIR-COUNT)
               IF PSD-MONTH > WS-LAST-CLOSED-MONTH
                   MOVE PSD-MONTH TO WS-LAST-CLOSED-MONTH
               END-IF
           ELSE
               DISPLAY "PSTHRDR : plus de 600 mois dans PSTHDIR"
               MOVE 'X' TO WS-RANGE-SW
               MOVE 'Y' TO WS-DIR-EOF
           END-IF.

      *> Files are taken in turn until a posting dated inside the
      *> range turns up: PSTHMON while online months of the range
      *> are still to be read, then POSTHIST if wanted.
       READ-NEXT-POSTING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM UNTIL POSTING-FOUND
               OR NOT RANGE-READING
               IF GENERATION-OPEN
                   PERFORM READ-GENERATION
               ELSE
                   IF HISTORY-OPEN
                       PERFORM READ-CURRENT-HISTORY
                   ELSE
                       PERFORM OPEN-NEXT-SOURCE
                   END-IF
               END-IF
           END-PERFORM
           IF POSTING-FOUND
               MOVE PSTH-RECORD TO PHR-POSTING
               MOVE 'F' TO PHR-RESULT
           ELSE
               IF RANGE-FAILED
                   MOVE 'X' TO PHR-RESULT
               ELSE
                   MOVE 'E' TO PHR-RESULT
               END-IF
           END-IF.

       OPEN-NEXT-SOURCE.
           IF WS-MONTHS-WANTED > ZERO
               OPEN INPUT MONTH-HISTORY
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY "PSTHRDR : impossible d'ouvrir PSTHMON, "
                       "statut " WS-GEN-STATUS
                   MOVE 'X' TO WS-RANGE-SW
               ELSE
                   MOVE 'G' TO WS-OPEN-SW
               END-IF
           ELSE
               IF CURRENT-MONTH-WANTED
                   MOVE 'N' TO WS-HIST-WANTED-SW
                   PERFORM OPEN-CURRENT-HISTORY
               ELSE
                   MOVE 'E' TO WS-RANGE-SW
               END-IF
           END-IF.

      *> An absent POSTHIST just means nothing has been posted
      *> since the last month end.
       OPEN-CURRENT-HISTORY.
           OPEN INPUT POSTING-HISTORY
           IF WS-HIST-STATUS NOT = "35"
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "PSTHRDR : impossible d'ouvrir POSTHIST, "
                       "statut " WS-HIST-STATUS
                   MOVE 'X' TO WS-RANGE-SW
               ELSE
                   MOVE 'P' TO WS-OPEN-SW
               END-IF
           END-IF.

      *> Every month is proved as it is read: its "CT" record must
      *> end it, before any posting of another month, and must
      *> agree with the postings read and with the directory entry,
      *> generation included, so a truncated, altered or stray
      *> month is never passed off as whole.  Reading stops once
      *> the last online month of the range is proved; reaching
      *> the end of PSTHMON before that means a month is missing.
       READ-GENERATION.
           READ MONTH-HISTORY
               AT END
                   PERFORM END-OF-GENERATIONS
               NOT AT END
                   MOVE GEN-HISTORY-RECORD TO PSTH-RECORD
                   PERFORM TAKE-GENERATION-RECORD
                   IF WS-MONTHS-WANTED = ZERO
                       CLOSE MONTH-HISTORY
                       MOVE 'N' TO WS-OPEN-SW
                   END-IF
           END-READ.

       TAKE-GENERATION-RECORD.
           IF PSTH-MONTH-CONTROL
               MOVE GEN-HISTORY-RECORD TO PSTH-CONTROL-RECORD
               MOVE PSTC-MONTH TO WS-REC-MONTH
           ELSE
               DIVIDE PSTH-POST-DATE BY 100 GIVING WS-REC-MONTH
           END-IF
           IF NOT MONTH-BLOCK-OPEN
               PERFORM START-MONTH-BLOCK
           END-IF
           IF MONTH-BLOCK-OPEN
               IF WS-REC-MONTH NOT = WS-BLOCK-MONTH
                   DISPLAY "PSTHRDR : mois " WS-BLOCK-MONTH
                       " de PSTHMON sans contrôle de fin de mois"
                   MOVE 'X' TO WS-RANGE-SW
               ELSE
                   IF PSTH-MONTH-CONTROL
                       PERFORM CHECK-MONTH-CONTROL
                       MOVE 'N' TO WS-BLOCK-SW
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                       ADD PSTH-AMOUNT TO WS-GEN-TOTAL
                       IF DTB-WANTED (WS-BLOCK-IX)
                           PERFORM SELECT-POSTING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       START-MONTH-BLOCK.
           MOVE 1 TO WS-DIR-IX
           PERFORM UNTIL WS-DIR-IX > WS-DIR-COUNT
               OR DTB-MONTH (WS-DIR-IX) = WS-REC-MONTH
               ADD 1 TO WS-DIR-IX
           END-PERFORM
           IF WS-DIR-IX > WS-DIR-COUNT
               DISPLAY "PSTHRDR : mois " WS-REC-MONTH
                   " de PSTHMON absent de PSTHDIR"
               MOVE 'X' TO WS-RANGE-SW
           ELSE
               IF DTB-PROVED (WS-DIR-IX)
                   DISPLAY "PSTHRDR : mois " WS-REC-MONTH
                       " en double sur PSTHMON"
                   MOVE 'X' TO WS-RANGE-SW
               ELSE
                   MOVE 'Y' TO WS-BLOCK-SW
                   MOVE WS-REC-MONTH TO WS-BLOCK-MONTH
                   MOVE WS-DIR-IX TO WS-BLOCK-IX
                   MOVE ZERO TO WS-GEN-COUNT
                   MOVE ZERO TO WS-GEN-TOTAL
               END-IF
           END-IF.

       CHECK-MONTH-CONTROL.
           IF PSTC-GENERATION NOT = DTB-GENERATION (WS-BLOCK-IX)
               DISPLAY "PSTHRDR : mois " WS-BLOCK-MONTH
                   " trouvé dans la génération " PSTC-GENERATION
                   ", PSTHDIR le place dans "
                   DTB-GENERATION (WS-BLOCK-IX)
               MOVE 'X' TO WS-RANGE-SW
           ELSE
               IF PSTC-RECORD-COUNT NOT = WS-GEN-COUNT
                   OR PSTC-AMOUNT-TOTAL NOT = WS-GEN-TOTAL
                   OR PSTC-RECORD-COUNT
                       NOT = DTB-RECORD-COUNT (WS-BLOCK-IX)
                   OR PSTC-AMOUNT-TOTAL
                       NOT = DTB-AMOUNT-TOTAL (WS-BLOCK-IX)
                   DISPLAY "PSTHRDR : mois " WS-BLOCK-MONTH
                       " de la génération " PSTC-GENERATION
                       " déséquilibré : " WS-GEN-COUNT " lue(s), "
                       PSTC-RECORD-COUNT " au contrôle, "
                       DTB-RECORD-COUNT (WS-BLOCK-IX)
                       " au répertoire"
                   MOVE 'X' TO WS-RANGE-SW
               ELSE
                   IF DTB-WANTED (WS-BLOCK-IX)
                       SUBTRACT 1 FROM WS-MONTHS-WANTED
                   END-IF
                   MOVE 'P' TO DTB-READ-SW (WS-BLOCK-IX)
               END-IF
           END-IF.

       END-OF-GENERATIONS.
           CLOSE MONTH-HISTORY
           MOVE 'N' TO WS-OPEN-SW
           IF MONTH-BLOCK-OPEN
               DISPLAY "PSTHRDR : mois " WS-BLOCK-MONTH
                   " de PSTHMON sans contrôle de fin de mois"
               MOVE 'X' TO WS-RANGE-SW
           ELSE
               PERFORM VARYING WS-DIR-IX FROM 1 BY 1
                   UNTIL WS-DIR-IX > WS-DIR-COUNT
                   IF DTB-WANTED (WS-DIR-IX)
                       DISPLAY "PSTHRDR : mois " DTB-MONTH (WS-DIR-IX)
                           " (génération " DTB-GENERATION (WS-DIR-IX)
                           ") absent de PSTHMON"
                       MOVE 'X' TO WS-RANGE-SW
                   END-IF
               END-PERFORM
           END-IF.

      *> A month already on PSTHDIR is taken from its generation
      *> only: POSTHIST still holds it when the month end could not
      *> empty the file.
       READ-CURRENT-HISTORY.
           READ POSTING-HISTORY
               AT END
                   CLOSE POSTING-HISTORY
                   MOVE 'N' TO WS-OPEN-SW
                   MOVE 'E' TO WS-RANGE-SW
               NOT AT END
                   MOVE CUR-HISTORY-RECORD TO PSTH-RECORD
                   DIVIDE PSTH-POST-DATE BY 100 GIVING WS-REC-MONTH
                   IF WS-REC-MONTH > WS-LAST-CLOSED-MONTH
                       PERFORM SELECT-POSTING
                   END-IF
           END-READ.

       SELECT-POSTING.
           IF PSTH-POST-DATE >= PHR-DATE-FROM
               AND PSTH-POST-DATE <= PHR-DATE-TO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       CLOSE-OPEN-FILE.
           IF GENERATION-OPEN
               CLOSE MONTH-HISTORY
           END-IF
           IF HISTORY-OPEN
               CLOSE POSTING-HISTORY
           END-IF
           MOVE 'N' TO WS-OPEN-SW.
