      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTHCONV.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-UNLOAD ASSIGN TO "PSTHV42"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT POSTING-HISTORY ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The posting history as it was before the branch field:
      *> the same layout as PSTHREC.cpy up to PSTH-NEW-BALANCE,
      *> 42 bytes.
       FD  HISTORY-UNLOAD.
       01  UNL-POSTING-RECORD.
           05  UNL-ACCOUNT-NO    PIC 9(8).
           05  UNL-TRAN-TYPE     PIC X(2).
           05  FILLER            PIC X(11).
           05  UNL-POST-DATE     PIC 9(8).
           05  FILLER            PIC X(13).
       FD  POSTING-HISTORY.
       COPY PSTHREC.

       WORKING-STORAGE SECTION.
       01  WS-UNL-STATUS         PIC X(2).
       01  WS-HIST-STATUS        PIC X(2).
       01  WS-UNL-EOF            PIC X(1)    VALUE 'N'.
           88  UNL-EOF                       VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  CONVERSION-FAILED             VALUE 'Y'.
       01  WS-READ-COUNT         PIC 9(8)    VALUE ZERO.
       01  WS-WRITTEN-COUNT      PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           DISPLAY "Vous êtes dans PSTHCONV".
           PERFORM CONVERT-POSTING-HISTORY
           IF NOT CONVERSION-FAILED
               AND WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "PSTHCONV : " WS-READ-COUNT " lue(s) pour "
                   WS-WRITTEN-COUNT " écrite(s), conversion "
                   "incomplète"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF
           IF CONVERSION-FAILED
               DISPLAY "PSTHCONV : POSTHIST à recharger depuis "
                   "PSTHV42 une fois l'erreur corrigée"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PSTHCONV : " WS-READ-COUNT " écriture(s) "
                   "lue(s), " WS-WRITTEN-COUNT " convertie(s)"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> One-off reload of POSTHIST from its copy taken before
      *> PSTHREC.cpy grew from 42 to 45 bytes.  Every field keeps
      *> its value and place; the new PSTH-BRANCH-ID is blank, as
      *> the branch of those postings was never kept.  The order
      *> of the postings is POSTTRAN's and is kept as it is.
       CONVERT-POSTING-HISTORY.
           OPEN INPUT HISTORY-UNLOAD
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "PSTHCONV : impossible d'ouvrir PSTHV42, "
                   "statut " WS-UNL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN OUTPUT POSTING-HISTORY
               IF WS-HIST-STATUS NOT = "00"
                   CLOSE HISTORY-UNLOAD
                   DISPLAY "PSTHCONV : impossible de charger "
                       "POSTHIST, statut " WS-HIST-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL UNL-EOF OR CONVERSION-FAILED
                       READ HISTORY-UNLOAD
                           AT END
                               MOVE 'Y' TO WS-UNL-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-POSTING
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-UNLOAD
                   CLOSE POSTING-HISTORY
               END-IF
           END-IF.

      *> A record that is not 42 bytes, has no account number or
      *> posting date, or is a month-end control record is not an
      *> old POSTHIST record: the copy is the wrong dataset (or one
      *> already converted) and nothing should be loaded from it.
       CONVERT-ONE-POSTING.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "PSTHCONV : enregistrement " WS-READ-COUNT
                   " de PSTHV42 illisible, statut " WS-UNL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               IF UNL-ACCOUNT-NO IS NOT NUMERIC
                   OR UNL-POST-DATE IS NOT NUMERIC
                   OR UNL-TRAN-TYPE = "CT"
                   DISPLAY "PSTHCONV : enregistrement " WS-READ-COUNT
                       " de PSTHV42 qui n'est pas une écriture"
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE UNL-POSTING-RECORD TO PSTH-RECORD
                   MOVE SPACES TO PSTH-BRANCH-ID
                   WRITE PSTH-RECORD
                   IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "PSTHCONV : écriture impossible sur "
                           "POSTHIST, statut " WS-HIST-STATUS
                       MOVE 'Y' TO WS-FAIL-SW
                   ELSE
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-IF
           END-IF.
