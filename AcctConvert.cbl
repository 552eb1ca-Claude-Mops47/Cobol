      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-UNLOAD ASSIGN TO "ACCTV67"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The account master as it was before the dormancy fields:
      *> the same layout as ACCTREC.cpy up to ACCT-MTD-CREDITS,
      *> 67 bytes.
       FD  ACCOUNT-UNLOAD.
       01  UNL-MASTER-RECORD.
           05  UNL-ACCOUNT-NO    PIC 9(8).
           05  FILLER            PIC X(59).
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-UNL-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-UNL-EOF            PIC X(1)    VALUE 'N'.
           88  UNL-EOF                       VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  CONVERSION-FAILED             VALUE 'Y'.
       01  WS-READ-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-WRITTEN-COUNT      PIC 9(6)    VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           DISPLAY "Vous êtes dans ACCTCONV".
           PERFORM CONVERT-ACCOUNT-MASTER
           IF NOT CONVERSION-FAILED
               AND WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "ACCTCONV : " WS-READ-COUNT " lu(s) pour "
                   WS-WRITTEN-COUNT " écrit(s), conversion "
                   "incomplète"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF
           IF CONVERSION-FAILED
               DISPLAY "ACCTCONV : ACCTMAST à recharger depuis "
                   "ACCTV67 une fois l'erreur corrigée"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ACCTCONV : " WS-READ-COUNT " compte(s) lu(s), "
                   WS-WRITTEN-COUNT " compte(s) converti(s)"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> One-off reload of ACCTMAST from its unload taken before
      *> ACCTREC.cpy grew from 67 to 75 bytes.  Every field keeps
      *> its value and place; the new ACCT-DORMANT-DATE is zero, as
      *> no account was dormant before DRMSWEEP existed.  The unload
      *> comes off the old cluster in key order, so the new master
      *> is loaded sequentially and a key out of sequence or a
      *> duplicate stops the run.
       CONVERT-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-UNLOAD
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "ACCTCONV : impossible d'ouvrir ACCTV67, "
                   "statut " WS-UNL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN OUTPUT ACCOUNT-MASTER
               IF WS-ACCT-STATUS NOT = "00"
                   CLOSE ACCOUNT-UNLOAD
                   DISPLAY "ACCTCONV : impossible de charger "
                       "ACCTMAST, statut " WS-ACCT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL UNL-EOF OR CONVERSION-FAILED
                       READ ACCOUNT-UNLOAD
                           AT END
                               MOVE 'Y' TO WS-UNL-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-UNLOAD
                   CLOSE ACCOUNT-MASTER
               END-IF
           END-IF.

      *> A record that is not 67 bytes or has no account number is
      *> not an old master record: the unload is the wrong dataset
      *> (or one already converted) and nothing should be loaded
      *> from it.
       CONVERT-ONE-ACCOUNT.
           IF WS-UNL-STATUS NOT = "00"
               DISPLAY "ACCTCONV : enregistrement " WS-READ-COUNT
                   " de ACCTV67 illisible, statut " WS-UNL-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               IF UNL-ACCOUNT-NO IS NOT NUMERIC
                   DISPLAY "ACCTCONV : enregistrement " WS-READ-COUNT
                       " de ACCTV67 sans numéro de compte"
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE UNL-MASTER-RECORD TO ACCT-MASTER-RECORD
                   MOVE ZERO TO ACCT-DORMANT-DATE
                   WRITE ACCT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ACCTCONV : compte "
                               ACCT-ACCOUNT-NO " hors séquence ou "
                               "en double, statut " WS-ACCT-STATUS
                           MOVE 'Y' TO WS-FAIL-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
               END-IF
           END-IF.
