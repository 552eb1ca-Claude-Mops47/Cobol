           SELECT SOURCE-FILE-5 ASSIGN TO "TRANIN5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SOURCE-FILE-6 ASSIGN TO "TRANIN6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT COMBINED-TRAN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMB-STATUS.
           SELECT GATHER-CONTROL-FILE ASSIGN TO "GATHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE-1.
       01  SRC1-RECORD               PIC X(40).
       FD  SOURCE-FILE-2.
       01  SRC2-RECORD               PIC X(40).
       FD  SOURCE-FILE-3.
       01  SRC3-RECORD               PIC X(40).
       FD  SOURCE-FILE-4.
       01  SRC4-RECORD               PIC X(40).
       FD  SOURCE-FILE-5.
       01  SRC5-RECORD               PIC X(40).
       FD  SOURCE-FILE-6.
       01  SRC6-RECORD               PIC X(40).
       FD  COMBINED-TRAN-FILE.
       COPY TRANREC.
       FD  GATHER-CONTROL-FILE.
       COPY GTHCTL.

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS         PIC X(2).
       01  WS-CMB-STATUS         PIC X(2).
       01  WS-GTC-STATUS         PIC X(2).
       01  WS-SRC-IX             PIC 9(1).
       01  WS-SRC-EOF            PIC X(1).
           88  SRC-EOF                       VALUE 'Y'.
           05  WS-WRK-AMOUNT     PIC S9(9)V99.
           05  WS-WRK-DATE       PIC 9(8).
           05  WS-WRK-BRANCH-ID  PIC X(3).
           05  WS-WRK-TO-ACCOUNT PIC 9(8).
       01  WS-SRC-WORK-HDR REDEFINES WS-SRC-WORK.
           05  FILLER            PIC 9(8).
           05  FILLER            PIC X(2).
           05  WS-WRK-BUS-DATE   PIC 9(8).
           05  WS-WRK-HDR-BRANCH PIC X(3).
           05  FILLER            PIC X(19).
       01  WS-SRC-WORK-TRL REDEFINES WS-SRC-WORK.
           05  FILLER            PIC 9(8).
           05  FILLER            PIC X(2).
           05  WS-WRK-TRL-COUNT  PIC 9(6).
           05  WS-WRK-TRL-HASH   PIC 9(11)V99.
           05  FILLER            PIC X(11).
       01  WS-SRC-HDR-FOUND-SW   PIC X(1).
           88  SRC-HEADER-FOUND              VALUE 'Y'.
       01  WS-SRC-TRL-FOUND-SW   PIC X(1).
                   "statut " WS-CMB-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GATHER-CONTROL-FILE
               IF WS-GTC-STATUS NOT = "00"
                   CLOSE COMBINED-TRAN-FILE
                   DISPLAY "TRNGATHR: impossible d'ouvrir GATHCTL, "
                       "statut " WS-GTC-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-COMBINED-HEADER
                   PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                       UNTIL WS-SRC-IX > 6
                       PERFORM GATHER-ONE-SOURCE
                   END-PERFORM
                   PERFORM WRITE-COMBINED-TRAILER
                   CLOSE COMBINED-TRAN-FILE
                   CLOSE GATHER-CONTROL-FILE
                   DISPLAY "TRNGATHR: " WS-VALID-SOURCES
                       " fichier(s) source accepté(s), "
                       WS-REJECT-SOURCES " refusé(s), "
                       WS-CMB-COUNT " transaction(s) rassemblée(s)"
                   IF WS-VALID-SOURCES = ZERO
                       DISPLAY "TRNGATHR: aucun fichier source "
                           "exploitable"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-REJECT-SOURCES > ZERO
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE ZERO TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 'HD' TO TRH-REC-TYPE
           MOVE LS-BUSINESS-DATE TO TRH-BUSINESS-DATE
           MOVE SPACES TO TRH-BRANCH-ID
           MOVE SPACES TO TRAN-HEADER-RECORD (22:19)
           WRITE TRAN-HEADER-RECORD.

       WRITE-COMBINED-TRAILER.
           MOVE 'TR' TO TRT-REC-TYPE
           MOVE WS-CMB-COUNT TO TRT-RECORD-COUNT
           MOVE WS-CMB-HASH TO TRT-HASH-TOTAL
           MOVE SPACES TO TRAN-TRAILER-RECORD (30:11)
           WRITE TRAN-TRAILER-RECORD.

      *> Each source file is balanced on its own before one of
       GATHER-ONE-SOURCE.
           PERFORM VALIDATE-CURRENT-SOURCE
           IF SOURCE-PRESENT
               PERFORM WRITE-GATHER-CONTROL
               IF SOURCE-VALID
                   ADD 1 TO WS-VALID-SOURCES
                   PERFORM COPY-CURRENT-SOURCE
               END-IF
           END-IF.

      *> The branch's own trailer totals go on GATHCTL whether the
      *> file is gathered or refused, so the settlement advice
      *> can tell the branch what arrived from it.
       WRITE-GATHER-CONTROL.
           MOVE WS-SRC-IX TO GTC-SOURCE-NO
           MOVE WS-SRC-BRANCH TO GTC-BRANCH-ID
           MOVE WS-SRC-DATE TO GTC-FILE-DATE
           IF SOURCE-VALID
               MOVE 'A' TO GTC-STATUS
           ELSE
               MOVE 'R' TO GTC-STATUS
           END-IF
           MOVE WS-SRC-TRL-COUNT TO GTC-TRL-COUNT
           MOVE WS-SRC-TRL-HASH TO GTC-TRL-HASH
           MOVE WS-SRC-COUNT TO GTC-REC-COUNT
           MOVE WS-SRC-HASH TO GTC-REC-HASH
           WRITE GTC-RECORD.

       VALIDATE-CURRENT-SOURCE.
           MOVE 'N' TO WS-SRC-PRESENT-SW
           MOVE 'N' TO WS-SRC-VALID-SW
                   OPEN INPUT SOURCE-FILE-4
               WHEN 5
                   OPEN INPUT SOURCE-FILE-5
               WHEN 6
                   OPEN INPUT SOURCE-FILE-6
           END-EVALUATE.

       READ-CURRENT-SOURCE.
                       NOT AT END
                           MOVE SRC5-RECORD TO WS-SRC-WORK
                   END-READ
               WHEN 6
                   READ SOURCE-FILE-6
                       AT END
                           MOVE 'Y' TO WS-SRC-EOF
                       NOT AT END
                           MOVE SRC6-RECORD TO WS-SRC-WORK
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-SOURCE.
                   CLOSE SOURCE-FILE-4
               WHEN 5
                   CLOSE SOURCE-FILE-5
               WHEN 6
                   CLOSE SOURCE-FILE-6
           END-EVALUATE.
       END PROGRAM TRNGATHR.
