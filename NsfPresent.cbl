      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFPRES.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "RTIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT RETURNED-ITEM-LEDGER ASSIGN TO "RTIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTI-STATUS.
           SELECT REPRESENT-TRAN-FILE ASSIGN TO "TRANIN5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY RTIPARM.
       FD  RETURNED-ITEM-LEDGER.
       COPY RTIREC.
       FD  REPRESENT-TRAN-FILE.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-RTI-STATUS         PIC X(2).
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-RTI-EOF            PIC X(1)    VALUE 'N'.
           88  RTI-EOF                       VALUE 'Y'.
       01  WS-RTI-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-RTI-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  RTI-OPEN-FAILED               VALUE 'Y'.
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARMS-FOUND                   VALUE 'Y'.
       01  WS-RETURN-FEE         PIC 9(5)V99.
       01  WS-GEN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-GEN-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-REP-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-FEE-COUNT          PIC 9(6)    VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
       PROG.
           DISPLAY "Vous êtes dans NSFPRES, traitement du "
               LS-BUSINESS-DATE.
           PERFORM READ-PARAMETERS.
           IF NOT PARMS-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-RETURNED-ITEM-LEDGER
               IF RTI-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT REPRESENT-TRAN-FILE
                   IF WS-TRN-STATUS NOT = "00"
                       IF WS-RTI-FILE-EXISTS = 'Y'
                           CLOSE RETURNED-ITEM-LEDGER
                       END-IF
                       DISPLAY "NSFPRES: impossible d'ouvrir "
                           "TRANIN5, statut " WS-TRN-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-TRAN-HEADER
                       PERFORM UNTIL RTI-EOF
                           READ RETURNED-ITEM-LEDGER
                               AT END
                                   MOVE 'Y' TO WS-RTI-EOF
                               NOT AT END
                                   PERFORM PRESENT-ONE-ITEM
                           END-READ
                       END-PERFORM
                       PERFORM WRITE-TRAN-TRAILER
                       IF WS-RTI-FILE-EXISTS = 'Y'
                           CLOSE RETURNED-ITEM-LEDGER
                       END-IF
                       CLOSE REPRESENT-TRAN-FILE
                       DISPLAY "NSFPRES: " WS-REP-COUNT
                           " débit(s) représenté(s), "
                           WS-FEE-COUNT " frais de rejet générés"
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "NSFPRES: impossible d'ouvrir RTIPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "NSFPRES: RTIPARM vide, "
                           "représentation impossible"
                   NOT AT END
                       MOVE RTP-RETURN-FEE TO WS-RETURN-FEE
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      *> No ledger yet only means no debit has ever been refused:
      *> the day's file still goes out, header and trailer only,
      *> so the gather step sees a balanced empty source.
       OPEN-RETURNED-ITEM-LEDGER.
           OPEN INPUT RETURNED-ITEM-LEDGER
           IF WS-RTI-STATUS = "35"
               MOVE 'N' TO WS-RTI-FILE-EXISTS
               MOVE 'Y' TO WS-RTI-EOF
           ELSE
               IF WS-RTI-STATUS NOT = "00"
                   DISPLAY "NSFPRES: impossible d'ouvrir RTIFILE, "
                       "statut " WS-RTI-STATUS
                   MOVE 'Y' TO WS-RTI-FAIL-SW
               END-IF
           END-IF.

      *> The re-presentations and the fees travel the ordinary
      *> path, like the month-end accruals: a balanced HD/TR file
      *> on the TRANIN5 gather slot, branch 'SYS', dated the
      *> business day, so B, POSTTRAN, GLEXTR and DLYRECON see
      *> them like any other money.  The file is rebuilt from the
      *> ledger in full on a rerun.
       WRITE-TRAN-HEADER.
           MOVE ZERO TO TRAN-HEADER-RECORD (1:8)
           MOVE 'HD' TO TRH-REC-TYPE
           MOVE LS-BUSINESS-DATE TO TRH-BUSINESS-DATE
           MOVE "SYS" TO TRH-BRANCH-ID
           MOVE SPACES TO TRAN-HEADER-RECORD (22:19)
           WRITE TRAN-HEADER-RECORD.

       WRITE-TRAN-TRAILER.
           MOVE ZERO TO TRAN-TRAILER-RECORD (1:8)
           MOVE 'TR' TO TRT-REC-TYPE
           MOVE WS-GEN-COUNT TO TRT-RECORD-COUNT
           MOVE WS-GEN-HASH TO TRT-HASH-TOTAL
           MOVE SPACES TO TRAN-TRAILER-RECORD (30:11)
           WRITE TRAN-TRAILER-RECORD.

      *> Every pending item is presented again today, and every
      *> refusal recorded by yesterday's cycle is charged its
      *> returned-item fee ('FR'), including the last refusal of
      *> an item that has since gone back to its branch.  NSFCYCL
      *> counts on exactly this when it reads the outcome of the
      *> day.
       PRESENT-ONE-ITEM.
           IF RTI-PENDING
               ADD 1 TO WS-REP-COUNT
               MOVE RTI-ACCOUNT-NO TO TRAN-ACCOUNT-NO
               MOVE RTI-TRAN-TYPE TO TRAN-TYPE
               MOVE RTI-AMOUNT TO TRAN-AMOUNT
               IF RTI-TRAN-TYPE = "TF"
                   MOVE RTI-TO-ACCOUNT-NO TO TRAN-TO-ACCOUNT-NO
               ELSE
                   MOVE ZERO TO TRAN-TO-ACCOUNT-NO
               END-IF
               PERFORM WRITE-ONE-TRAN
           END-IF
           IF RTI-FEE-IS-DUE AND WS-RETURN-FEE > ZERO
               ADD 1 TO WS-FEE-COUNT
               MOVE RTI-ACCOUNT-NO TO TRAN-ACCOUNT-NO
               MOVE "FR" TO TRAN-TYPE
               MOVE WS-RETURN-FEE TO TRAN-AMOUNT
               MOVE ZERO TO TRAN-TO-ACCOUNT-NO
               PERFORM WRITE-ONE-TRAN
           END-IF.

       WRITE-ONE-TRAN.
           MOVE LS-BUSINESS-DATE TO TRAN-DATE
           MOVE "SYS" TO TRAN-BRANCH-ID
           WRITE TRAN-RECORD
           ADD 1 TO WS-GEN-COUNT
           IF TRAN-AMOUNT < ZERO
               SUBTRACT TRAN-AMOUNT FROM WS-GEN-HASH
           ELSE
               ADD TRAN-AMOUNT TO WS-GEN-HASH
           END-IF.
       END PROGRAM NSFPRES.
