           SELECT ACCOUNT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT INTEREST-CONTROL ASSIGN TO "INTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MTDRPT.
       FD  ACCOUNT-JOURNAL.
       COPY JRNREC.
       FD  INTEREST-CONTROL.
       COPY INTCTL.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-GEN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-GEN-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-INT-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-INT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-ICT-STATUS         PIC X(2).
       01  WS-ICT-FILE-EXISTS    PIC X(1)    VALUE 'Y'.
       01  WS-ICT-FAIL-SW        PIC X(1)    VALUE 'N'.
           88  ICT-WRITE-FAILED              VALUE 'Y'.
       01  WS-FEE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-ACCT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-TOT-MTD-DEBITS     PIC S9(13)V99 VALUE ZERO.
                           CLOSE MONTH-END-TRAN-FILE
                           CLOSE MTD-REPORT
                           CLOSE ACCOUNT-JOURNAL
                           PERFORM NOTE-INTEREST-CONTROL
                           DISPLAY "MONTHEND: " WS-INT-COUNT
                               " intérêt(s), " WS-FEE-COUNT
                               " frais générés pour "
                                   " compte(s) déjà arrêté(s), non "
                                   "réinitialisé(s) à la reprise"
                           END-IF
                           IF ICT-WRITE-FAILED
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               MOVE ZERO TO RETURN-CODE
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           MOVE 'HD' TO TRH-REC-TYPE
           MOVE LS-BUSINESS-DATE TO TRH-BUSINESS-DATE
           MOVE "SYS" TO TRH-BRANCH-ID
           MOVE SPACES TO TRAN-HEADER-RECORD (22:19)
           WRITE TRAN-HEADER-RECORD.

       WRITE-TRAN-TRAILER.
           MOVE 'TR' TO TRT-REC-TYPE
           MOVE WS-GEN-COUNT TO TRT-RECORD-COUNT
           MOVE WS-GEN-HASH TO TRT-HASH-TOTAL
           MOVE SPACES TO TRAN-TRAILER-RECORD (30:11)
           WRITE TRAN-TRAILER-RECORD.

      *> Only open accounts get accruals: closed, frozen and
      *> dormant accounts are skipped, a record carrying
      *> a space status predates the status byte and counts as
      *> open.  The month-to-date totals of every account are cut
      *> here - summed for the report, then reset for the new
               END-IF
           END-IF.

      *> Interest goes out as its own type 'IN', not as a plain
      *> credit, so the posting history can tell it apart from
      *> customer deposits when the year's certificates are cut.
       GENERATE-INTEREST.
           IF ACCT-BALANCE > ZERO AND WS-INTEREST-RATE > ZERO
               COMPUTE WS-INT-AMOUNT ROUNDED =
                   ACCT-BALANCE * WS-INTEREST-RATE
               IF WS-INT-AMOUNT > ZERO
                   ADD 1 TO WS-INT-COUNT
                   ADD WS-INT-AMOUNT TO WS-INT-TOTAL
                   MOVE "IN" TO TRAN-TYPE
                   MOVE WS-INT-AMOUNT TO TRAN-AMOUNT
                   PERFORM WRITE-ONE-TRAN
               END-IF
           MOVE ACCT-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE LS-BUSINESS-DATE TO TRAN-DATE
           MOVE "SYS" TO TRAN-BRANCH-ID
           MOVE ZERO TO TRAN-TO-ACCOUNT-NO
           WRITE TRAN-RECORD
           ADD 1 TO WS-GEN-COUNT
           ADD TRAN-AMOUNT TO WS-GEN-HASH.
           MOVE WS-INT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO MTD-REPORT-LINE
           WRITE MTD-REPORT-LINE
           MOVE "MONTANT DES INTERETS    : " TO WS-TOT-LABEL
           MOVE WS-INT-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO MTD-REPORT-LINE
           WRITE MTD-REPORT-LINE
           MOVE "FRAIS GENERES           : " TO WS-CNT-LABEL
           MOVE WS-FEE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO MTD-REPORT-LINE
           WRITE MTD-REPORT-LINE.

      *> The month's interest totals go on the cumulative INTCTL,
      *> as GLEXTR notes each extract on GLSENT: INTCERT proves
      *> the year-end certificates against them.  A rerun appends
      *> a second entry for the date, and the last one counts.
       NOTE-INTEREST-CONTROL.
           OPEN INPUT INTEREST-CONTROL
           IF WS-ICT-STATUS = "35"
               MOVE 'N' TO WS-ICT-FILE-EXISTS
           ELSE
               IF WS-ICT-STATUS = "00"
                   MOVE 'Y' TO WS-ICT-FILE-EXISTS
                   CLOSE INTEREST-CONTROL
               ELSE
                   DISPLAY "MONTHEND: impossible d'ouvrir INTCTL, "
                       "statut " WS-ICT-STATUS
                   MOVE 'Y' TO WS-ICT-FAIL-SW
               END-IF
           END-IF
           IF NOT ICT-WRITE-FAILED
               IF WS-ICT-FILE-EXISTS = 'Y'
                   OPEN EXTEND INTEREST-CONTROL
               ELSE
                   OPEN OUTPUT INTEREST-CONTROL
               END-IF
               IF WS-ICT-STATUS NOT = "00"
                   DISPLAY "MONTHEND: impossible d'ouvrir INTCTL, "
                       "statut " WS-ICT-STATUS
                   MOVE 'Y' TO WS-ICT-FAIL-SW
               ELSE
                   MOVE LS-BUSINESS-DATE TO ICT-BUSINESS-DATE
                   MOVE WS-INT-COUNT TO ICT-INT-COUNT
                   MOVE WS-INT-TOTAL TO ICT-INT-TOTAL
                   WRITE ICT-RECORD
                   CLOSE INTEREST-CONTROL
               END-IF
           END-IF.
       END PROGRAM MONTHEND.
