      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ORDER-MASTER ASSIGN TO "STOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ORDER-TRAN-FILE ASSIGN TO "TRANIN6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT EXECUTION-REPORT ASSIGN TO "STORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY CALREC.
       FD  ORDER-MASTER.
       COPY STOREC.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  ORDER-TRAN-FILE.
       COPY TRANREC.
       FD  EXECUTION-REPORT.
       COPY STORPT.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS         PIC X(2).
       01  WS-SO-STATUS          PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-CAL-EOF            PIC X(1)    VALUE 'N'.
           88  CAL-EOF                       VALUE 'Y'.
       01  WS-SO-EOF             PIC X(1)    VALUE 'N'.
           88  SO-EOF                        VALUE 'Y'.
       01  WS-SO-FILE-EXISTS     PIC X(1)    VALUE 'Y'.
       01  WS-SO-FAIL-SW         PIC X(1)    VALUE 'N'.
           88  SO-OPEN-FAILED                VALUE 'Y'.
       01  WS-HOLIDAY-SW         PIC X(1)    VALUE 'N'.
           88  NON-PROCESSING-DAY            VALUE 'Y'.
       01  WS-ACCT-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                 VALUE 'Y'.
       01  WS-GEN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-GEN-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-ORDER-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-EXEC-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-EXEC-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01  WS-SKIP-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-SUSP-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-ENDED-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-DAY-NUMBER         PIC 9(8).
       01  WS-DUE-DATE           PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY       PIC 9(4).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-MONTH-NUMBER       PIC 9(6).
       01  WS-MONTH-MAX          PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM4          PIC 9(4).
       01  WS-LEAP-REM100        PIC 9(4).
       01  WS-LEAP-REM400        PIC 9(4).
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(36)
               VALUE "EXECUTION DES ORDRES PERMANENTS".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-HOLIDAY-LINE.
           05  FILLER            PIC X(80)   VALUE
               "JOUR NON OUVRE - ORDRES REPORTES AU JOUR OUVRE SUIVANT".
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(18)   VALUE "ORDRE    DEBIT".
           05  FILLER            PIC X(21)   VALUE "BENEFICIAIRE".
           05  FILLER            PIC X(15)   VALUE "       MONTANT".
           05  FILLER            PIC X(26)   VALUE
               "ECHEANCE RESULTAT".
       01  WS-DETAIL-LINE.
           05  WS-DTL-ORDER      PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-DEBIT      PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-BENEF      PIC X(20).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-DUE-DATE   PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-DTL-RESULT     PIC X(16).
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
           DISPLAY "Vous êtes dans STOGEN, traitement du "
               LS-BUSINESS-DATE.
           PERFORM CHECK-PROCESSING-DAY
           PERFORM OPEN-ORDER-MASTER
           IF SO-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ACCOUNT-MASTER
               IF WS-ACCT-STATUS NOT = "00"
                   IF WS-SO-FILE-EXISTS = 'Y'
                       CLOSE ORDER-MASTER
                   END-IF
                   DISPLAY "STOGEN : impossible d'ouvrir ACCTMAST, "
                       "statut " WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ORDER-TRAN-FILE
                   IF WS-TRN-STATUS NOT = "00"
                       IF WS-SO-FILE-EXISTS = 'Y'
                           CLOSE ORDER-MASTER
                       END-IF
                       CLOSE ACCOUNT-MASTER
                       DISPLAY "STOGEN : impossible d'ouvrir "
                           "TRANIN6, statut " WS-TRN-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT EXECUTION-REPORT
                       IF WS-RPT-STATUS NOT = "00"
                           IF WS-SO-FILE-EXISTS = 'Y'
                               CLOSE ORDER-MASTER
                           END-IF
                           CLOSE ACCOUNT-MASTER
                           CLOSE ORDER-TRAN-FILE
                           DISPLAY "STOGEN : impossible d'ouvrir "
                               "STORPT, statut " WS-RPT-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM GENERATE-DUE-ORDERS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

       GENERATE-DUE-ORDERS.
           PERFORM WRITE-TRAN-HEADER
           PERFORM WRITE-REPORT-HEADING
           PERFORM UNTIL SO-EOF
               READ ORDER-MASTER
                   AT END
                       MOVE 'Y' TO WS-SO-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-ORDER
               END-READ
           END-PERFORM
           PERFORM WRITE-TRAN-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           IF WS-SO-FILE-EXISTS = 'Y'
               CLOSE ORDER-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE ORDER-TRAN-FILE
           CLOSE EXECUTION-REPORT
           DISPLAY "STOGEN : " WS-EXEC-COUNT
               " ordre(s) exécuté(s), "
               WS-SKIP-COUNT " non exécuté(s)"
           IF WS-SKIP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      *> Only the business date itself is looked up: an order
      *> that fell due on a week-end or holiday is still due (its
      *> SO-NEXT-DUE-DATE has not moved) when the next processing
      *> day comes round, so it is picked up then.  As for PROGRAM
      *> A, a date missing from CALFILE, or no CALFILE at all, is
      *> an ordinary day.
       CHECK-PROCESSING-DAY.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               IF WS-CAL-STATUS NOT = "35"
                   DISPLAY "STOGEN : impossible d'ouvrir CALFILE, "
                       "statut " WS-CAL-STATUS
                       ", journée supposée ouvrée"
               END-IF
           ELSE
               PERFORM UNTIL CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF
                       NOT AT END
                           IF CAL-DATE = LS-BUSINESS-DATE
                               AND CAL-NON-PROCESSING
                               MOVE 'Y' TO WS-HOLIDAY-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *> No STOMAST yet only means no order has been set up: the
      *> day's file still goes out, header and trailer only, so
      *> the gather step sees a balanced empty source.  On a
      *> non-processing day the orders are not read at all.
       OPEN-ORDER-MASTER.
           IF NON-PROCESSING-DAY
               MOVE 'N' TO WS-SO-FILE-EXISTS
               MOVE 'Y' TO WS-SO-EOF
           ELSE
               OPEN I-O ORDER-MASTER
               IF WS-SO-STATUS = "35"
                   MOVE 'N' TO WS-SO-FILE-EXISTS
                   MOVE 'Y' TO WS-SO-EOF
               ELSE
                   IF WS-SO-STATUS NOT = "00"
                       DISPLAY "STOGEN : impossible d'ouvrir STOMAST, "
                           "statut " WS-SO-STATUS
                       MOVE 'Y' TO WS-SO-FAIL-SW
                   END-IF
               END-IF
           END-IF.

      *> An order already handled for this business date is being
      *> rerun: it is written and reported again exactly as the
      *> first time, from what the first run recorded, and is not
      *> advanced a second time.
       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           IF SO-LAST-RUN-DATE = LS-BUSINESS-DATE
               IF SO-LAST-EXECUTED
                   PERFORM WRITE-ORDER-TRAN
               END-IF
               PERFORM REPORT-ONE-ORDER
           ELSE
               IF SO-SUSPENDED
                   ADD 1 TO WS-SUSP-COUNT
               ELSE
                   IF SO-ACTIVE
                       AND SO-NEXT-DUE-DATE <= LS-BUSINESS-DATE
                       PERFORM RUN-ONE-ORDER
                   END-IF
               END-IF
           END-IF.

      *> An occurrence that cannot be paid is not carried over:
      *> the order moves on to its next due date like an executed
      *> one and the report tells the branch why it was missed.
      *> However many due dates a long gap has let slip by, one
      *> payment goes out and the order resumes its calendar from
      *> the first due date after the business date.
       RUN-ONE-ORDER.
           MOVE LS-BUSINESS-DATE TO SO-LAST-RUN-DATE
           MOVE SO-NEXT-DUE-DATE TO SO-LAST-DUE-DATE
           MOVE SPACE TO SO-LAST-SKIP-SIDE
           IF SO-END-DATE NOT = ZERO
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               MOVE 'E' TO SO-LAST-RUN-RESULT
           ELSE
               PERFORM CHECK-ORDER-ACCOUNTS
               IF SO-LAST-EXECUTED
                   PERFORM WRITE-ORDER-TRAN
               END-IF
               PERFORM ADVANCE-DUE-DATE
                   UNTIL SO-NEXT-DUE-DATE > LS-BUSINESS-DATE
               IF SO-END-DATE NOT = ZERO
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
                   MOVE 'E' TO SO-STATUS
               END-IF
           END-IF
           REWRITE SO-RECORD
           PERFORM REPORT-ONE-ORDER.

      *> The paying account must be open: POSTTRAN would refuse a
      *> debit on a closed, frozen or dormant account in any case,
      *> so the order is not generated.  A beneficiary account may
      *> be dormant (POSTTRAN accepts credits to it) but not closed
      *> or frozen.  An order to an outside payee has no credit
      *> account to check.
       CHECK-ORDER-ACCOUNTS.
           MOVE 'X' TO SO-LAST-RUN-RESULT
           MOVE SO-DEBIT-ACCOUNT TO ACCT-ACCOUNT-NO
           PERFORM LOOKUP-ACCOUNT
           IF NOT ACCOUNT-FOUND
               MOVE 'U' TO SO-LAST-RUN-RESULT
           ELSE
               IF ACCT-CLOSED
                   MOVE 'C' TO SO-LAST-RUN-RESULT
               ELSE
                   IF ACCT-FROZEN
                       MOVE 'F' TO SO-LAST-RUN-RESULT
                   ELSE
                       IF ACCT-DORMANT
                           MOVE 'D' TO SO-LAST-RUN-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT SO-LAST-EXECUTED
               MOVE 'D' TO SO-LAST-SKIP-SIDE
           ELSE
               IF SO-CREDIT-ACCOUNT NOT = ZERO
                   PERFORM CHECK-CREDIT-ACCOUNT
               END-IF
           END-IF.

       CHECK-CREDIT-ACCOUNT.
           MOVE SO-CREDIT-ACCOUNT TO ACCT-ACCOUNT-NO
           PERFORM LOOKUP-ACCOUNT
           IF NOT ACCOUNT-FOUND
               MOVE 'U' TO SO-LAST-RUN-RESULT
           ELSE
               IF ACCT-CLOSED
                   MOVE 'C' TO SO-LAST-RUN-RESULT
               ELSE
                   IF ACCT-FROZEN
                       MOVE 'F' TO SO-LAST-RUN-RESULT
                   END-IF
               END-IF
           END-IF
           IF NOT SO-LAST-EXECUTED
               MOVE 'C' TO SO-LAST-SKIP-SIDE
           END-IF.

       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.

      *> A weekly order moves on seven days.  A monthly order moves
      *> to its anchor day in the following month; a day that does
      *> not exist in that month (31 into a 30-day month, 29
      *> February in a common year) falls back to the month's last
      *> day, and the anchor brings it back in the months after.
       ADVANCE-DUE-DATE.
           IF SO-WEEKLY
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE-DATE) + 7
               COMPUTE SO-NEXT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           ELSE
               MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
               COMPUTE WS-MONTH-NUMBER = WS-DUE-YYYY * 12 + WS-DUE-MM
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-DUE-YYYY REMAINDER WS-DUE-MM
               ADD 1 TO WS-DUE-MM
               MOVE 31 TO WS-MONTH-MAX
               IF WS-DUE-MM = 4 OR WS-DUE-MM = 6
                   OR WS-DUE-MM = 9 OR WS-DUE-MM = 11
                   MOVE 30 TO WS-MONTH-MAX
               END-IF
               IF WS-DUE-MM = 2
                   MOVE 28 TO WS-MONTH-MAX
                   DIVIDE WS-DUE-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
                   DIVIDE WS-DUE-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
                   DIVIDE WS-DUE-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = ZERO
                       AND (WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO)
                       MOVE 29 TO WS-MONTH-MAX
                   END-IF
               END-IF
               MOVE SO-ANCHOR-DAY TO WS-DUE-DD
               IF WS-DUE-DD > WS-MONTH-MAX
                   MOVE WS-MONTH-MAX TO WS-DUE-DD
               END-IF
               MOVE WS-DUE-DATE TO SO-NEXT-DUE-DATE
           END-IF.

      *> Standing orders travel the ordinary path on their own
      *> gather slot, TRANIN6, branch 'STO', dated the business
      *> day: a transfer ('TF') when the order pays one of our own
      *> accounts, a debit ('DB') when it pays an outside payee.
       WRITE-TRAN-HEADER.
           MOVE ZERO TO TRAN-HEADER-RECORD (1:8)
           MOVE 'HD' TO TRH-REC-TYPE
           MOVE LS-BUSINESS-DATE TO TRH-BUSINESS-DATE
           MOVE "STO" TO TRH-BRANCH-ID
           MOVE SPACES TO TRAN-HEADER-RECORD (22:19)
           WRITE TRAN-HEADER-RECORD.

       WRITE-TRAN-TRAILER.
           MOVE ZERO TO TRAN-TRAILER-RECORD (1:8)
           MOVE 'TR' TO TRT-REC-TYPE
           MOVE WS-GEN-COUNT TO TRT-RECORD-COUNT
           MOVE WS-GEN-HASH TO TRT-HASH-TOTAL
           MOVE SPACES TO TRAN-TRAILER-RECORD (30:11)
           WRITE TRAN-TRAILER-RECORD.

       WRITE-ORDER-TRAN.
           MOVE SO-DEBIT-ACCOUNT TO TRAN-ACCOUNT-NO
           IF SO-CREDIT-ACCOUNT NOT = ZERO
               MOVE "TF" TO TRAN-TYPE
           ELSE
               MOVE "DB" TO TRAN-TYPE
           END-IF
           MOVE SO-AMOUNT TO TRAN-AMOUNT
           MOVE LS-BUSINESS-DATE TO TRAN-DATE
           MOVE "STO" TO TRAN-BRANCH-ID
           MOVE SO-CREDIT-ACCOUNT TO TRAN-TO-ACCOUNT-NO
           WRITE TRAN-RECORD
           ADD 1 TO WS-GEN-COUNT
           ADD SO-AMOUNT TO WS-GEN-HASH.

       WRITE-REPORT-HEADING.
           MOVE LS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE SPACES TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           IF NON-PROCESSING-DAY
               MOVE WS-HOLIDAY-LINE TO STO-REPORT-LINE
               WRITE STO-REPORT-LINE
               MOVE SPACES TO STO-REPORT-LINE
               WRITE STO-REPORT-LINE
           END-IF
           MOVE WS-COLUMN-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE.

      *> An occurrence paid after its due date because the due
      *> date was not a processing day is flagged REPORTE.
       REPORT-ONE-ORDER.
           MOVE SO-ORDER-NO TO WS-DTL-ORDER
           MOVE SO-DEBIT-ACCOUNT TO WS-DTL-DEBIT
           IF SO-CREDIT-ACCOUNT NOT = ZERO
               MOVE SO-CREDIT-ACCOUNT TO WS-DTL-BENEF
           ELSE
               MOVE SO-PAYEE-NAME TO WS-DTL-BENEF
           END-IF
           MOVE SO-AMOUNT TO WS-DTL-AMOUNT
           MOVE SO-LAST-DUE-DATE TO WS-DTL-DUE-DATE
           IF SO-LAST-EXECUTED
               ADD 1 TO WS-EXEC-COUNT
               ADD SO-AMOUNT TO WS-EXEC-AMOUNT
               IF SO-LAST-DUE-DATE < LS-BUSINESS-DATE
                   MOVE "EXECUTE REPORTE" TO WS-DTL-RESULT
               ELSE
                   MOVE "EXECUTE" TO WS-DTL-RESULT
               END-IF
           ELSE
               IF SO-LAST-ENDED
                   MOVE "TERMINE" TO WS-DTL-RESULT
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM DESCRIBE-SKIP
               END-IF
           END-IF
           IF SO-ENDED
               ADD 1 TO WS-ENDED-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE.

       DESCRIBE-SKIP.
           IF SO-LAST-SKIP-SIDE = 'D'
               MOVE "CPT DEB" TO WS-DTL-RESULT
           ELSE
               MOVE "CPT CRE" TO WS-DTL-RESULT
           END-IF
           IF SO-LAST-SKIP-UNKNOWN
               MOVE "INCONNU" TO WS-DTL-RESULT (9:8)
           END-IF
           IF SO-LAST-SKIP-CLOSED
               MOVE "CLOTURE" TO WS-DTL-RESULT (9:8)
           END-IF
           IF SO-LAST-SKIP-FROZEN
               MOVE "GELE" TO WS-DTL-RESULT (9:8)
           END-IF
           IF SO-LAST-SKIP-DORMANT
               MOVE "DORMANT" TO WS-DTL-RESULT (9:8)
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "ORDRES EXAMINES         : " TO WS-CNT-LABEL
           MOVE WS-ORDER-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "ORDRES EXECUTES         : " TO WS-CNT-LABEL
           MOVE WS-EXEC-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "MONTANT EXECUTE         : " TO WS-TOT-LABEL
           MOVE WS-EXEC-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "ORDRES NON EXECUTES     : " TO WS-CNT-LABEL
           MOVE WS-SKIP-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "ORDRES SUSPENDUS        : " TO WS-CNT-LABEL
           MOVE WS-SUSP-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE
           MOVE "ORDRES TERMINES         : " TO WS-CNT-LABEL
           MOVE WS-ENDED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO STO-REPORT-LINE
           WRITE STO-REPORT-LINE.
       END PROGRAM STOGEN.
