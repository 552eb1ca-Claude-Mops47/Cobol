      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFCYCL.
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
           SELECT NEW-RETURNED-ITEM-LEDGER ASSIGN TO "RTINEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-NEW-STATUS.
           SELECT NSF-SUSPENSE-FILE ASSIGN TO "NSFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFS-STATUS.
           SELECT POSTING-HISTORY ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BRANCH-RETURNS-FILE ASSIGN TO "RTIRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT RETURNED-ITEM-REPORT ASSIGN TO "RTIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY RTIPARM.
       FD  RETURNED-ITEM-LEDGER.
       COPY RTIREC.
       FD  NEW-RETURNED-ITEM-LEDGER.
       01  RTI-NEW-RECORD            PIC X(60).
       FD  NSF-SUSPENSE-FILE.
       COPY TRANREC.
       FD  POSTING-HISTORY.
       COPY PSTHREC.
       FD  BRANCH-RETURNS-FILE.
       COPY RTNREC.
       FD  RETURNED-ITEM-REPORT.
       COPY RTIRPT.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS         PIC X(2).
       01  WS-RTI-STATUS         PIC X(2).
       01  WS-RTN-NEW-STATUS     PIC X(2).
       01  WS-NSFS-STATUS        PIC X(2).
       01  WS-HIST-STATUS        PIC X(2).
       01  WS-RTN-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-RTI-EOF            PIC X(1)    VALUE 'N'.
           88  RTI-EOF                       VALUE 'Y'.
       01  WS-NSFS-EOF           PIC X(1)    VALUE 'N'.
           88  NSFS-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF           PIC X(1)    VALUE 'N'.
           88  HIST-EOF                      VALUE 'Y'.
       01  WS-PARM-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  PARMS-FOUND                   VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  CYCLE-FAILED                  VALUE 'Y'.
       01  WS-MAX-REPRESENT      PIC 9(2).
       01  WS-LDG-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 5000 TIMES.
               10  LDG-ITEM.
                   15  LDG-ACCOUNT-NO     PIC 9(8).
                   15  LDG-TRAN-TYPE      PIC X(2).
                   15  LDG-AMOUNT         PIC S9(9)V99.
                   15  LDG-TRAN-DATE      PIC 9(8).
                   15  LDG-BRANCH-ID      PIC X(3).
                   15  LDG-FIRST-NSF-DATE PIC 9(8).
                   15  LDG-LAST-NSF-DATE  PIC 9(8).
                   15  LDG-REFUSAL-COUNT  PIC 9(2).
                   15  LDG-STATUS         PIC X(1).
                   15  LDG-FEE-DUE        PIC X(1).
                   15  LDG-TO-ACCOUNT-NO  PIC 9(8).
               10  LDG-OUTCOME            PIC X(1).
                   88  LDG-AWAITING                  VALUE 'A'.
                   88  LDG-REFUSED-AGAIN             VALUE 'F'.
                   88  LDG-NEW-REFUSAL               VALUE 'N'.
                   88  LDG-PAID                      VALUE 'P'.
               10  LDG-RETURN-REASON      PIC X(1).
       01  WS-LDG-IX             PIC 9(4).
       01  WS-PAID-AMOUNT        PIC S9(9)V99.
       01  WS-LDG-FOUND-SW       PIC X(1).
           88  LDG-ITEM-FOUND                VALUE 'Y'.
       01  WS-RET-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-RET-TABLE.
           05  WS-RET-LDG-IX OCCURS 5000 TIMES PIC 9(4).
       01  WS-RET-IX             PIC 9(4).
       01  WS-SORT-IX            PIC 9(4).
       01  WS-SORT-JX            PIC 9(4).
       01  WS-SORT-TEMP          PIC 9(4).
       01  WS-SORT-SWAP-SW       PIC X(1).
           88  SORT-SWAP-NEEDED              VALUE 'Y'.
       01  WS-CUR-BRANCH         PIC X(3).
       01  WS-BR-COUNT           PIC 9(6).
       01  WS-BR-HASH            PIC 9(11)V99.
       01  WS-BR-AMOUNT          PIC S9(11)V99.
       01  WS-NEW-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-PAID-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-AGAIN-COUNT        PIC 9(6)    VALUE ZERO.
       01  WS-UNPRES-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-FEE-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-KEPT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-CLEARED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(40)
               VALUE "CYCLE DES IMPAYES - PROVISION INSUFF.".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(30).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.
       01  WS-NOTICE-HEADING.
           05  FILLER            PIC X(32)
               VALUE "AVIS DE RETOUR DEFINITIF - AG. ".
           05  WS-NTC-BRANCH     PIC X(3).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-NTC-DATE       PIC 9(8).
       01  WS-NOTICE-COLUMNS.
           05  FILLER            PIC X(80)   VALUE
               "COMPTE    TY        MONTANT     ORIGINE  1ER REFUS  NB
      -        "  MOTIF".
       01  WS-NOTICE-DETAIL.
           05  WS-NTD-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-NTD-TYPE       PIC X(2).
           05  FILLER            PIC X(1)    VALUE SPACES.
           05  WS-NTD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-NTD-TRAN-DATE  PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACES.
           05  WS-NTD-FIRST-NSF  PIC 9(8).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WS-NTD-REFUSALS   PIC Z9.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-NTD-REASON     PIC X(26).
       01  WS-NOTICE-TOTAL.
           05  FILLER            PIC X(14)   VALUE "TOTAL AGENCE ".
           05  WS-NTT-BRANCH     PIC X(3).
           05  FILLER            PIC X(3)    VALUE " : ".
           05  WS-NTT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(11)   VALUE " ARTICLE(S)".
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-NTT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LS-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
       PROG.
           DISPLAY "Vous êtes dans NSFCYCL, traitement du "
               LS-BUSINESS-DATE.
           PERFORM READ-PARAMETERS.
           IF NOT PARMS-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-LEDGER
               IF NOT CYCLE-FAILED
                   PERFORM READ-TODAYS-REFUSALS
               END-IF
               IF NOT CYCLE-FAILED
                   PERFORM CONFIRM-PAYMENTS
               END-IF
               IF CYCLE-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RESOLVE-ALL-ITEMS
                   PERFORM WRITE-NEW-LEDGER
                   IF NOT CYCLE-FAILED
                       PERFORM WRITE-RETURNS-AND-NOTICES
                   END-IF
                   IF CYCLE-FAILED
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "NSFCYCL: " WS-NEW-COUNT
                           " nouveau(x) refus, " WS-PAID-COUNT
                           " payé(s) à la représentation, "
                           WS-RET-COUNT " retourné(s) aux agences"
                       IF WS-RET-COUNT > ZERO
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE ZERO TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.

       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "NSFCYCL: impossible d'ouvrir RTIPARM, "
                   "statut " WS-PRM-STATUS
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "NSFCYCL: RTIPARM vide, cycle des "
                           "impayés impossible"
                   NOT AT END
                       MOVE RTP-MAX-REPRESENT TO WS-MAX-REPRESENT
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      *> NSFPRES presented every pending item and charged every
      *> fee due this morning, so a pending item is awaiting its
      *> outcome and no fee is due any more.  A returned item
      *> only stayed on the ledger for its last fee: it leaves.
      *> The ledger cannot be truncated - an item dropped here is
      *> a debit nobody will ever chase - so a full table fails
      *> the step instead.
       LOAD-LEDGER.
           OPEN INPUT RETURNED-ITEM-LEDGER
           IF WS-RTI-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RTI-STATUS NOT = "00"
                   DISPLAY "NSFCYCL: impossible d'ouvrir RTIFILE, "
                       "statut " WS-RTI-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL RTI-EOF
                       READ RETURNED-ITEM-LEDGER
                           AT END
                               MOVE 'Y' TO WS-RTI-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-LEDGER-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE RETURNED-ITEM-LEDGER
               END-IF
           END-IF.

       LOAD-ONE-LEDGER-ITEM.
           IF RTI-RETURNED
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               IF WS-LDG-COUNT < 5000
                   ADD 1 TO WS-LDG-COUNT
                   MOVE RTI-RECORD TO LDG-ITEM (WS-LDG-COUNT)
                   MOVE 'N' TO LDG-FEE-DUE (WS-LDG-COUNT)
                   MOVE 'A' TO LDG-OUTCOME (WS-LDG-COUNT)
                   MOVE SPACE TO LDG-RETURN-REASON (WS-LDG-COUNT)
               ELSE
                   DISPLAY "NSFCYCL: RTIFILE dépasse 5000 "
                       "impayés, cycle interrompu"
                   MOVE 'Y' TO WS-FAIL-SW
                   MOVE 'Y' TO WS-RTI-EOF
               END-IF
           END-IF.

      *> A refusal carrying branch 'SYS' that matches an awaiting
      *> item is that item bouncing again.  Anything else is a
      *> debit refused for the first time today.
       READ-TODAYS-REFUSALS.
           OPEN INPUT NSF-SUSPENSE-FILE
           IF WS-NSFS-STATUS NOT = "00"
               DISPLAY "NSFCYCL: impossible d'ouvrir NSFFILE, "
                   "statut " WS-NSFS-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               PERFORM UNTIL NSFS-EOF
                   READ NSF-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-NSFS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-REFUSAL
                   END-READ
               END-PERFORM
               CLOSE NSF-SUSPENSE-FILE
           END-IF.

       TAKE-ONE-REFUSAL.
           MOVE 'N' TO WS-LDG-FOUND-SW
           IF TRAN-BRANCH-ID = "SYS"
               PERFORM VARYING WS-LDG-IX FROM 1 BY 1
                   UNTIL WS-LDG-IX > WS-LDG-COUNT OR LDG-ITEM-FOUND
                   IF LDG-AWAITING (WS-LDG-IX)
                       AND LDG-ACCOUNT-NO (WS-LDG-IX)
                           = TRAN-ACCOUNT-NO
                       AND LDG-TRAN-TYPE (WS-LDG-IX) = TRAN-TYPE
                       AND LDG-AMOUNT (WS-LDG-IX) = TRAN-AMOUNT
                       MOVE 'Y' TO WS-LDG-FOUND-SW
                       MOVE 'F' TO LDG-OUTCOME (WS-LDG-IX)
                   END-IF
               END-PERFORM
           END-IF
           IF NOT LDG-ITEM-FOUND
               IF WS-LDG-COUNT < 5000
                   ADD 1 TO WS-LDG-COUNT
                   MOVE TRAN-ACCOUNT-NO
                       TO LDG-ACCOUNT-NO (WS-LDG-COUNT)
                   MOVE TRAN-TYPE TO LDG-TRAN-TYPE (WS-LDG-COUNT)
                   MOVE TRAN-AMOUNT TO LDG-AMOUNT (WS-LDG-COUNT)
                   MOVE TRAN-DATE TO LDG-TRAN-DATE (WS-LDG-COUNT)
                   MOVE TRAN-BRANCH-ID
                       TO LDG-BRANCH-ID (WS-LDG-COUNT)
                   IF TRAN-TYPE = "TF"
                       MOVE TRAN-TO-ACCOUNT-NO
                           TO LDG-TO-ACCOUNT-NO (WS-LDG-COUNT)
                   ELSE
                       MOVE ZERO TO LDG-TO-ACCOUNT-NO (WS-LDG-COUNT)
                   END-IF
                   MOVE LS-BUSINESS-DATE
                       TO LDG-FIRST-NSF-DATE (WS-LDG-COUNT)
                   MOVE ZERO TO LDG-REFUSAL-COUNT (WS-LDG-COUNT)
                   MOVE 'P' TO LDG-STATUS (WS-LDG-COUNT)
                   MOVE 'N' TO LDG-OUTCOME (WS-LDG-COUNT)
                   MOVE SPACE TO LDG-RETURN-REASON (WS-LDG-COUNT)
               ELSE
                   DISPLAY "NSFCYCL: table des impayés saturée, "
                       "cycle interrompu"
                   MOVE 'Y' TO WS-FAIL-SW
                   MOVE 'Y' TO WS-NSFS-EOF
               END-IF
           END-IF.

      *> An awaiting item that was not refused again either
      *> posted - its amount is on today's history - or never
      *> reached the master (B or POSTTRAN rejected it: account
      *> closed or frozen since).  Only today's history entries
      *> are looked at, and only the re-presentation this cycle
      *> queued itself (branch SYS): a payment of the same amount
      *> keyed at a branch does not settle the item.  A transfer
      *> posts as two 'TF' entries; only the debit leg on the
      *> paying account - the negative one - can settle a refused
      *> transfer.
       CONFIRM-PAYMENTS.
           OPEN INPUT POSTING-HISTORY
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "NSFCYCL: impossible d'ouvrir POSTHIST, "
                       "statut " WS-HIST-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM UNTIL HIST-EOF
                       READ POSTING-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               IF PSTH-POST-DATE = LS-BUSINESS-DATE
                                   PERFORM MATCH-ONE-POSTING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-HISTORY
               END-IF
           END-IF.

       MATCH-ONE-POSTING.
           IF PSTH-TRAN-TYPE = "TF"
               COMPUTE WS-PAID-AMOUNT = 0 - PSTH-AMOUNT
           ELSE
               MOVE PSTH-AMOUNT TO WS-PAID-AMOUNT
           END-IF
           MOVE 'N' TO WS-LDG-FOUND-SW
           PERFORM VARYING WS-LDG-IX FROM 1 BY 1
               UNTIL WS-LDG-IX > WS-LDG-COUNT OR LDG-ITEM-FOUND
               IF LDG-AWAITING (WS-LDG-IX)
                   AND LDG-ACCOUNT-NO (WS-LDG-IX) = PSTH-ACCOUNT-NO
                   AND LDG-TRAN-TYPE (WS-LDG-IX) = PSTH-TRAN-TYPE
                   AND LDG-AMOUNT (WS-LDG-IX) = WS-PAID-AMOUNT
                   AND PSTH-BRANCH-ID = "SYS"
                   MOVE 'Y' TO WS-LDG-FOUND-SW
                   MOVE 'P' TO LDG-OUTCOME (WS-LDG-IX)
               END-IF
           END-PERFORM.

      *> Every refusal - first or repeated - counts and raises a
      *> fee for tomorrow.  Once the refusals exceed the allowed
      *> re-presentations the item goes back to its branch.  An
      *> item that could not be presented at all goes back at
      *> once, without a fee: nothing was refused for funds.
       RESOLVE-ALL-ITEMS.
           PERFORM VARYING WS-LDG-IX FROM 1 BY 1
               UNTIL WS-LDG-IX > WS-LDG-COUNT
               EVALUATE TRUE
                   WHEN LDG-NEW-REFUSAL (WS-LDG-IX)
                       ADD 1 TO WS-NEW-COUNT
                       PERFORM RECORD-ONE-REFUSAL
                   WHEN LDG-REFUSED-AGAIN (WS-LDG-IX)
                       ADD 1 TO WS-AGAIN-COUNT
                       PERFORM RECORD-ONE-REFUSAL
                   WHEN LDG-PAID (WS-LDG-IX)
                       ADD 1 TO WS-PAID-COUNT
                       MOVE 'X' TO LDG-STATUS (WS-LDG-IX)
                   WHEN OTHER
                       ADD 1 TO WS-UNPRES-COUNT
                       MOVE 'R' TO LDG-STATUS (WS-LDG-IX)
                       MOVE 'N' TO LDG-RETURN-REASON (WS-LDG-IX)
                       PERFORM NOTE-RETURNED-ITEM
               END-EVALUATE
           END-PERFORM.

       RECORD-ONE-REFUSAL.
           ADD 1 TO LDG-REFUSAL-COUNT (WS-LDG-IX)
           MOVE LS-BUSINESS-DATE TO LDG-LAST-NSF-DATE (WS-LDG-IX)
           MOVE 'Y' TO LDG-FEE-DUE (WS-LDG-IX)
           ADD 1 TO WS-FEE-COUNT
           IF LDG-REFUSAL-COUNT (WS-LDG-IX) > WS-MAX-REPRESENT
               MOVE 'R' TO LDG-STATUS (WS-LDG-IX)
               MOVE 'E' TO LDG-RETURN-REASON (WS-LDG-IX)
               PERFORM NOTE-RETURNED-ITEM
           END-IF.

       NOTE-RETURNED-ITEM.
           ADD 1 TO WS-RET-COUNT
           MOVE WS-LDG-IX TO WS-RET-LDG-IX (WS-RET-COUNT).

      *> Pending items carry over, and so does a returned item
      *> whose last refusal still owes its fee; a paid item, or
      *> one returned without a fee, leaves the ledger here.
       WRITE-NEW-LEDGER.
           OPEN OUTPUT NEW-RETURNED-ITEM-LEDGER
           IF WS-RTN-NEW-STATUS NOT = "00"
               DISPLAY "NSFCYCL: impossible d'ouvrir RTINEW, "
                   "statut " WS-RTN-NEW-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               PERFORM VARYING WS-LDG-IX FROM 1 BY 1
                   UNTIL WS-LDG-IX > WS-LDG-COUNT
                   IF LDG-STATUS (WS-LDG-IX) = 'P'
                       OR (LDG-STATUS (WS-LDG-IX) = 'R'
                           AND LDG-FEE-DUE (WS-LDG-IX) = 'Y')
                       MOVE LDG-ITEM (WS-LDG-IX) TO RTI-NEW-RECORD
                       WRITE RTI-NEW-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
               END-PERFORM
               CLOSE NEW-RETURNED-ITEM-LEDGER
           END-IF.

       WRITE-RETURNS-AND-NOTICES.
           OPEN OUTPUT BRANCH-RETURNS-FILE
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "NSFCYCL: impossible d'ouvrir RTIRTN, "
                   "statut " WS-RTN-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN OUTPUT RETURNED-ITEM-REPORT
               IF WS-RPT-STATUS NOT = "00"
                   CLOSE BRANCH-RETURNS-FILE
                   DISPLAY "NSFCYCL: impossible d'ouvrir RTIRPT, "
                       "statut " WS-RPT-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   PERFORM PRINT-CYCLE-SUMMARY
                   PERFORM SORT-RETURNED-ITEMS
                   MOVE 1 TO WS-RET-IX
                   PERFORM UNTIL WS-RET-IX > WS-RET-COUNT
                       PERFORM RETURN-ONE-BRANCH
                   END-PERFORM
                   CLOSE BRANCH-RETURNS-FILE
                   CLOSE RETURNED-ITEM-REPORT
               END-IF
           END-IF.

       PRINT-CYCLE-SUMMARY.
           MOVE LS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           MOVE SPACES TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           MOVE "NOUVEAUX REFUS             : " TO WS-CNT-LABEL
           MOVE WS-NEW-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "REPRESENTES ET PAYES       : " TO WS-CNT-LABEL
           MOVE WS-PAID-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "REPRESENTES ET REFUSES     : " TO WS-CNT-LABEL
           MOVE WS-AGAIN-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "NON REPRESENTABLES         : " TO WS-CNT-LABEL
           MOVE WS-UNPRES-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RETOURNES AUX AGENCES      : " TO WS-CNT-LABEL
           MOVE WS-RET-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "FRAIS DE REJET A PRELEVER  : " TO WS-CNT-LABEL
           MOVE WS-FEE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RETOURS ANTERIEURS SOLDES  : " TO WS-CNT-LABEL
           MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ARTICLES AU REGISTRE       : " TO WS-CNT-LABEL
           MOVE WS-KEPT-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           IF WS-RET-COUNT = ZERO
               MOVE "Aucun article retourné aux agences ce jour"
                   TO RTI-REPORT-LINE
               WRITE RTI-REPORT-LINE
           END-IF.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE.

      *> Insertion sort of the returned items by branch, then
      *> account, so each branch gets one block on the returns
      *> file and one notice on the report.
       SORT-RETURNED-ITEMS.
           PERFORM VARYING WS-SORT-IX FROM 2 BY 1
               UNTIL WS-SORT-IX > WS-RET-COUNT
               MOVE WS-SORT-IX TO WS-SORT-JX
               PERFORM CHECK-SORT-SWAP
               PERFORM UNTIL NOT SORT-SWAP-NEEDED
                   MOVE WS-RET-LDG-IX (WS-SORT-JX) TO WS-SORT-TEMP
                   MOVE WS-RET-LDG-IX (WS-SORT-JX - 1)
                       TO WS-RET-LDG-IX (WS-SORT-JX)
                   MOVE WS-SORT-TEMP
                       TO WS-RET-LDG-IX (WS-SORT-JX - 1)
                   SUBTRACT 1 FROM WS-SORT-JX
                   PERFORM CHECK-SORT-SWAP
               END-PERFORM
           END-PERFORM.

       CHECK-SORT-SWAP.
           MOVE 'N' TO WS-SORT-SWAP-SW
           IF WS-SORT-JX > 1
               IF LDG-BRANCH-ID (WS-RET-LDG-IX (WS-SORT-JX - 1))
                   > LDG-BRANCH-ID (WS-RET-LDG-IX (WS-SORT-JX))
                   MOVE 'Y' TO WS-SORT-SWAP-SW
               ELSE
                   IF LDG-BRANCH-ID (WS-RET-LDG-IX (WS-SORT-JX - 1))
                       = LDG-BRANCH-ID (WS-RET-LDG-IX (WS-SORT-JX))
                       AND LDG-ACCOUNT-NO
                           (WS-RET-LDG-IX (WS-SORT-JX - 1))
                       > LDG-ACCOUNT-NO (WS-RET-LDG-IX (WS-SORT-JX))
                       MOVE 'Y' TO WS-SORT-SWAP-SW
                   END-IF
               END-IF
           END-IF.

       RETURN-ONE-BRANCH.
           MOVE WS-RET-LDG-IX (WS-RET-IX) TO WS-LDG-IX
           MOVE LDG-BRANCH-ID (WS-LDG-IX) TO WS-CUR-BRANCH
           MOVE ZERO TO WS-BR-COUNT
           MOVE ZERO TO WS-BR-HASH
           MOVE ZERO TO WS-BR-AMOUNT
           MOVE SPACES TO RTN-HEADER-RECORD
           MOVE 'HD' TO RTN-REC-TYPE
           MOVE WS-CUR-BRANCH TO RTH-BRANCH-ID
           MOVE LS-BUSINESS-DATE TO RTH-RETURN-DATE
           WRITE RTN-HEADER-RECORD
           MOVE SPACES TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           MOVE WS-CUR-BRANCH TO WS-NTC-BRANCH
           MOVE LS-BUSINESS-DATE TO WS-NTC-DATE
           MOVE WS-NOTICE-HEADING TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           MOVE WS-NOTICE-COLUMNS TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE
           PERFORM UNTIL WS-RET-IX > WS-RET-COUNT
               OR LDG-BRANCH-ID (WS-RET-LDG-IX (WS-RET-IX))
                   NOT = WS-CUR-BRANCH
               MOVE WS-RET-LDG-IX (WS-RET-IX) TO WS-LDG-IX
               PERFORM RETURN-ONE-ITEM
               ADD 1 TO WS-RET-IX
           END-PERFORM
           MOVE SPACES TO RTN-TRAILER-RECORD
           MOVE 'TR' TO RTN-REC-TYPE
           MOVE WS-CUR-BRANCH TO RTR-BRANCH-ID
           MOVE WS-BR-COUNT TO RTR-ITEM-COUNT
           MOVE WS-BR-HASH TO RTR-HASH-TOTAL
           WRITE RTN-TRAILER-RECORD
           MOVE WS-CUR-BRANCH TO WS-NTT-BRANCH
           MOVE WS-BR-COUNT TO WS-NTT-COUNT
           MOVE WS-BR-AMOUNT TO WS-NTT-AMOUNT
           MOVE WS-NOTICE-TOTAL TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE.

       RETURN-ONE-ITEM.
           MOVE 'RT' TO RTN-REC-TYPE
           MOVE LDG-BRANCH-ID (WS-LDG-IX) TO RTN-BRANCH-ID
           MOVE LDG-ACCOUNT-NO (WS-LDG-IX) TO RTN-ACCOUNT-NO
           MOVE LDG-TRAN-TYPE (WS-LDG-IX) TO RTN-TRAN-TYPE
           MOVE LDG-AMOUNT (WS-LDG-IX) TO RTN-AMOUNT
           MOVE LDG-TRAN-DATE (WS-LDG-IX) TO RTN-TRAN-DATE
           MOVE LDG-FIRST-NSF-DATE (WS-LDG-IX) TO RTN-FIRST-NSF-DATE
           MOVE LDG-REFUSAL-COUNT (WS-LDG-IX) TO RTN-REFUSAL-COUNT
           MOVE LDG-RETURN-REASON (WS-LDG-IX) TO RTN-REASON
           MOVE LDG-TO-ACCOUNT-NO (WS-LDG-IX) TO RTN-TO-ACCOUNT-NO
           WRITE RTN-RECORD
           ADD 1 TO WS-BR-COUNT
           ADD LDG-AMOUNT (WS-LDG-IX) TO WS-BR-AMOUNT
           IF LDG-AMOUNT (WS-LDG-IX) < ZERO
               SUBTRACT LDG-AMOUNT (WS-LDG-IX) FROM WS-BR-HASH
           ELSE
               ADD LDG-AMOUNT (WS-LDG-IX) TO WS-BR-HASH
           END-IF
           MOVE LDG-ACCOUNT-NO (WS-LDG-IX) TO WS-NTD-ACCOUNT
           MOVE LDG-TRAN-TYPE (WS-LDG-IX) TO WS-NTD-TYPE
           MOVE LDG-AMOUNT (WS-LDG-IX) TO WS-NTD-AMOUNT
           MOVE LDG-TRAN-DATE (WS-LDG-IX) TO WS-NTD-TRAN-DATE
           MOVE LDG-FIRST-NSF-DATE (WS-LDG-IX) TO WS-NTD-FIRST-NSF
           MOVE LDG-REFUSAL-COUNT (WS-LDG-IX) TO WS-NTD-REFUSALS
           IF LDG-RETURN-REASON (WS-LDG-IX) = 'E'
               MOVE "REPRESENTATIONS EPUISEES" TO WS-NTD-REASON
           ELSE
               MOVE "NON REPRESENTABLE" TO WS-NTD-REASON
           END-IF
           MOVE WS-NOTICE-DETAIL TO RTI-REPORT-LINE
           WRITE RTI-REPORT-LINE.
       END PROGRAM NSFCYCL.
