       FD  EXCEPTION-REPORT.
       COPY XCPREC.
       FD  VALID-TRAN-FILE.
       01  VAL-TRAN-RECORD           PIC X(40).
       FD  RECYCLE-FILE.
       01  RCY-TRAN-RECORD           PIC X(40).
       FD  DUP-FILE-IN.
       COPY DUPREC.
       FD  DUP-FILE-OUT.
       01  WS-RCY-STATUS             PIC X(2).
       01  WS-TRAN-EOF               PIC X(1)    VALUE 'N'.
           88  TRAN-EOF                          VALUE 'Y'.
       01  WS-VALID-TYPES            PIC X(12)
                                     VALUE "DBCRAJFRTFIN".
       01  WS-TYPE-OK                PIC X(1)    VALUE 'N'.
           88  TYPE-IS-OK                        VALUE 'Y'.
       01  WS-REC-COUNT              PIC 9(6)    VALUE ZERO.
               END-IF
           END-IF.

      *> Branch 'SYS' items are generated from the system's own
      *> ledgers (month-end charges, re-presented debits and their
      *> returned-item fees), and branch 'STO' items from the
      *> standing-order master, where two identical items on one
      *> account in one day are legitimate: they are not checked
      *> for duplicates and do not enter the rolling history.
      *> Interest ('IN') is only ever credited by MONTHEND: the
      *> year-end interest certificates are built from it, so a
      *> branch correcting interest keys an 'AJ', never an 'IN'.
      *> Returned-item fees ('FR') are only ever charged by NSFPRES
      *> and POSTTRAN posts them without the credit-limit check, so
      *> a branch fee or refund keys a 'DB' or an 'AJ'.  Either type
      *> from anywhere but 'SYS', or not positive, is refused.
       EDIT-TRAN-RECORD.
           MOVE SPACES TO WS-XCP-REASON
           IF TRAN-ACCOUNT-NO = ZERO
               IF WS-VALID-TYPES (1:2) = TRAN-TYPE
                   OR WS-VALID-TYPES (3:2) = TRAN-TYPE
                   OR WS-VALID-TYPES (5:2) = TRAN-TYPE
                   OR WS-VALID-TYPES (7:2) = TRAN-TYPE
                   OR WS-VALID-TYPES (9:2) = TRAN-TYPE
                   OR WS-VALID-TYPES (11:2) = TRAN-TYPE
                   MOVE 'Y' TO WS-TYPE-OK
               END-IF
               IF NOT TYPE-IS-OK
               STRING "montant à zéro" DELIMITED BY SIZE
                   INTO WS-XCP-REASON
           END-IF
           IF WS-XCP-REASON = SPACES
               AND (TRAN-TYPE = "IN" OR TRAN-TYPE = "FR")
               AND (TRAN-BRANCH-ID NOT = "SYS" OR TRAN-AMOUNT < ZERO)
               STRING "type réservé au système"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           END-IF
           IF WS-XCP-REASON = SPACES AND TRAN-TYPE = "TF"
               PERFORM EDIT-TRANSFER
           END-IF
           IF WS-XCP-REASON = SPACES AND TRAN-DATE = ZERO
               STRING "date de transaction manquante"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
               STRING "date hors jour de traitement"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           END-IF
           IF WS-XCP-REASON = SPACES AND TRAN-BRANCH-ID NOT = "SYS"
               AND TRAN-BRANCH-ID NOT = "STO"
               PERFORM CHECK-DUPLICATE
               IF DUP-KEY-FOUND
                   STRING "transaction en double"
               MOVE TRAN-ACCOUNT-NO TO XCP-ACCOUNT-NO
               MOVE TRAN-BRANCH-ID TO XCP-BRANCH-ID
               MOVE WS-XCP-REASON TO XCP-REASON
               MOVE TRAN-TYPE TO XCP-TRAN-TYPE
               IF TRAN-AMOUNT NUMERIC
                   MOVE TRAN-AMOUNT TO XCP-AMOUNT
               ELSE
                   MOVE ZERO TO XCP-AMOUNT
               END-IF
               WRITE XCP-REPORT-LINE
               MOVE TRAN-RECORD TO RCY-TRAN-RECORD
               WRITE RCY-TRAN-RECORD
               ADD 1 TO WS-VAL-COUNT
               MOVE TRAN-RECORD TO VAL-TRAN-RECORD
               WRITE VAL-TRAN-RECORD
               IF TRAN-BRANCH-ID NOT = "SYS"
                   AND TRAN-BRANCH-ID NOT = "STO"
                   PERFORM ADD-DUP-KEY
               END-IF
           END-IF.

      *> A transfer ('TF') moves TRAN-AMOUNT from TRAN-ACCOUNT-NO
      *> to TRAN-TO-ACCOUNT-NO, so both accounts are edited here and
      *> the whole item is rejected if either is unusable: half a
      *> transfer must never reach POSTTRAN.  The amount must be
      *> positive - a transfer the other way is keyed the other
      *> way round, not as a negative amount.
       EDIT-TRANSFER.
           IF TRAN-TO-ACCOUNT-NO NOT NUMERIC
               OR TRAN-TO-ACCOUNT-NO = ZERO
               STRING "compte bénéficiaire manquant"
                   DELIMITED BY SIZE INTO WS-XCP-REASON
           ELSE
               IF TRAN-TO-ACCOUNT-NO = TRAN-ACCOUNT-NO
                   STRING "virement sur le même compte"
                       DELIMITED BY SIZE INTO WS-XCP-REASON
               ELSE
                   IF TRAN-AMOUNT < ZERO
                       STRING "virement de montant négatif"
                           DELIMITED BY SIZE INTO WS-XCP-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TRAN-DATE.
