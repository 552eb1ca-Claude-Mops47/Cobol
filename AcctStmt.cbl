           SELECT STATEMENT-REQUEST ASSIGN TO "STMTREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-LINK ASSIGN TO "ACCTCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-ACCOUNT-NO
               FILE STATUS IS WS-ACL-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-REQUEST.
       COPY STMREQ.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  STATEMENT-REPORT.
       COPY STMRPT.
      *> The postings of the range, ordered by account and, within
      *> an account, in the order they were read (which is the
      *> order POSTTRAN wrote them), so the running balances stay
      *> coherent on the statement.
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-ACCOUNT-NO        PIC 9(8).
           05  SRT-SEQUENCE          PIC 9(9).
           05  SRT-TRAN-TYPE         PIC X(2).
           05  SRT-AMOUNT            PIC S9(9)V99.
           05  SRT-POST-DATE         PIC 9(8).
           05  SRT-NEW-BALANCE       PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-HIST-EOF           PIC X(1)    VALUE 'N'.
           88  HIST-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF           PIC X(1)    VALUE 'N'.
           88  SORT-EOF                      VALUE 'Y'.
       01  WS-HIST-FAIL-SW       PIC X(1)    VALUE 'N'.
           88  HISTORY-READ-FAILED           VALUE 'Y'.
       01  WS-REQ-FOUND-SW       PIC X(1)    VALUE 'N'.
           88  REQUEST-FOUND                 VALUE 'Y'.
       01  WS-ACCT-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  ACCOUNT-ON-MASTER             VALUE 'Y'.
       01  WS-ACL-FOUND-SW       PIC X(1)    VALUE 'N'.
           88  ACCOUNT-HAS-HOLDERS           VALUE 'Y'.
       01  WS-CUST-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  HOLDER-ON-FILE                VALUE 'Y'.
       01  WS-HX                 PIC 9(1).
       01  WS-REQ-AREA.
           05  WS-ACCOUNT-FROM   PIC 9(8).
           05  WS-ACCOUNT-TO     PIC 9(8).
           05  WS-DATE-FROM      PIC 9(8).
           05  WS-DATE-TO        PIC 9(8).
       01  WS-RELEASE-COUNT      PIC 9(9)    VALUE ZERO.
       01  WS-CUR-ACCOUNT        PIC 9(8).
       01  WS-STMT-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-OPENING-BALANCE    PIC S9(11)V99.
           05  WS-HDG-DATE-FROM  PIC 9(8).
           05  FILLER            PIC X(6)    VALUE "  AU: ".
           05  WS-HDG-DATE-TO    PIC 9(8).
       01  WS-HOLDER-LINE.
           05  WS-HLD-LABEL      PIC X(14).
           05  WS-HLD-TEXT       PIC X(40).
       01  WS-TOWN-TEXT.
           05  WS-TWN-POSTAL-CODE PIC X(10).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-TWN-CITY       PIC X(25).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-TWN-COUNTRY    PIC X(2).
       01  WS-MISSING-HOLDER.
           05  FILLER            PIC X(7)    VALUE "CLIENT ".
           05  WS-MSH-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(25)
               VALUE " ABSENT DU FICHIER CLIENT".
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(80)
               VALUE "DATE      TYPE        MONTANT          SOLDE".
           05  WS-DTL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-DTL-BALANCE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       COPY PSTHREC.
       COPY PHRAREA.

       PROCEDURE DIVISION.
       PROG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCTSTMT : impossible d'ouvrir ACCTMAST, "
                   "statut " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                   CLOSE ACCOUNT-MASTER
                   DISPLAY "ACCTSTMT : impossible d'ouvrir CUSTMAST, "
                       "statut " WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ACCOUNT-LINK
                   IF WS-ACL-STATUS NOT = "00"
                       CLOSE ACCOUNT-MASTER
                       CLOSE CUSTOMER-MASTER
                       DISPLAY "ACCTSTMT : impossible d'ouvrir "
                           "ACCTCUST, statut " WS-ACL-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT STATEMENT-REPORT
                       IF WS-RPT-STATUS NOT = "00"
                           CLOSE ACCOUNT-MASTER
                           CLOSE CUSTOMER-MASTER
                           CLOSE ACCOUNT-LINK
                           DISPLAY "ACCTSTMT : impossible d'ouvrir "
                               "STMTRPT, statut " WS-RPT-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           SORT SORT-WORK
                               ON ASCENDING KEY SRT-ACCOUNT-NO
                                   SRT-SEQUENCE
                               INPUT PROCEDURE IS SELECT-POSTINGS
                               OUTPUT PROCEDURE IS PRINT-ALL-STATEMENTS
                           CLOSE ACCOUNT-MASTER
                           CLOSE CUSTOMER-MASTER
                           CLOSE ACCOUNT-LINK
                           CLOSE STATEMENT-REPORT
                           DISPLAY "ACCTSTMT : " WS-STMT-COUNT
                               " relevé(s) imprimé(s)"
                           IF HISTORY-READ-FAILED
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               IF PHR-RANGE-ARCHIVED
                                   DISPLAY "ACCTSTMT : plage en partie "
                                       "archivée, relevés incomplets"
                                   MOVE 4 TO RETURN-CODE
                               ELSE
                                   MOVE ZERO TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
               END-IF
           END-IF.

      *> The postings come through PSTHRDR, which hands back only
      *> those of the requested dates, and are ordered by the sort
      *> rather than held in a table, so the size of the range sets
      *> no limit.
       SELECT-POSTINGS.
           MOVE 'O' TO PHR-FUNCTION
           MOVE WS-DATE-FROM TO PHR-DATE-FROM
           MOVE WS-DATE-TO TO PHR-DATE-TO
           CALL "PSTHRDR" USING PSTH-READ-AREA
           IF PHR-FAILED
               MOVE 'Y' TO WS-HIST-FAIL-SW
           ELSE
               MOVE 'R' TO PHR-FUNCTION
               PERFORM UNTIL HIST-EOF
                   CALL "PSTHRDR" USING PSTH-READ-AREA
                   IF PHR-OK
                       PERFORM RELEASE-ONE-POSTING
                   ELSE
                       MOVE 'Y' TO WS-HIST-EOF
                       IF PHR-FAILED
                           MOVE 'Y' TO WS-HIST-FAIL-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'C' TO PHR-FUNCTION
           CALL "PSTHRDR" USING PSTH-READ-AREA
           IF HISTORY-READ-FAILED
               DISPLAY "ACCTSTMT : historique des écritures "
                   "illisible, aucun relevé imprimé"
           END-IF.

       RELEASE-ONE-POSTING.
           MOVE PHR-POSTING TO PSTH-RECORD
           IF PSTH-ACCOUNT-NO >= WS-ACCOUNT-FROM
               AND PSTH-ACCOUNT-NO <= WS-ACCOUNT-TO
               ADD 1 TO WS-RELEASE-COUNT
               MOVE PSTH-ACCOUNT-NO TO SRT-ACCOUNT-NO
               MOVE WS-RELEASE-COUNT TO SRT-SEQUENCE
               MOVE PSTH-TRAN-TYPE TO SRT-TRAN-TYPE
               MOVE PSTH-AMOUNT TO SRT-AMOUNT
               MOVE PSTH-POST-DATE TO SRT-POST-DATE
               MOVE PSTH-NEW-BALANCE TO SRT-NEW-BALANCE
               RELEASE SRT-RECORD
           END-IF.

      *> Postings already moved to the archive cannot be printed:
      *> the statements say so rather than show a wrong opening
      *> balance without warning.
       PRINT-ALL-STATEMENTS.
           IF HISTORY-READ-FAILED
               MOVE "Historique illisible, aucun relevé imprimé"
                   TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
           ELSE
               IF PHR-RANGE-ARCHIVED
                   MOVE "ATTENTION : écritures archivées non reprises"
                       TO STM-REPORT-LINE
                   WRITE STM-REPORT-LINE
                   MOVE SPACES TO STM-REPORT-LINE
                   WRITE STM-REPORT-LINE
               END-IF
               PERFORM RETURN-NEXT-POSTING
               PERFORM UNTIL SORT-EOF
                   PERFORM PRINT-ONE-STATEMENT
               END-PERFORM
               IF WS-STMT-COUNT = ZERO
                   MOVE "Aucune écriture dans la plage demandée"
                       TO STM-REPORT-LINE
                   WRITE STM-REPORT-LINE
               END-IF
           END-IF.

       RETURN-NEXT-POSTING.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      *> The opening balance is rebuilt from the first posting in
      *> range: the balance after that posting minus its signed
      *> effect (a DB or an FR fee lowers the balance, CR, AJ and
      *> IN interest raise it; each 'TF' transfer leg carries its
      *> amount signed for the account, negative on the paying
      *> side).  The closing balance is the balance after the last
      *> posting of the account.
       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE SRT-ACCOUNT-NO TO WS-CUR-ACCOUNT
           MOVE WS-CUR-ACCOUNT TO WS-HDG-ACCOUNT
           MOVE WS-DATE-FROM TO WS-HDG-DATE-FROM
           MOVE WS-DATE-TO TO WS-HDG-DATE-TO
                   TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
           END-IF
           PERFORM PRINT-HOLDER-BLOCK
           MOVE SRT-NEW-BALANCE TO WS-OPENING-BALANCE
           IF SRT-TRAN-TYPE = "DB"
               OR SRT-TRAN-TYPE = "FR"
               ADD SRT-AMOUNT TO WS-OPENING-BALANCE
           ELSE
               SUBTRACT SRT-AMOUNT FROM WS-OPENING-BALANCE
           END-IF
           MOVE "SOLDE D'OUVERTURE     : " TO WS-BAL-LABEL
           MOVE WS-OPENING-BALANCE TO WS-BAL-AMOUNT
           MOVE WS-BALANCE-LINE TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE
           PERFORM UNTIL SORT-EOF
               OR SRT-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
               PERFORM PRINT-ONE-POSTING
           END-PERFORM
           MOVE "SOLDE DE CLOTURE      : " TO WS-BAL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BAL-AMOUNT
           MOVE SPACES TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE.

       PRINT-ONE-POSTING.
           MOVE SRT-POST-DATE TO WS-DTL-DATE
           MOVE SRT-TRAN-TYPE TO WS-DTL-TYPE
           MOVE SRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE SRT-NEW-BALANCE TO WS-DTL-BALANCE
           MOVE SRT-NEW-BALANCE TO WS-CLOSING-BALANCE
           MOVE WS-DETAIL-LINE TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE
           PERFORM RETURN-NEXT-POSTING.

       CHECK-ACCOUNT-ON-MASTER.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-CUR-ACCOUNT TO ACCT-ACCOUNT-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.

      *> The statement is addressed to the primary holder; the
      *> joint holders are named under the address.
       PRINT-HOLDER-BLOCK.
           MOVE 'N' TO WS-ACL-FOUND-SW
           MOVE WS-CUR-ACCOUNT TO ACL-ACCOUNT-NO
           READ ACCOUNT-LINK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACL-FOUND-SW
           END-READ
           IF NOT ACCOUNT-HAS-HOLDERS
               MOVE "ATTENTION : compte sans titulaire"
                   TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
           ELSE
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > ACL-HOLDER-COUNT
                   PERFORM PRINT-ONE-HOLDER
               END-PERFORM
           END-IF
           MOVE SPACES TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE.

       PRINT-ONE-HOLDER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ACL-CUSTOMER-NO (WS-HX) TO CUST-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ
           IF ACL-PRIMARY (WS-HX)
               MOVE "TITULAIRE   : " TO WS-HLD-LABEL
           ELSE
               MOVE "COTITULAIRE : " TO WS-HLD-LABEL
           END-IF
           IF NOT HOLDER-ON-FILE
               MOVE ACL-CUSTOMER-NO (WS-HX) TO WS-MSH-CUSTOMER
               MOVE WS-MISSING-HOLDER TO WS-HLD-TEXT
               MOVE WS-HOLDER-LINE TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
           ELSE
               MOVE CUST-NAME TO WS-HLD-TEXT
               MOVE WS-HOLDER-LINE TO STM-REPORT-LINE
               WRITE STM-REPORT-LINE
               IF ACL-PRIMARY (WS-HX)
                   MOVE SPACES TO WS-HLD-LABEL
                   MOVE CUST-ADDRESS-1 TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO STM-REPORT-LINE
                   WRITE STM-REPORT-LINE
                   IF CUST-ADDRESS-2 NOT = SPACES
                       MOVE CUST-ADDRESS-2 TO WS-HLD-TEXT
                       MOVE WS-HOLDER-LINE TO STM-REPORT-LINE
                       WRITE STM-REPORT-LINE
                   END-IF
                   MOVE CUST-POSTAL-CODE TO WS-TWN-POSTAL-CODE
                   MOVE CUST-CITY TO WS-TWN-CITY
                   MOVE CUST-COUNTRY TO WS-TWN-COUNTRY
                   MOVE WS-TOWN-TEXT TO WS-HLD-TEXT
                   MOVE WS-HOLDER-LINE TO STM-REPORT-LINE
                   WRITE STM-REPORT-LINE
               END-IF
           END-IF.
