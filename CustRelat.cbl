      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREL.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCOUNT-LINK ASSIGN TO "ACCTCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACL-ACCOUNT-NO
               FILE STATUS IS WS-ACL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-CUSTOMER-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RELATIONSHIP-REPORT ASSIGN TO "CRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  RELATIONSHIP-REPORT.
       COPY CRLRPT.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-ACCT-EOF           PIC X(1)    VALUE 'N'.
           88  ACCT-EOF                      VALUE 'Y'.
       01  WS-ACL-EOF            PIC X(1)    VALUE 'N'.
           88  ACL-EOF                       VALUE 'Y'.
       01  WS-CUST-EOF           PIC X(1)    VALUE 'N'.
           88  CUST-EOF                      VALUE 'Y'.
       01  WS-FAIL-SW            PIC X(1)    VALUE 'N'.
           88  REPORT-RUN-FAILED             VALUE 'Y'.
       01  WS-OPEN-ACCT-SW       PIC X(1).
           88  HOLDS-OPEN-ACCOUNT            VALUE 'Y'.
       01  WS-TODAY              PIC 9(8).
       01  WS-ACCT-KEY           PIC X(8).
       01  WS-ACL-KEY            PIC X(8).
       01  WS-CUST-KEY           PIC X(8).
       01  WS-TAB-KEY            PIC X(8).
       01  WS-HX                 PIC 9(1).
       01  WS-CUR-CUSTOMER       PIC 9(8).
       01  WS-COMBINED-BALANCE   PIC S9(13)V99.
       01  WS-HLD-COUNT          PIC 9(5)    VALUE ZERO.
       01  WS-HLD-IX             PIC 9(5).
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 10000 TIMES.
               10  HT-CUSTOMER-NO PIC 9(8).
               10  HT-ACCOUNT-NO PIC 9(8).
               10  HT-ROLE       PIC X(1).
                   88  HT-PRIMARY                VALUE 'P'.
               10  HT-STATUS     PIC X(1).
               10  HT-BALANCE    PIC S9(11)V99.
       01  WS-SORT-IX            PIC 9(5).
       01  WS-SORT-JX            PIC 9(5).
       01  WS-SORT-TEMP          PIC X(31).
       01  WS-ACCT-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-NO-HOLDER-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-NO-ACCOUNT-LINK-CNT PIC 9(6)   VALUE ZERO.
       01  WS-CUST-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-NO-ACCOUNT-COUNT   PIC 9(6)    VALUE ZERO.
       01  WS-UNKNOWN-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-CLOSED-OPEN-COUNT  PIC 9(6)    VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER            PIC X(34)
               VALUE "COMPTES PAR CLIENT".
           05  FILLER            PIC X(6)    VALUE "DATE: ".
           05  WS-HDG-DATE       PIC 9(8).
       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE      PIC X(80).
       01  WS-NO-HOLDER-LINE.
           05  FILLER            PIC X(24)
               VALUE "COMPTE SANS TITULAIRE : ".
           05  WS-NHL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE "STATUT ".
           05  WS-NHL-STATUS     PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE "SOLDE ".
           05  WS-NHL-BALANCE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NO-ACCOUNT-LINE.
           05  FILLER            PIC X(24)
               VALUE "LIEN SANS COMPTE      : ".
           05  WS-NAL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(20)
               VALUE "TITULAIRE PRINCIPAL ".
           05  WS-NAL-CUSTOMER   PIC 9(8).
       01  WS-CUSTOMER-LINE.
           05  FILLER            PIC X(7)    VALUE "CLIENT ".
           05  WS-CSL-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-CSL-NAME       PIC X(30).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE "STATUT ".
           05  WS-CSL-STATUS     PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(3)    VALUE "RF ".
           05  WS-CSL-TAX-RESIDENCE PIC X(2).
       01  WS-ACCOUNT-LINE.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE "COMPTE ".
           05  WS-ACL-LINE-ACCOUNT PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ACL-LINE-ROLE  PIC X(11).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(7)    VALUE "STATUT ".
           05  WS-ACL-LINE-STATUS PIC X(1).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-ACL-LINE-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COMBINED-LINE.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(36)
               VALUE "SOLDE CUMULE DES COMPTES".
           05  WS-CMB-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NOTE-LINE.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  WS-NTE-TEXT       PIC X(60).
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(26).
           05  WS-CNT-VALUE      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROG.
           DISPLAY "Vous êtes dans CUSTREL".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATIONSHIP-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "CUSTREL : impossible d'ouvrir CRLRPT, "
                   "statut " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TODAY TO WS-HDG-DATE
               MOVE WS-HEADING-LINE TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               MOVE SPACES TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               PERFORM LOAD-HOLDINGS
               IF NOT REPORT-RUN-FAILED
                   PERFORM SORT-HOLDINGS-TABLE
                   PERFORM REPORT-CUSTOMERS
               END-IF
               IF NOT REPORT-RUN-FAILED
                   PERFORM WRITE-REPORT-TOTALS
               END-IF
               CLOSE RELATIONSHIP-REPORT
               IF REPORT-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CUSTREL : " WS-CUST-COUNT
                       " client(s), " WS-ACCT-COUNT " compte(s), "
                       WS-HLD-COUNT " rattachement(s)"
                   IF WS-NO-HOLDER-COUNT > ZERO
                       OR WS-NO-ACCOUNT-LINK-CNT > ZERO
                       OR WS-UNKNOWN-COUNT > ZERO
                       OR WS-CLOSED-OPEN-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *> ACCTMAST and ACCTCUST share the account number as key, so
      *> both are read in account order and matched.  Every
      *> holder of a matched account becomes one entry of the
      *> holdings table; the accounts and links that do not match
      *> are the anomalies printed first.
       LOAD-HOLDINGS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CUSTREL : impossible d'ouvrir ACCTMAST, "
                   "statut " WS-ACCT-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               OPEN INPUT ACCOUNT-LINK
               IF WS-ACL-STATUS NOT = "00"
                   CLOSE ACCOUNT-MASTER
                   DISPLAY "CUSTREL : impossible d'ouvrir ACCTCUST, "
                       "statut " WS-ACL-STATUS
                   MOVE 'Y' TO WS-FAIL-SW
               ELSE
                   MOVE "ANOMALIES DE RATTACHEMENT" TO WS-SEC-TITLE
                   MOVE WS-SECTION-LINE TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
                   PERFORM READ-ACCOUNT
                   PERFORM READ-LINK
                   PERFORM UNTIL (ACCT-EOF AND ACL-EOF)
                       OR REPORT-RUN-FAILED
                       PERFORM MATCH-ACCOUNT-LINK
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER
                   CLOSE ACCOUNT-LINK
                   MOVE SPACES TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
               END-IF
           END-IF.

       MATCH-ACCOUNT-LINK.
           IF WS-ACCT-KEY < WS-ACL-KEY
               ADD 1 TO WS-NO-HOLDER-COUNT
               MOVE ACCT-ACCOUNT-NO TO WS-NHL-ACCOUNT
               MOVE ACCT-STATUS TO WS-NHL-STATUS
               MOVE ACCT-BALANCE TO WS-NHL-BALANCE
               MOVE WS-NO-HOLDER-LINE TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               PERFORM READ-ACCOUNT
           ELSE
               IF WS-ACCT-KEY > WS-ACL-KEY
                   ADD 1 TO WS-NO-ACCOUNT-LINK-CNT
                   MOVE ACL-ACCOUNT-NO TO WS-NAL-ACCOUNT
                   MOVE ACL-CUSTOMER-NO (1) TO WS-NAL-CUSTOMER
                   MOVE WS-NO-ACCOUNT-LINE TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
                   PERFORM READ-LINK
               ELSE
                   PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > ACL-HOLDER-COUNT
                       OR REPORT-RUN-FAILED
                       PERFORM KEEP-HOLDING
                   END-PERFORM
                   PERFORM READ-ACCOUNT
                   PERFORM READ-LINK
               END-IF
           END-IF.

       KEEP-HOLDING.
           IF WS-HLD-COUNT < 10000
               ADD 1 TO WS-HLD-COUNT
               MOVE ACL-CUSTOMER-NO (WS-HX)
                   TO HT-CUSTOMER-NO (WS-HLD-COUNT)
               MOVE ACCT-ACCOUNT-NO TO HT-ACCOUNT-NO (WS-HLD-COUNT)
               MOVE ACL-ROLE (WS-HX) TO HT-ROLE (WS-HLD-COUNT)
               MOVE ACCT-STATUS TO HT-STATUS (WS-HLD-COUNT)
               MOVE ACCT-BALANCE TO HT-BALANCE (WS-HLD-COUNT)
           ELSE
               DISPLAY "CUSTREL : plus de 10000 rattachements "
                   "compte-client, rapport abandonné"
               MOVE 'Y' TO WS-FAIL-SW
           END-IF.

       READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
                   MOVE HIGH-VALUES TO WS-ACCT-KEY
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE ACCT-ACCOUNT-NO TO WS-ACCT-KEY
           END-READ.

       READ-LINK.
           READ ACCOUNT-LINK
               AT END
                   MOVE 'Y' TO WS-ACL-EOF
                   MOVE HIGH-VALUES TO WS-ACL-KEY
               NOT AT END
                   MOVE ACL-ACCOUNT-NO TO WS-ACL-KEY
           END-READ.

      *> Stable insertion sort by customer: the accounts of one
      *> customer stay in account order.
       SORT-HOLDINGS-TABLE.
           PERFORM VARYING WS-SORT-IX FROM 2 BY 1
               UNTIL WS-SORT-IX > WS-HLD-COUNT
               MOVE WS-SORT-IX TO WS-SORT-JX
               PERFORM UNTIL WS-SORT-JX < 2
                   OR HT-CUSTOMER-NO (WS-SORT-JX - 1)
                       NOT > HT-CUSTOMER-NO (WS-SORT-JX)
                   MOVE WS-HLD-ENTRY (WS-SORT-JX) TO WS-SORT-TEMP
                   MOVE WS-HLD-ENTRY (WS-SORT-JX - 1)
                       TO WS-HLD-ENTRY (WS-SORT-JX)
                   MOVE WS-SORT-TEMP
                       TO WS-HLD-ENTRY (WS-SORT-JX - 1)
                   SUBTRACT 1 FROM WS-SORT-JX
               END-PERFORM
           END-PERFORM.

      *> CUSTMAST is read in customer order against the sorted
      *> holdings: every customer is listed, with or without
      *> accounts, and a customer number held on ACCTCUST but
      *> missing from CUSTMAST is listed as unknown.
       REPORT-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTREL : impossible d'ouvrir CUSTMAST, "
                   "statut " WS-CUST-STATUS
               MOVE 'Y' TO WS-FAIL-SW
           ELSE
               MOVE "COMPTES ET SOLDE CUMULE PAR CLIENT"
                   TO WS-SEC-TITLE
               MOVE WS-SECTION-LINE TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               MOVE SPACES TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               MOVE 1 TO WS-HLD-IX
               PERFORM READ-CUSTOMER
               PERFORM SET-TABLE-KEY
               PERFORM UNTIL CUST-EOF AND WS-HLD-IX > WS-HLD-COUNT
                   PERFORM MATCH-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       MATCH-CUSTOMER.
           IF WS-CUST-KEY < WS-TAB-KEY
               PERFORM WRITE-CUSTOMER-LINE
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               MOVE "AUCUN COMPTE" TO WS-NTE-TEXT
               MOVE WS-NOTE-LINE TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               MOVE SPACES TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               PERFORM READ-CUSTOMER
           ELSE
               IF WS-CUST-KEY = WS-TAB-KEY
                   PERFORM WRITE-CUSTOMER-LINE
                   PERFORM WRITE-CUSTOMER-ACCOUNTS
                   IF CUST-CLOSED AND HOLDS-OPEN-ACCOUNT
                       ADD 1 TO WS-CLOSED-OPEN-COUNT
                       MOVE
                           "ATTENTION : CLIENT CLOTURE, COMPTES OUVERTS"
                           TO WS-NTE-TEXT
                       MOVE WS-NOTE-LINE TO CRL-REPORT-LINE
                       WRITE CRL-REPORT-LINE
                   END-IF
                   MOVE SPACES TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
                   PERFORM READ-CUSTOMER
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE HT-CUSTOMER-NO (WS-HLD-IX) TO WS-CSL-CUSTOMER
                   MOVE "INCONNU DU FICHIER CLIENT" TO WS-CSL-NAME
                   MOVE SPACE TO WS-CSL-STATUS
                   MOVE SPACES TO WS-CSL-TAX-RESIDENCE
                   MOVE WS-CUSTOMER-LINE TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
                   PERFORM WRITE-CUSTOMER-ACCOUNTS
                   MOVE SPACES TO CRL-REPORT-LINE
                   WRITE CRL-REPORT-LINE
               END-IF
           END-IF.

       WRITE-CUSTOMER-LINE.
           MOVE CUST-CUSTOMER-NO TO WS-CSL-CUSTOMER
           MOVE CUST-NAME TO WS-CSL-NAME
           MOVE CUST-STATUS TO WS-CSL-STATUS
           MOVE CUST-TAX-RESIDENCE TO WS-CSL-TAX-RESIDENCE
           MOVE WS-CUSTOMER-LINE TO CRL-REPORT-LINE
           WRITE CRL-REPORT-LINE.

      *> A joint account counts in full in the combined balance of
      *> each of its holders: the combined balance is what the
      *> customer can operate on, not a share of ownership.
       WRITE-CUSTOMER-ACCOUNTS.
           MOVE HT-CUSTOMER-NO (WS-HLD-IX) TO WS-CUR-CUSTOMER
           MOVE ZERO TO WS-COMBINED-BALANCE
           MOVE 'N' TO WS-OPEN-ACCT-SW
           PERFORM UNTIL WS-HLD-IX > WS-HLD-COUNT
               OR HT-CUSTOMER-NO (WS-HLD-IX) NOT = WS-CUR-CUSTOMER
               MOVE HT-ACCOUNT-NO (WS-HLD-IX) TO WS-ACL-LINE-ACCOUNT
               IF HT-PRIMARY (WS-HLD-IX)
                   MOVE "PRINCIPAL" TO WS-ACL-LINE-ROLE
               ELSE
                   MOVE "COTITULAIRE" TO WS-ACL-LINE-ROLE
               END-IF
               MOVE HT-STATUS (WS-HLD-IX) TO WS-ACL-LINE-STATUS
               MOVE HT-BALANCE (WS-HLD-IX) TO WS-ACL-LINE-BALANCE
               MOVE WS-ACCOUNT-LINE TO CRL-REPORT-LINE
               WRITE CRL-REPORT-LINE
               ADD HT-BALANCE (WS-HLD-IX) TO WS-COMBINED-BALANCE
               IF HT-STATUS (WS-HLD-IX) NOT = 'C'
                   MOVE 'Y' TO WS-OPEN-ACCT-SW
               END-IF
               ADD 1 TO WS-HLD-IX
           END-PERFORM
           MOVE WS-COMBINED-BALANCE TO WS-CMB-AMOUNT
           MOVE WS-COMBINED-LINE TO CRL-REPORT-LINE
           WRITE CRL-REPORT-LINE
           PERFORM SET-TABLE-KEY.

       READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF
                   MOVE HIGH-VALUES TO WS-CUST-KEY
               NOT AT END
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUST-CUSTOMER-NO TO WS-CUST-KEY
           END-READ.

       SET-TABLE-KEY.
           IF WS-HLD-IX > WS-HLD-COUNT
               MOVE HIGH-VALUES TO WS-TAB-KEY
           ELSE
               MOVE HT-CUSTOMER-NO (WS-HLD-IX) TO WS-TAB-KEY
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "TOTAUX" TO WS-SEC-TITLE
           MOVE WS-SECTION-LINE TO CRL-REPORT-LINE
           WRITE CRL-REPORT-LINE
           MOVE "CLIENTS" TO WS-CNT-LABEL
           MOVE WS-CUST-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CLIENTS SANS COMPTE" TO WS-CNT-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CLIENTS INCONNUS" TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CLIENTS CLOTURES AVEC CPT" TO WS-CNT-LABEL
           MOVE WS-CLOSED-OPEN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "COMPTES" TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "COMPTES SANS TITULAIRE" TO WS-CNT-LABEL
           MOVE WS-NO-HOLDER-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "LIENS SANS COMPTE" TO WS-CNT-LABEL
           MOVE WS-NO-ACCOUNT-LINK-CNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "RATTACHEMENTS" TO WS-CNT-LABEL
           MOVE WS-HLD-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CRL-REPORT-LINE
           WRITE CRL-REPORT-LINE.
