      *> Source encoding: UTF-8. French DISPLAY literals below use
      *> accented characters encoded as UTF-8 - keep any editor or
      *> terminal used against this file set to UTF-8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       AUTHOR. Claude.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "CUSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
       COPY CUSTTRN.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  ACCOUNT-LINK.
       COPY ACLREC.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.
       FD  MAINT-REPORT.
       COPY CUSTRPT.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS         PIC X(2).
       01  WS-CUST-STATUS        PIC X(2).
       01  WS-ACL-STATUS         PIC X(2).
       01  WS-ACCT-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-TRN-EOF            PIC X(1)    VALUE 'N'.
           88  TRN-EOF                       VALUE 'Y'.
       01  WS-FOUND-SW           PIC X(1)    VALUE 'N'.
           88  CUSTOMER-FOUND                VALUE 'Y'.
       01  WS-ACL-FOUND-SW       PIC X(1)    VALUE 'N'.
           88  LINK-FOUND                    VALUE 'Y'.
       01  WS-ACCT-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                 VALUE 'Y'.
       01  WS-DATE-OK-SW         PIC X(1)    VALUE 'N'.
           88  DATE-IS-VALID                 VALUE 'Y'.
       01  WS-REJ-REASON         PIC X(30).
       01  WS-TRN-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(6)    VALUE ZERO.
       01  WS-TODAY              PIC 9(8).
       01  WS-HX                 PIC 9(1).
       01  WS-HOLDER-IX          PIC 9(1).
       01  WS-NEW-CUSTOMER.
           05  WS-NEW-NAME       PIC X(30).
           05  WS-NEW-ADDRESS-1  PIC X(30).
           05  WS-NEW-ADDRESS-2  PIC X(30).
           05  WS-NEW-POSTAL-CODE PIC X(10).
           05  WS-NEW-CITY       PIC X(25).
           05  WS-NEW-COUNTRY    PIC X(2).
           05  WS-NEW-BIRTH-DATE PIC 9(8).
           05  WS-NEW-TAX-RESIDENCE PIC X(2).
       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY      PIC 9(4).
           05  WS-EDIT-MM        PIC 9(2).
           05  WS-EDIT-DD        PIC 9(2).
       01  WS-MONTH-MAX          PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM4          PIC 9(4).
       01  WS-LEAP-REM100        PIC 9(4).
       01  WS-LEAP-REM400        PIC 9(4).
       01  WS-ACTION-LINE.
           05  FILLER            PIC X(9)    VALUE "ACTION : ".
           05  WS-ACT-CODE       PIC X(1).
           05  FILLER            PIC X(11)   VALUE "  CLIENT : ".
           05  WS-ACT-CUSTOMER   PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER            PIC X(9)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE "CLIENT".
           05  FILLER            PIC X(25)   VALUE "NOM".
           05  FILLER            PIC X(21)   VALUE "VILLE".
           05  FILLER            PIC X(9)    VALUE "NAISSANCE".
           05  FILLER            PIC X(3)    VALUE "RF".
           05  FILLER            PIC X(1)    VALUE "S".
       01  WS-STATE-LINE.
           05  WS-STA-LABEL      PIC X(9).
           05  WS-STA-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-NAME       PIC X(24).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-CITY       PIC X(20).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-BIRTH-DATE PIC 9(8).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-TAX-RESIDENCE PIC X(2).
           05  FILLER            PIC X(1)    VALUE SPACE.
           05  WS-STA-STATUS     PIC X(1).
       01  WS-HOLDER-LINE.
           05  WS-HLD-LABEL      PIC X(9).
           05  FILLER            PIC X(8)    VALUE "COMPTE ".
           05  WS-HLD-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-HLD-HOLDER OCCURS 4 TIMES.
               10  WS-HLD-CUSTOMER PIC Z(8).
               10  FILLER        PIC X(1)    VALUE "/".
               10  WS-HLD-ROLE   PIC X(1).
               10  FILLER        PIC X(2)    VALUE SPACES.
       01  WS-REJECT-LINE.
           05  FILLER            PIC X(9)    VALUE "REJET  : ".
           05  WS-REJ-CUSTOMER   PIC 9(8).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  WS-REJ-TEXT       PIC X(30).
       01  WS-AUTH-OK-SW         PIC X(1)    VALUE 'N'.
           88  REQUESTER-AUTHORIZED          VALUE 'Y'.
       COPY AUTHCHK.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN       PIC S9(4) COMP.
           05  LS-REQ-OPER       PIC X(6).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       PROG.
           DISPLAY "Vous êtes dans CUSTMNT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-REQUESTER-AUTHORITY.
           IF NOT REQUESTER-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "CUSTMNT : impossible d'ouvrir CUSTTRAN, "
                   "statut " WS-TRN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                   CLOSE MAINT-TRAN-FILE
                   DISPLAY "CUSTMNT : impossible d'ouvrir CUSTMAST, "
                       "statut " WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-ACCOUNT-LINK
                   IF WS-ACL-STATUS NOT = "00"
                       CLOSE MAINT-TRAN-FILE
                       CLOSE CUSTOMER-MASTER
                       DISPLAY "CUSTMNT : impossible d'ouvrir "
                           "ACCTCUST, statut " WS-ACL-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN INPUT ACCOUNT-MASTER
                       IF WS-ACCT-STATUS NOT = "00"
                           CLOSE MAINT-TRAN-FILE
                           CLOSE CUSTOMER-MASTER
                           CLOSE ACCOUNT-LINK
                           DISPLAY "CUSTMNT : impossible d'ouvrir "
                               "ACCTMAST, statut " WS-ACCT-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           OPEN OUTPUT MAINT-REPORT
                           IF WS-RPT-STATUS NOT = "00"
                               CLOSE MAINT-TRAN-FILE
                               CLOSE CUSTOMER-MASTER
                               CLOSE ACCOUNT-LINK
                               CLOSE ACCOUNT-MASTER
                               DISPLAY "CUSTMNT : impossible d'ouvrir "
                                   "CUSTRPT, statut " WS-RPT-STATUS
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               PERFORM RUN-MAINTENANCE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       RUN-MAINTENANCE.
           MOVE "RAPPORT DE MAINTENANCE DES CLIENTS"
               TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE
           MOVE SPACES TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE
           MOVE WS-COLUMN-LINE TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE
           MOVE SPACES TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE
           PERFORM UNTIL TRN-EOF
               READ MAINT-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       ADD 1 TO WS-TRN-COUNT
                       PERFORM APPLY-MAINT-TRAN
               END-READ
           END-PERFORM
           CLOSE MAINT-TRAN-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-LINK
           CLOSE ACCOUNT-MASTER
           CLOSE MAINT-REPORT
           DISPLAY "CUSTMNT : " WS-TRN-COUNT
               " mouvement(s) lu(s), "
               WS-APPLIED-COUNT " appliqué(s), "
               WS-REJECT-COUNT " rejeté(s)"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      *> Customers and the holders of an account are maintained
      *> under the same authority as the account master itself:
      *> supervisor level or better, the requesting operator
      *> arriving in the PARM.
       CHECK-REQUESTER-AUTHORITY.
           IF LS-PARM-LEN < 6 OR LS-REQ-OPER = SPACES
               DISPLAY "CUSTMNT : identifiant du demandeur absent "
                   "du PARM, maintenance refusée"
           ELSE
               MOVE LS-REQ-OPER TO CHK-OPER-ID
               CALL "CHKAUTH" USING AUTH-CHECK-AREA
                   ON EXCEPTION
                       DISPLAY "CUSTMNT : CHKAUTH indisponible, "
                           "maintenance refusée"
                   NOT ON EXCEPTION
                       PERFORM EDIT-REQUESTER-AUTHORITY
               END-CALL
           END-IF.

       EDIT-REQUESTER-AUTHORITY.
           IF NOT CHK-ACTIVE
               DISPLAY "CUSTMNT : demandeur " CHK-OPER-ID
                   " inconnu ou désactivé, maintenance refusée"
           ELSE
               IF NOT CHK-LEVEL-SUPERVISORY
                   DISPLAY "CUSTMNT : demandeur " CHK-OPER-ID
                       " sans niveau superviseur, maintenance "
                       "refusée"
               ELSE
                   MOVE 'Y' TO WS-AUTH-OK-SW
               END-IF
           END-IF.

      *> The first customer ever added creates CUSTMAST, and the
      *> first link ACCTCUST.
       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS = "00"
                   CLOSE CUSTOMER-MASTER
                   OPEN I-O CUSTOMER-MASTER
               END-IF
           END-IF.

       OPEN-ACCOUNT-LINK.
           OPEN I-O ACCOUNT-LINK
           IF WS-ACL-STATUS = "35"
               OPEN OUTPUT ACCOUNT-LINK
               IF WS-ACL-STATUS = "00"
                   CLOSE ACCOUNT-LINK
                   OPEN I-O ACCOUNT-LINK
               END-IF
           END-IF.

       APPLY-MAINT-TRAN.
           MOVE SPACES TO WS-REJ-REASON
           MOVE CMT-ACTION TO WS-ACT-CODE
           MOVE CMT-CUSTOMER-NO TO WS-ACT-CUSTOMER
           MOVE WS-ACTION-LINE TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE
           IF CMT-CUSTOMER-NO = ZERO
               STRING "client à zéro" DELIMITED BY SIZE
                   INTO WS-REJ-REASON
           ELSE
               PERFORM LOOKUP-CUSTOMER
               IF CMT-ADD
                   PERFORM APPLY-ADD
               ELSE
                   IF CMT-CHANGE
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF CMT-CLOSE
                           PERFORM APPLY-CLOSE
                       ELSE
                           IF CMT-LINK
                               PERFORM APPLY-LINK
                           ELSE
                               IF CMT-UNLINK
                                   PERFORM APPLY-UNLINK
                               ELSE
                                   STRING "code action invalide"
                                       DELIMITED BY SIZE
                                       INTO WS-REJ-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE CMT-CUSTOMER-NO TO WS-REJ-CUSTOMER
               MOVE WS-REJ-REASON TO WS-REJ-TEXT
               MOVE WS-REJECT-LINE TO CMR-REPORT-LINE
               WRITE CMR-REPORT-LINE
           END-IF
           MOVE SPACES TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE CMT-CUSTOMER-NO TO CUST-CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.

       LOOKUP-LINK.
           MOVE 'N' TO WS-ACL-FOUND-SW
           MOVE CMT-ACCOUNT-NO TO ACL-ACCOUNT-NO
           READ ACCOUNT-LINK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACL-FOUND-SW
           END-READ.

      *> A new customer is active at once; the country of the
      *> postal address defaults to France.
       APPLY-ADD.
           IF CUSTOMER-FOUND
               STRING "client déjà présent"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               MOVE CMT-CUSTOMER-DATA TO WS-NEW-CUSTOMER
               IF WS-NEW-COUNTRY = SPACES
                   MOVE "FR" TO WS-NEW-COUNTRY
               END-IF
               PERFORM EDIT-CUSTOMER-DATA
               IF WS-REJ-REASON = SPACES
                   MOVE "AVANT  : " TO WS-STA-LABEL
                   MOVE CMT-CUSTOMER-NO TO WS-STA-CUSTOMER
                   MOVE SPACES TO WS-STA-NAME
                   MOVE SPACES TO WS-STA-CITY
                   MOVE ZERO TO WS-STA-BIRTH-DATE
                   MOVE SPACES TO WS-STA-TAX-RESIDENCE
                   MOVE SPACE TO WS-STA-STATUS
                   MOVE WS-STATE-LINE TO CMR-REPORT-LINE
                   WRITE CMR-REPORT-LINE
                   MOVE CMT-CUSTOMER-NO TO CUST-CUSTOMER-NO
                   PERFORM MOVE-NEW-CUSTOMER
                   MOVE 'A' TO CUST-STATUS
                   WRITE CUST-MASTER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
               END-IF
           END-IF.

      *> A change only carries the fields that change: blank or
      *> zero leaves the field as it is.  Address line 2 can only
      *> be replaced, not emptied, so a removal is keyed as a
      *> single full stop.
       APPLY-CHANGE.
           IF NOT CUSTOMER-FOUND
               STRING "client inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               IF CUST-CLOSED
                   STRING "client clôturé"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   PERFORM BUILD-CHANGED-CUSTOMER
                   PERFORM EDIT-CUSTOMER-DATA
                   IF WS-REJ-REASON = SPACES
                       MOVE "AVANT  : " TO WS-STA-LABEL
                       PERFORM WRITE-STATE-LINE
                       PERFORM MOVE-NEW-CUSTOMER
                       REWRITE CUST-MASTER-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AFTER-LINE
                   END-IF
               END-IF
           END-IF.

       BUILD-CHANGED-CUSTOMER.
           MOVE CUST-NAME TO WS-NEW-NAME
           MOVE CUST-ADDRESS-1 TO WS-NEW-ADDRESS-1
           MOVE CUST-ADDRESS-2 TO WS-NEW-ADDRESS-2
           MOVE CUST-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           MOVE CUST-CITY TO WS-NEW-CITY
           MOVE CUST-COUNTRY TO WS-NEW-COUNTRY
           MOVE CUST-BIRTH-DATE TO WS-NEW-BIRTH-DATE
           MOVE CUST-TAX-RESIDENCE TO WS-NEW-TAX-RESIDENCE
           IF CMT-NAME NOT = SPACES
               MOVE CMT-NAME TO WS-NEW-NAME
           END-IF
           IF CMT-ADDRESS-1 NOT = SPACES
               MOVE CMT-ADDRESS-1 TO WS-NEW-ADDRESS-1
           END-IF
           IF CMT-ADDRESS-2 NOT = SPACES
               IF CMT-ADDRESS-2 = "."
                   MOVE SPACES TO WS-NEW-ADDRESS-2
               ELSE
                   MOVE CMT-ADDRESS-2 TO WS-NEW-ADDRESS-2
               END-IF
           END-IF
           IF CMT-POSTAL-CODE NOT = SPACES
               MOVE CMT-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           END-IF
           IF CMT-CITY NOT = SPACES
               MOVE CMT-CITY TO WS-NEW-CITY
           END-IF
           IF CMT-COUNTRY NOT = SPACES
               MOVE CMT-COUNTRY TO WS-NEW-COUNTRY
           END-IF
           IF CMT-BIRTH-DATE NOT = ZERO
               MOVE CMT-BIRTH-DATE TO WS-NEW-BIRTH-DATE
           END-IF
           IF CMT-TAX-RESIDENCE NOT = SPACES
               MOVE CMT-TAX-RESIDENCE TO WS-NEW-TAX-RESIDENCE
           END-IF.

      *> A statement has to be mailable: name, first address line,
      *> postal code and city are all required.  The tax
      *> residence decides how the customer's interest is
      *> declared, so it cannot be left blank either.
       EDIT-CUSTOMER-DATA.
           IF WS-NEW-NAME = SPACES
               STRING "nom manquant"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES
               AND (WS-NEW-ADDRESS-1 = SPACES
                   OR WS-NEW-POSTAL-CODE = SPACES
                   OR WS-NEW-CITY = SPACES)
               STRING "adresse incomplète"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES
               MOVE WS-NEW-BIRTH-DATE TO WS-EDIT-DATE
               PERFORM VALIDATE-EDIT-DATE
               IF NOT DATE-IS-VALID
                   OR WS-NEW-BIRTH-DATE > WS-TODAY
                   STRING "date de naissance invalide"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
               AND WS-NEW-TAX-RESIDENCE = SPACES
               STRING "résidence fiscale manquante"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           END-IF.

       MOVE-NEW-CUSTOMER.
           MOVE WS-NEW-NAME TO CUST-NAME
           MOVE WS-NEW-ADDRESS-1 TO CUST-ADDRESS-1
           MOVE WS-NEW-ADDRESS-2 TO CUST-ADDRESS-2
           MOVE WS-NEW-POSTAL-CODE TO CUST-POSTAL-CODE
           MOVE WS-NEW-CITY TO CUST-CITY
           MOVE WS-NEW-COUNTRY TO CUST-COUNTRY
           MOVE WS-NEW-BIRTH-DATE TO CUST-BIRTH-DATE
           MOVE WS-NEW-TAX-RESIDENCE TO CUST-TAX-RESIDENCE.

      *> A closed customer stays on file, and on the accounts
      *> already held, for statements and enquiry; ACCTMNT will
      *> not open a new account for a closed customer.
       APPLY-CLOSE.
           IF NOT CUSTOMER-FOUND
               STRING "client inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               IF CUST-CLOSED
                   STRING "client déjà clôturé"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   MOVE "AVANT  : " TO WS-STA-LABEL
                   PERFORM WRITE-STATE-LINE
                   MOVE 'C' TO CUST-STATUS
                   REWRITE CUST-MASTER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
               END-IF
           END-IF.

      *> An account has one primary holder, given when ACCTMNT
      *> opens it, and up to three joint holders.  A primary
      *> holder is only linked here to an account that has none
      *> (one opened before the customer file existed).
       APPLY-LINK.
           IF NOT CUSTOMER-FOUND
               STRING "client inconnu"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               IF CUST-CLOSED
                   STRING "client clôturé"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   PERFORM EDIT-LINK-ACCOUNT
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
               PERFORM LOOKUP-LINK
               PERFORM FIND-HOLDER
               IF WS-HOLDER-IX NOT = ZERO
                   STRING "client déjà titulaire du compte"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   IF CMT-PRIMARY AND LINK-FOUND
                       STRING "titulaire principal déjà présent"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
                   IF CMT-JOINT AND NOT LINK-FOUND
                       STRING "compte sans titulaire principal"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
                   IF CMT-JOINT AND LINK-FOUND
                       AND ACL-HOLDER-COUNT NOT < 4
                       STRING "quatre titulaires au plus"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
               IF LINK-FOUND
                   MOVE "AVANT  : " TO WS-HLD-LABEL
                   PERFORM WRITE-HOLDER-LINE
                   ADD 1 TO ACL-HOLDER-COUNT
                   MOVE CMT-CUSTOMER-NO
                       TO ACL-CUSTOMER-NO (ACL-HOLDER-COUNT)
                   MOVE 'J' TO ACL-ROLE (ACL-HOLDER-COUNT)
                   REWRITE ACL-RECORD
               ELSE
                   MOVE "AVANT  : " TO WS-HLD-LABEL
                   MOVE CMT-ACCOUNT-NO TO ACL-ACCOUNT-NO
                   MOVE ZERO TO ACL-HOLDER-COUNT
                   PERFORM CLEAR-HOLDER-SLOT
                       VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 4
                   PERFORM WRITE-HOLDER-LINE
                   MOVE 1 TO ACL-HOLDER-COUNT
                   MOVE CMT-CUSTOMER-NO TO ACL-CUSTOMER-NO (1)
                   MOVE 'P' TO ACL-ROLE (1)
                   WRITE ACL-RECORD
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APRES  : " TO WS-HLD-LABEL
               PERFORM WRITE-HOLDER-LINE
           END-IF.

       EDIT-LINK-ACCOUNT.
           IF NOT CMT-PRIMARY AND NOT CMT-JOINT
               STRING "rôle de titulaire invalide"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               MOVE 'N' TO WS-ACCT-FOUND-SW
               MOVE CMT-ACCOUNT-NO TO ACCT-ACCOUNT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND-SW
               END-READ
               IF NOT ACCOUNT-FOUND
                   STRING "compte inconnu"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   IF ACCT-CLOSED
                       STRING "compte clôturé"
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

      *> The last holder cannot be taken off an account: every
      *> account must keep a customer.  When the primary holder
      *> goes, the first joint holder becomes primary.
       APPLY-UNLINK.
           PERFORM LOOKUP-LINK
           PERFORM FIND-HOLDER
           IF WS-HOLDER-IX = ZERO
               STRING "client non titulaire du compte"
                   DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
               IF ACL-HOLDER-COUNT = 1
                   STRING "dernier titulaire du compte"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
               ELSE
                   MOVE "AVANT  : " TO WS-HLD-LABEL
                   PERFORM WRITE-HOLDER-LINE
                   PERFORM VARYING WS-HX FROM WS-HOLDER-IX BY 1
                       UNTIL WS-HX NOT < ACL-HOLDER-COUNT
                       MOVE ACL-HOLDER (WS-HX + 1)
                           TO ACL-HOLDER (WS-HX)
                   END-PERFORM
                   MOVE ACL-HOLDER-COUNT TO WS-HX
                   PERFORM CLEAR-HOLDER-SLOT
                   SUBTRACT 1 FROM ACL-HOLDER-COUNT
                   MOVE 'P' TO ACL-ROLE (1)
                   REWRITE ACL-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APRES  : " TO WS-HLD-LABEL
                   PERFORM WRITE-HOLDER-LINE
               END-IF
           END-IF.

       FIND-HOLDER.
           MOVE ZERO TO WS-HOLDER-IX
           IF LINK-FOUND
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > ACL-HOLDER-COUNT
                   IF ACL-CUSTOMER-NO (WS-HX) = CMT-CUSTOMER-NO
                       MOVE WS-HX TO WS-HOLDER-IX
                   END-IF
               END-PERFORM
           END-IF.

       CLEAR-HOLDER-SLOT.
           MOVE ZERO TO ACL-CUSTOMER-NO (WS-HX)
           MOVE SPACE TO ACL-ROLE (WS-HX).

       VALIDATE-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EDIT-DATE NUMERIC
               AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
               MOVE 31 TO WS-MONTH-MAX
               IF WS-EDIT-MM = 4 OR WS-EDIT-MM = 6
                   OR WS-EDIT-MM = 9 OR WS-EDIT-MM = 11
                   MOVE 30 TO WS-MONTH-MAX
               END-IF
               IF WS-EDIT-MM = 2
                   MOVE 28 TO WS-MONTH-MAX
                   DIVIDE WS-EDIT-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
                   DIVIDE WS-EDIT-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
                   DIVIDE WS-EDIT-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = ZERO
                       AND (WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO)
                       MOVE 29 TO WS-MONTH-MAX
                   END-IF
               END-IF
               IF WS-EDIT-DD >= 1 AND WS-EDIT-DD <= WS-MONTH-MAX
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

       WRITE-STATE-LINE.
           MOVE CUST-CUSTOMER-NO TO WS-STA-CUSTOMER
           MOVE CUST-NAME TO WS-STA-NAME
           MOVE CUST-CITY TO WS-STA-CITY
           MOVE CUST-BIRTH-DATE TO WS-STA-BIRTH-DATE
           MOVE CUST-TAX-RESIDENCE TO WS-STA-TAX-RESIDENCE
           MOVE CUST-STATUS TO WS-STA-STATUS
           MOVE WS-STATE-LINE TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE "APRES  : " TO WS-STA-LABEL
           PERFORM WRITE-STATE-LINE.

       WRITE-HOLDER-LINE.
           MOVE ACL-ACCOUNT-NO TO WS-HLD-ACCOUNT
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 4
               MOVE ACL-CUSTOMER-NO (WS-HX) TO WS-HLD-CUSTOMER (WS-HX)
               MOVE ACL-ROLE (WS-HX) TO WS-HLD-ROLE (WS-HX)
           END-PERFORM
           MOVE WS-HOLDER-LINE TO CMR-REPORT-LINE
           WRITE CMR-REPORT-LINE.
