       01  WS-CR-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-AJ-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-AJ-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-FR-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-FR-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-TF-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-TF-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-IN-COUNT           PIC 9(6)    VALUE ZERO.
       01  WS-IN-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-COUNT          PIC 9(6)    VALUE ZERO.
       01  WS-TOT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  WS-HEADING-2.
           05  FILLER            PIC X(51)
               VALUE "COMPTE      TYPE          MONTANT        DATE".
           05  FILLER            PIC X(6)    VALUE "BR.".
           05  FILLER            PIC X(23)   VALUE "BENEF.".
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT    PIC 9(8).
           05  FILLER            PIC X(5)    VALUE SPACES.
           05  WS-DTL-DATE       PIC 9(8).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WS-DTL-BRANCH     PIC X(3).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  WS-DTL-TO-ACCOUNT PIC X(8).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL      PIC X(24).
           05  WS-TOT-CNT-OUT    PIC ZZZ,ZZ9.
           MOVE TRAN-AMOUNT TO WS-DTL-AMOUNT
           MOVE TRAN-DATE TO WS-DTL-DATE
           MOVE TRAN-BRANCH-ID TO WS-DTL-BRANCH
           IF TRAN-TYPE = "TF"
               MOVE TRAN-TO-ACCOUNT-NO TO WS-DTL-TO-ACCOUNT
           ELSE
               MOVE SPACES TO WS-DTL-TO-ACCOUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM ACCUMULATE-TYPE-TOTALS.

      *> A transfer ('TF') moves money between two of our own
      *> accounts, so it has its own total but leaves the net
      *> movement of the day unchanged.
       ACCUMULATE-TYPE-TOTALS.
           ADD 1 TO WS-TOT-COUNT
           ADD TRAN-AMOUNT TO WS-TOT-AMOUNT
                   ADD TRAN-AMOUNT TO WS-CR-AMOUNT
                   ADD TRAN-AMOUNT TO WS-NET-AMOUNT
               ELSE
                   IF TRAN-TYPE = "FR"
                       ADD 1 TO WS-FR-COUNT
                       ADD TRAN-AMOUNT TO WS-FR-AMOUNT
                       SUBTRACT TRAN-AMOUNT FROM WS-NET-AMOUNT
                   ELSE
                       IF TRAN-TYPE = "TF"
                           ADD 1 TO WS-TF-COUNT
                           ADD TRAN-AMOUNT TO WS-TF-AMOUNT
                       ELSE
                           IF TRAN-TYPE = "IN"
                               ADD 1 TO WS-IN-COUNT
                               ADD TRAN-AMOUNT TO WS-IN-AMOUNT
                               ADD TRAN-AMOUNT TO WS-NET-AMOUNT
                           ELSE
                               ADD 1 TO WS-AJ-COUNT
                               ADD TRAN-AMOUNT TO WS-AJ-AMOUNT
                               ADD TRAN-AMOUNT TO WS-NET-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE WS-AJ-AMOUNT TO WS-TOT-AMT-OUT
               MOVE WS-TOTAL-LINE TO REG-REPORT-LINE
               WRITE REG-REPORT-LINE
               MOVE "TOTAL FRAIS REJET (FR): " TO WS-TOT-LABEL
               MOVE WS-FR-COUNT TO WS-TOT-CNT-OUT
               MOVE WS-FR-AMOUNT TO WS-TOT-AMT-OUT
               MOVE WS-TOTAL-LINE TO REG-REPORT-LINE
               WRITE REG-REPORT-LINE
               MOVE "TOTAL VIREMENTS (TF)  : " TO WS-TOT-LABEL
               MOVE WS-TF-COUNT TO WS-TOT-CNT-OUT
               MOVE WS-TF-AMOUNT TO WS-TOT-AMT-OUT
               MOVE WS-TOTAL-LINE TO REG-REPORT-LINE
               WRITE REG-REPORT-LINE
               MOVE "TOTAL INTERETS (IN)   : " TO WS-TOT-LABEL
               MOVE WS-IN-COUNT TO WS-TOT-CNT-OUT
               MOVE WS-IN-AMOUNT TO WS-TOT-AMT-OUT
               MOVE WS-TOTAL-LINE TO REG-REPORT-LINE
               WRITE REG-REPORT-LINE
               MOVE "MOUVEMENT NET         : " TO WS-TOT-LABEL
               MOVE WS-TOT-COUNT TO WS-TOT-CNT-OUT
               MOVE WS-NET-AMOUNT TO WS-TOT-AMT-OUT
