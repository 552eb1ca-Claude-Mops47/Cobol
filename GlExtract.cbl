       01  WS-RUN-DATE           PIC 9(8).
       01  WS-TRAN-COUNT         PIC 9(6)    VALUE ZERO.
       01  WS-TYPE-IX            PIC 9(1).
       01  WS-TYPE-MAX           PIC 9(1)    VALUE 6.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ENTRY OCCURS 6 TIMES.
               10  TYP-CODE      PIC X(2).
               10  TYP-DEBIT     PIC S9(11)V99.
               10  TYP-CREDIT    PIC S9(11)V99.
           MOVE "DB" TO TYP-CODE (1)
           MOVE "CR" TO TYP-CODE (2)
           MOVE "AJ" TO TYP-CODE (3)
           MOVE "FR" TO TYP-CODE (4)
           MOVE "TF" TO TYP-CODE (5)
           MOVE "IN" TO TYP-CODE (6)
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-MAX
               MOVE ZERO TO TYP-DEBIT (WS-TYPE-IX)
               MOVE ZERO TO TYP-CREDIT (WS-TYPE-IX)
           END-PERFORM.
      *> written: a positive DB is a debit and a negative DB a
      *> credit reversal, a positive CR a credit and a negative CR
      *> a debit reversal, and a signed AJ adjustment follows its
      *> sign (negative = debit, positive = credit).  A returned-
      *> item fee (FR) is a debit on the customer, like a DB, and
      *> gets its own summary line.  A transfer (TF) debits the
      *> paying account and credits the beneficiary, so its amount
      *> goes into both columns of its line, which nets to zero.
      *> Month-end interest (IN) is a credit with its own line, so
      *> the ledger sees the interest expense apart from deposits.
       TOTAL-ONE-TRAN.
           IF TRAN-TYPE = "DB"
               IF TRAN-AMOUNT < ZERO
               ELSE
                   ADD TRAN-AMOUNT TO TYP-DEBIT (1)
               END-IF
           ELSE
           IF TRAN-TYPE = "TF"
               ADD TRAN-AMOUNT TO TYP-DEBIT (5)
               ADD TRAN-AMOUNT TO TYP-CREDIT (5)
           ELSE
           IF TRAN-TYPE = "FR"
               IF TRAN-AMOUNT < ZERO
                   SUBTRACT TRAN-AMOUNT FROM TYP-CREDIT (4)
               ELSE
                   ADD TRAN-AMOUNT TO TYP-DEBIT (4)
               END-IF
           ELSE
           IF TRAN-TYPE = "IN"
               IF TRAN-AMOUNT < ZERO
                   SUBTRACT TRAN-AMOUNT FROM TYP-DEBIT (6)
               ELSE
                   ADD TRAN-AMOUNT TO TYP-CREDIT (6)
               END-IF
           ELSE
               IF TRAN-TYPE = "CR"
                   IF TRAN-AMOUNT < ZERO
                       ADD TRAN-AMOUNT TO TYP-CREDIT (3)
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-GL-SUMMARIES.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-MAX
               MOVE 'S' TO GLI-REC-TYPE
               MOVE WS-RUN-DATE TO GLI-BUSINESS-DATE
               MOVE TYP-CODE (WS-TYPE-IX) TO GLI-TRAN-TYPE
