       FD  DAILY-TRAN-FILE.
       COPY TRANREC.
       FD  RECYCLE-CORR-FILE.
       01  RCY-CORR-RECORD           PIC X(40).
       FD  MERGED-TRAN-FILE.
       01  MRG-TRAN-RECORD           PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-DLY-STATUS             PIC X(2).
       01  WS-RCY-STATUS             PIC X(2).
           05  WS-RCY-AMOUNT         PIC S9(9)V99.
           05  WS-RCY-DATE           PIC 9(8).
           05  WS-RCY-BRANCH-ID      PIC X(3).
           05  WS-RCY-TO-ACCOUNT-NO  PIC 9(8).
       01  WS-TRAILER-OUT.
           05  FILLER                PIC 9(8)    VALUE ZERO.
           05  WS-TRL-REC-TYPE       PIC X(2)    VALUE 'TR'.
           05  WS-TRL-REC-COUNT      PIC 9(6)    VALUE ZERO.
           05  WS-TRL-HASH-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  FILLER                PIC X(11)   VALUE SPACES.
       LINKAGE SECTION.
       01  LS-BUSINESS-DATE          PIC 9(8).
       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
