       FD  SUSPENSE-FILE-OUT.
       01  SUS-OUT-RECORD            PIC X(70).
       FD  RECYCLE-FILE.
       01  RCY-TRAN-RECORD           PIC X(40).
       FD  EXCEPTION-REPORT-IN.
       COPY XCPREC.
       FD  RECYCLE-CORR-FILE.
       01  COR-TRAN-RECORD           PIC X(40).
       FD  WRITE-OFF-FILE.
       01  WRT-OFF-RECORD            PIC X(70).
       FD  AGING-REPORT.
           05  WS-RCY-AMOUNT     PIC S9(9)V99.
           05  WS-RCY-DATE       PIC 9(8).
           05  WS-RCY-BRANCH-ID  PIC X(3).
           05  WS-RCY-TO-ACCOUNT PIC 9(8).
       01  WS-COR-DETAIL.
           05  WS-COR-ACCOUNT-NO PIC 9(8).
           05  WS-COR-TYPE       PIC X(2).
           05  WS-COR-AMOUNT     PIC S9(9)V99.
           05  WS-COR-DATE       PIC 9(8).
           05  WS-COR-BRANCH-ID  PIC X(3).
           05  WS-COR-TO-ACCOUNT PIC 9(8).
       01  WS-BUCKET-TOTALS.
           05  WS-BKT-ENTRY OCCURS 3 TIMES.
               10  BKT-COUNT     PIC 9(4)    VALUE ZERO.
