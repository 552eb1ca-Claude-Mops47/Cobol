      *> IDCREC.cpy - annual interest declaration file INTDECL,
      *> written by PROGRAM-ID INTCERT for the tax authority.  One
      *> 'HD' header (tax year, date the file was produced and
      *> whether it is the original return 'O' or an amended one
      *> 'R' replacing it), one 'DT' detail per holder of each
      *> account credited with interest in the year, and a 'TR'
      *> trailer: number of 'DT' records and their interest total,
      *> the number of months of MONTHEND interest found on INTCTL
      *> for the year, and the total those months generated.
      *> A 'DT' names the holder (customer number from ACCTCUST,
      *> tax residence from CUSTMAST, role 'P' primary or 'J'
      *> joint); an account with no holder on file is declared
      *> with a zero customer number and shown on INTRPT.  Each
      *> joint holder's 'DT' repeats the account's interest, so
      *> only the records that are not 'J' enter
      *> IDT-INTEREST-TOTAL, which equals IDT-CONTROL-TOTAL on a
      *> return fit to be sent.
       01  IDC-RECORD.
           05  IDC-REC-TYPE          PIC X(2).
               88  IDC-IS-HEADER                 VALUE 'HD'.
               88  IDC-IS-DETAIL                 VALUE 'DT'.
               88  IDC-IS-TRAILER                VALUE 'TR'.
           05  IDC-TAX-YEAR          PIC 9(4).
           05  IDC-ACCOUNT-NO        PIC 9(8).
           05  IDC-INTEREST          PIC 9(11)V99.
           05  IDC-POST-COUNT        PIC 9(3).
           05  IDC-CUSTOMER-NO       PIC 9(8).
           05  IDC-TAX-RESIDENCE     PIC X(2).
           05  IDC-HOLDER-ROLE       PIC X(1).
               88  IDC-PRIMARY-HOLDER            VALUE 'P'.
               88  IDC-JOINT-HOLDER              VALUE 'J'.
           05  FILLER                PIC X(3).
       01  IDC-HEADER-RECORD.
           05  FILLER                PIC X(6).
           05  IDH-RUN-DATE          PIC 9(8).
           05  IDH-DECL-KIND         PIC X(1).
               88  IDH-ORIGINAL                  VALUE 'O'.
               88  IDH-AMENDED                   VALUE 'R'.
           05  FILLER                PIC X(29).
       01  IDC-TRAILER-RECORD.
           05  FILLER                PIC X(6).
           05  IDT-DETAIL-COUNT      PIC 9(6).
           05  IDT-INTEREST-TOTAL    PIC 9(13)V99.
           05  IDT-MONTH-COUNT       PIC 9(2).
           05  IDT-CONTROL-TOTAL     PIC 9(13)V99.
