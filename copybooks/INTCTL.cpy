      *> INTCTL.cpy - one entry of the cumulative interest control
      *> file INTCTL, appended by PROGRAM-ID MONTHEND at every
      *> month end: the business date of the accrual, how many 'IN'
      *> interest credits it generated and their total.  A rerun of
      *> the same month end appends a fresh entry; the last entry
      *> of a business date is the one that counts.  PROGRAM-ID
      *> INTCERT ties the year's interest certificates and tax
      *> declaration back to these twelve monthly totals.
       01  ICT-RECORD.
           05  ICT-BUSINESS-DATE     PIC 9(8).
           05  ICT-INT-COUNT         PIC 9(6).
           05  ICT-INT-TOTAL         PIC 9(11)V99.
