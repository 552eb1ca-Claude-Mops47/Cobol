      *> PSPARM.cpy - posting-history retention parameter on
      *> PSTHPARM, read by PROGRAM-ID PSTARCH.  PSP-RETENTION-MONTHS
      *> is the legal retention period, in months, during which a
      *> closed month stays online for statements and enquiry;
      *> older months are moved to the archive PSTHARC.
       01  PSP-RECORD.
           05  PSP-RETENTION-MONTHS  PIC 9(3).
