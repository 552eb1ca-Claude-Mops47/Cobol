      *> PSDREC.cpy - one closed month of posting history on the
      *> generation directory PSTHDIR, kept in month order and
      *> rewritten by PROGRAM-ID PSTARCH at each month end.
      *> PSD-GENERATION is the absolute generation (GnnnnV00) of
      *> the PSTHMON GDG the month was closed into; a generation
      *> holds every month closed on that month end, each ended by
      *> its own control record.  PSD-RECORD-COUNT and
      *> PSD-AMOUNT-TOTAL repeat the month's closing control
      *> record.  A month older than the PSTHPARM retention period
      *> is copied to the archive PSTHARC: it is then 'A' with the
      *> day it left, and the statements can no longer reach it,
      *> although its generation stays until the GDG limit rolls
      *> it off.
       01  PSD-RECORD.
           05  PSD-MONTH             PIC 9(6).
           05  PSD-STATE             PIC X(1).
               88  PSD-ONLINE                    VALUE 'E'.
               88  PSD-ARCHIVED                  VALUE 'A'.
           05  PSD-GENERATION.
               10  FILLER            PIC X(1).
               10  PSD-GEN-NUMBER    PIC 9(4).
               10  FILLER            PIC X(3).
           05  PSD-RECORD-COUNT      PIC 9(8).
           05  PSD-AMOUNT-TOTAL      PIC S9(11)V99.
           05  PSD-CLOSE-DATE        PIC 9(8).
           05  PSD-ARCHIVE-DATE      PIC 9(8).
