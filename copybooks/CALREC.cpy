      *> CALREC.cpy - one processing-calendar record, read by
      *> PROGRAM A to learn what kind of day the business date is.
      *> A date absent from the calendar is an ordinary day.
      *> 'F' marks a non-processing day (week-end or bank holiday):
      *> PROGRAM-ID STOGEN moves standing orders that fall due on
      *> one to the next processing day.
       01  CAL-RECORD.
           05  CAL-DATE              PIC 9(8).
           05  CAL-DAY-TYPE          PIC X(1).
               88  CAL-NORMAL-DAY                VALUE 'J'.
               88  CAL-MONTH-END                 VALUE 'M'.
               88  CAL-NON-PROCESSING            VALUE 'F'.
