      *> PHRAREA.cpy - parameter area for the PSTHRDR posting-
      *> history reader.  The caller opens a range of posting
      *> dates ('O' with PHR-DATE-FROM and PHR-DATE-TO), reads it
      *> one posting at a time ('R') until PHR-AT-END, then
      *> closes it ('C').  PSTHRDR reads the closed months from
      *> the PSTHMON generations, proved against PSTHDIR, then
      *> POSTHIST for the month in progress, and hands back
      *> the postings dated in the range in PHR-POSTING (a PSTHREC
      *> record).  PHR-RANGE-ARCHIVED is set on the open when part
      *> of the range has already left for the archive.
       01  PSTH-READ-AREA.
           05  PHR-FUNCTION          PIC X(1).
               88  PHR-OPEN-RANGE                VALUE 'O'.
               88  PHR-READ-NEXT                 VALUE 'R'.
               88  PHR-CLOSE-RANGE               VALUE 'C'.
           05  PHR-DATE-FROM         PIC 9(8).
           05  PHR-DATE-TO           PIC 9(8).
           05  PHR-RESULT            PIC X(1).
               88  PHR-OK                        VALUE 'F'.
               88  PHR-AT-END                    VALUE 'E'.
               88  PHR-FAILED                    VALUE 'X'.
           05  PHR-ARCHIVED-SW       PIC X(1).
               88  PHR-RANGE-ARCHIVED            VALUE 'Y'.
           05  PHR-POSTING           PIC X(45).
