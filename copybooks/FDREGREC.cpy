      *****************************************************************
      *  FDREGREC.CPY
      *  One row of the feed arrival registry (FDREGMST): every feed
      *  the window expects, when it is due and what a normal
      *  transmission looks like.  FEEDCHK holds the FEEDSERL serial
      *  register and the staged FEEDHDR/FEEDTRL control records up
      *  against it, so a feed that never turns up is reported and
      *  ticketed instead of passing as a quiet, balanced night.
      *
      *  FDREG-DAYS-DUE is one Y/N flag per weekday, Monday first
      *  ("YYYYYNN" = weekdays only).  The arrival cutoff is
      *  FDREG-CUTOFF-TIME (HHMM) on the day FDREG-CUTOFF-DAYS after
      *  the business date - 0 for a feed due the same day, 1 for
      *  one that lands the following morning.  FDREG-MIN-DETAIL and
      *  FDREG-MAX-DETAIL bound the normal FEEDTRL detail count (a
      *  zero maximum means no fixed range), and FDREG-SWING-PCT is
      *  how far a count may stray from the feed's trailing average
      *  before it is flagged (zero = the 50 percent default).
      *****************************************************************
       01  FDREG-RECORD.
           05  FDREG-FEED-NAME         PIC X(8).
           05  FDREG-DAYS-DUE          PIC X(7).
           05  FDREG-DAY-FLAG REDEFINES FDREG-DAYS-DUE
                                       PIC X(1) OCCURS 7 TIMES.
           05  FDREG-CYCLES-PER-DAY    PIC 9(2).
           05  FDREG-CUTOFF-DAYS       PIC 9(1).
           05  FDREG-CUTOFF-TIME       PIC 9(4).
           05  FDREG-MIN-DETAIL        PIC 9(8).
           05  FDREG-MAX-DETAIL        PIC 9(8).
           05  FDREG-SWING-PCT         PIC 9(3).
           05  FDREG-CONTACT           PIC X(30).
