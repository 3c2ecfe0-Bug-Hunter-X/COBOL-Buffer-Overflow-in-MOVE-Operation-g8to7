      *****************************************************************
      *  BUSCLREC.CPY
      *  One row of the business-day calendar master (BUSCLMST)
      *  shared by every program that ages work or judges a business
      *  date.  The normal processing week is Monday to Friday; the
      *  calendar lists only the dates that depart from it:
      *
      *      H - a holiday: a weekday on which no feed is processed
      *          and no aging clock runs
      *      W - a working day: a Saturday or Sunday that is
      *          processed like a weekday (a month-end weekend run)
      *
      *  One row per date.  Rows are maintained ahead of time - the
      *  control desk loads each year's holidays before the year
      *  starts, and CFGCHK warns when none are loaded for the
      *  months ahead.
      *****************************************************************
       01  BUSCL-RECORD.
           05  BUSCL-DATE              PIC 9(8).
           05  BUSCL-DAY-TYPE          PIC X(1).
               88  BUSCL-IS-HOLIDAY    VALUE "H".
               88  BUSCL-IS-WORKDAY    VALUE "W".
           05  BUSCL-DESCRIPTION       PIC X(30).
