      *****************************************************************
      *  BUSCLTAB.CPY
      *  In-memory copy of the business-day calendar (BUSCLREC.CPY)
      *  and the work fields its paragraphs share.  Each row keeps
      *  its date's integer day number and the adjustment it makes
      *  to the plain Monday-to-Friday count: -1 for a holiday on a
      *  weekday, +1 for a weekend working day, 0 for a row that
      *  changes nothing.
      *
      *  A date's business-day ordinal (WS-BUSCL-ORDINAL) is the
      *  number of business days from 1601-01-01 - integer day 1,
      *  a Monday - through that date, so the business days between
      *  two dates is the difference of their ordinals: an item
      *  raised on a Friday is one business day old on the Monday
      *  after.  A weekend or holiday shares the ordinal of the
      *  business day before it.
      *****************************************************************
       01  WS-BUSCL-TABLE.
           05  WS-BUSCL-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-BUSCL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BUSCL-IDX.
               10  WS-BUSCL-DAY-DATE   PIC 9(8).
               10  WS-BUSCL-DAY-INTEGER PIC 9(8) COMP.
               10  WS-BUSCL-DAY-TYPE   PIC X(1).
                   88  WS-BUSCL-DAY-HOLIDAY VALUE "H".
                   88  WS-BUSCL-DAY-WORKDAY VALUE "W".
               10  WS-BUSCL-DAY-ADJUST PIC S9(1) COMP.
               10  WS-BUSCL-DAY-DESC   PIC X(30).

       01  WS-BUSCL-WORK.
           05  WS-BUSCL-MISSING-SWITCH PIC X(1)  VALUE "N".
               88  WS-BUSCL-MISSING    VALUE "Y".
           05  WS-BUSCL-DATE           PIC 9(8).
           05  WS-BUSCL-INTEGER        PIC 9(8) COMP.
           05  WS-BUSCL-WEEKS          PIC 9(8) COMP.
      *        Remainder of the day number over 7: 1 = Monday ...
      *        5 = Friday, 6 = Saturday, 0 = Sunday.
           05  WS-BUSCL-WEEKDAY        PIC 9(4) COMP.
               88  WS-BUSCL-ON-WEEKDAY VALUE 1 THRU 5.
           05  WS-BUSCL-ORDINAL        PIC S9(8) COMP.
           05  WS-BUSCL-DAY-SWITCH     PIC X(1).
               88  WS-BUSCL-BUSINESS-DAY VALUE "Y".
           05  WS-BUSCL-HIT-DESC       PIC X(30).
           05  WS-BUSCL-DUP-SWITCH     PIC X(1).
               88  WS-BUSCL-DUP        VALUE "Y".
