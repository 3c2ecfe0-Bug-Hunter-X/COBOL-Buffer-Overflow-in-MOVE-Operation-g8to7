      *  header quotes a serial already on the register - the guard
      *  that stops the same transmission being processed two nights
      *  running.
      *
      *  The run cycle and the FEEDTRL detail count ride along so the
      *  register doubles as the feed's arrival and volume history for
      *  FEEDCHK.  Rows registered before they were added carry spaces
      *  there and are treated as unknown.
      *
      *  A transmission the reject-rate breaker rejected whole is
      *  registered too, outcome Q, so the register records that its
      *  business date and cycle hold a quarantined run.  A Q row
      *  does not consume the serial - the corrected transmission
      *  may quote it again - but that business date and cycle are
      *  closed: the replay runs under a new cycle, so each cycle on
      *  the trails balances on its own.  Every other row carries a
      *  space there.
      *****************************************************************
       01  FDSR-RECORD.
           05  FDSR-FEED-NAME          PIC X(8).
           05  FDSR-FEED-SERIAL        PIC 9(6).
           05  FDSR-BUSINESS-DATE      PIC 9(8).
           05  FDSR-TIMESTAMP          PIC X(26).
           05  FDSR-CYCLE-NUMBER       PIC 9(2).
           05  FDSR-DETAIL-COUNT       PIC 9(8).
           05  FDSR-OUTCOME            PIC X(1).
               88  FDSR-QUARANTINED    VALUE "Q".
