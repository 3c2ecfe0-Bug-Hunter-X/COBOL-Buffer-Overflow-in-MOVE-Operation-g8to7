      *****************************************************************
      *  RJTOLREC.CPY
      *  One row of the feed reject-tolerance master (RJTOLMST) that
      *  arms the MOVCHK01 reject-rate circuit breaker: once at least
      *  RJTOL-MIN-RECORDS detail records of the feed have been
      *  checked, a FAIL rate above RJTOL-MAX-REJECT-PCT percent
      *  rejects the whole transmission instead of suspending it
      *  record by record.
      *
      *  A row whose RJTOL-FEED-NAME is "*DEFAULT" applies to every
      *  feed without a row of its own.  A feed with neither - or a
      *  missing master - runs with the breaker disarmed, exactly as
      *  before.  A tolerance of 100 percent can never trip, and is
      *  how a single feed is exempted from a *DEFAULT row.
      *****************************************************************
       01  RJTOL-RECORD.
           05  RJTOL-FEED-NAME         PIC X(8).
           05  RJTOL-MAX-REJECT-PCT    PIC 9(3).
           05  RJTOL-MIN-RECORDS       PIC 9(8).
           05  RJTOL-DESCRIPTION       PIC X(30).
