      *  In-memory copy of the processed-feed-serial register
      *  (FDSRREC.CPY) built at program start by any program applying
      *  the duplicate-feed replay guard, so the incoming header's
      *  serial can be checked by feed name and serial number, and
      *  its business date and cycle against any run quarantined
      *  under them.
      *****************************************************************
       01  WS-FDSR-TABLE.
           05  WS-FDSR-COUNT           PIC 9(4) COMP VALUE ZERO.
                   INDEXED BY WS-FDSR-IDX.
               10  WS-FDSR-FEED-NAME   PIC X(8).
               10  WS-FDSR-SERIAL      PIC 9(6).
               10  WS-FDSR-BUSINESS-DATE PIC 9(8).
               10  WS-FDSR-CYCLE       PIC 9(2).
               10  WS-FDSR-OUTCOME     PIC X(1).
                   88  WS-FDSR-QUARANTINED VALUE "Q".
