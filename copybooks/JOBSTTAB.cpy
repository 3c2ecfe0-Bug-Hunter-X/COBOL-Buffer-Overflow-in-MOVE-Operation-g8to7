      *  last record is a START with no matching END is the crashed-
      *  step signature the controller flags for restart - per
      *  cycle, so a crashed second cycle does not taint the first.
      *  A partitioned MOVCHK01 run has one entry per partition of
      *  the cycle as well, so one crashed partition is flagged by
      *  itself while its finished siblings stand.
      *****************************************************************
       01  WS-JST-TABLE.
           05  WS-JST-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-JST-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-JST-IDX.
               10  WS-JST-PROGRAM-ID   PIC X(8).
               10  WS-JST-CYCLE        PIC 9(2).
               10  WS-JST-PARTITION    PIC 9(2).
               10  WS-JST-START-TIMESTAMP PIC X(26).
               10  WS-JST-END-TIMESTAMP   PIC X(26).
               10  WS-JST-OUTCOME      PIC X(8).
