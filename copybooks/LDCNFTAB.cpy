      *****************************************************************
      *  LDCNFTAB.CPY
      *  Load-confirmation table built by LOADMTCH from MOVCHK2LC
      *  (LDCNFREC.CPY), in file order, so each record on the
      *  MOVCHK2OT cleaned feed can be matched to its latest
      *  confirmation and any confirmation left unclaimed can be
      *  reported afterwards.
      *****************************************************************
       01  WS-LDCNF-TABLE.
           05  WS-LDCNF-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-LDCNF-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LDCNF-IDX.
               10  WS-LDCNF-FEED-NAME  PIC X(8).
               10  WS-LDCNF-REC-KEY    PIC 9(8).
               10  WS-LDCNF-STATUS     PIC X(1).
                   88  WS-LDCNF-WAS-LOADED   VALUE "L".
                   88  WS-LDCNF-WAS-REJECTED VALUE "R".
               10  WS-LDCNF-ERROR-TEXT PIC X(100).
               10  WS-LDCNF-MATCHED    PIC X(1).
                   88  WS-LDCNF-IS-MATCHED   VALUE "Y".
