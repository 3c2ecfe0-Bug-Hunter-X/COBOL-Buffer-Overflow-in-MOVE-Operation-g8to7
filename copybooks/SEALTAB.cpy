      *****************************************************************
      *  SEALTAB.CPY
      *  In-memory copy of the trail seal register (SEALREC.CPY)
      *  built by TRLVERFY once the register's own chain has been
      *  checked, so each trail record can be matched to the RUN
      *  seal covering its chain sequence and each file's first
      *  record to the SPLT anchor it picks up from.
      *****************************************************************
       01  WS-SEAL-TABLE.
           05  WS-SEAL-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-SEAL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SEAL-IDX.
               10  WS-SEAL-TIMESTAMP   PIC X(26).
               10  WS-SEAL-TRAIL-ID    PIC X(8).
               10  WS-SEAL-TYPE        PIC X(4).
                   88  WS-SEAL-RUN     VALUE "RUN ".
                   88  WS-SEAL-SPLIT   VALUE "SPLT".
               10  WS-SEAL-PROGRAM-ID  PIC X(8).
               10  WS-SEAL-FIRST-SEQ   PIC 9(10).
               10  WS-SEAL-LAST-SEQ    PIC 9(10).
               10  WS-SEAL-ADOPTED     PIC 9(8).
               10  WS-SEAL-LAST-VALUE  PIC 9(10).
