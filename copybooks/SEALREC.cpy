      *****************************************************************
      *  SEALREC.CPY
      *  One row of the trail seal register (TRLSEAL).  The programs
      *  that write the evidence trails - MOVCHK01 (MOVCHKAU),
      *  MOVMERGE (MOVCHKAU, after a partitioned run), THRMAINT
      *  (THRCHGLG), and SUSFIX (SUSCHGLG) - append a RUN seal at
      *  the end of every run that wrote to its trail, naming
      *  the chain sequence range the run closed and the chain value
      *  of its last record.  A seal always starts one past the last
      *  sealed sequence, so the records of a run that died before
      *  sealing are taken up by the next run's seal; SEAL-ADOPTED-
      *  COUNT says how many there were, and TRLVERFY reports them.
      *
      *  RETPURGE appends a SPLT anchor each time it moves the head
      *  of MOVCHKAU or THRCHGLG to an archive: the last archived
      *  sequence and its chain value, which is where the chain of
      *  the purged live file (and of the next archive) picks up.
      *
      *  SEAL-LAST-TIMESTAMP is the timestamp of the last record the
      *  seal covers, so MOVCHK01 can START the indexed audit trail
      *  just short of the chain head instead of reading it end to
      *  end.  The register is chained itself (SEAL-CHAIN-SEQ and
      *  SEAL-CHAIN-VALUE, the last two fields) so a seal cannot be
      *  removed or altered quietly either.
      *****************************************************************
       01  SEAL-RECORD.
           05  SEAL-TIMESTAMP          PIC X(26).
           05  SEAL-TRAIL-ID           PIC X(8).
           05  SEAL-TYPE               PIC X(4).
               88  SEAL-IS-RUN         VALUE "RUN ".
               88  SEAL-IS-SPLIT       VALUE "SPLT".
           05  SEAL-PROGRAM-ID         PIC X(8).
           05  SEAL-FIRST-SEQ          PIC 9(10).
           05  SEAL-LAST-SEQ           PIC 9(10).
           05  SEAL-RECORD-COUNT       PIC 9(8).
           05  SEAL-ADOPTED-COUNT      PIC 9(8).
           05  SEAL-LAST-VALUE         PIC 9(10).
           05  SEAL-LAST-TIMESTAMP     PIC X(26).
           05  SEAL-CHAIN-SEQ          PIC 9(10).
           05  SEAL-CHAIN-VALUE        PIC 9(10).
