      *****************************************************************
      *  PARTCTRC.CPY
      *  Partition control record on the MOVCHKPC file that ties a
      *  partitioned MOVCHK01 run together.  MOVCHKPC is an indexed
      *  file keyed on the partition number, one record per key-
      *  range partition of the feed being run:
      *
      *    - MOVSPLIT writes every record READY when it cuts the
      *      staged MOVCHKIN into the MOVCHKPS partition set: the
      *      feed's header identity and trailer count, and the
      *      partition's own detail count and key range;
      *    - the MOVCHK01 run over a partition rewrites its own
      *      record RUNNING as it starts, carries its checkpoint
      *      (last key safely processed, and the count) on it every
      *      checkpoint interval, and at end of run rewrites it DONE
      *      with the partition's summary figures and the feed's
      *      reject-rate tolerance;
      *    - MOVMERGE merges only a set whose partitions are all
      *      DONE (or QUARANT), judges the reject rate over the
      *      whole feed and records its verdict on every record -
      *      a tripped breaker turns the set QUARANT - before any
      *      audit row is posted, and marks them MERGED once the
      *      one summary, ticket set, reject extract, serial
      *      registration and sealed audit run are out;
      *    - RECONBAL refuses to balance a window whose partitions
      *      are not yet MERGED.
      *
      *  A partition left RUNNING crashed.  Its checkpoint key is
      *  the restart key for rerunning that partition alone.  The
      *  figures cover the segment run since PCTL-RESTART-KEY, the
      *  same as a restarted single pass's summary does.
      *****************************************************************
       01  PCTL-RECORD.
           05  PCTL-PARTITION          PIC 9(2).
           05  PCTL-PARTITION-COUNT    PIC 9(2).
           05  PCTL-FEED-NAME          PIC X(8).
           05  PCTL-BUSINESS-DATE      PIC 9(8).
           05  PCTL-FEED-SERIAL        PIC 9(6).
           05  PCTL-CYCLE-NUMBER       PIC 9(2).
           05  PCTL-FEED-DETAIL-COUNT  PIC 9(8).
           05  PCTL-DETAIL-COUNT       PIC 9(8).
           05  PCTL-FIRST-KEY          PIC 9(8).
           05  PCTL-LAST-KEY           PIC 9(8).
           05  PCTL-STATUS             PIC X(8).
               88  PCTL-READY          VALUE "READY".
               88  PCTL-RUNNING        VALUE "RUNNING".
               88  PCTL-DONE           VALUE "DONE".
               88  PCTL-QUARANTINED    VALUE "QUARANT".
               88  PCTL-MERGED         VALUE "MERGED".
           05  PCTL-SPLIT-TIMESTAMP    PIC X(26).
           05  PCTL-RUN-TIMESTAMP      PIC X(26).
           05  PCTL-RESTART-KEY        PIC 9(8).
           05  PCTL-CHECKPOINT-KEY     PIC 9(8).
           05  PCTL-CHECKPOINT-COUNT   PIC 9(8).
           05  PCTL-SEQ-FROZEN-FLAG    PIC X(1).
               88  PCTL-SEQ-FROZEN     VALUE "Y".
           05  PCTL-RETURN-CODE        PIC 9(4).
           05  PCTL-TOL-MAX-REJECT-PCT PIC 9(3).
           05  PCTL-TOL-MIN-RECORDS    PIC 9(8).
           05  PCTL-BREAKER-FLAG       PIC X(1).
               88  PCTL-BREAKER-ARMED  VALUE "Y".
           05  PCTL-RATE-VERDICT       PIC X(1).
               88  PCTL-RATE-CLEAR     VALUE "C".
               88  PCTL-RATE-TRIPPED   VALUE "T".
           05  PCTL-TOTALS.
               10  PCTL-PROCESSED      PIC 9(8).
               10  PCTL-REJECTED       PIC 9(8).
               10  PCTL-TRUNCATED      PIC 9(8).
               10  PCTL-DUPLICATES     PIC 9(8).
               10  PCTL-SEQBREAKS      PIC 9(8).
               10  PCTL-BAD-ENCODING   PIC 9(8).
               10  PCTL-MIN-LENGTH     PIC 9(4).
               10  PCTL-MAX-LENGTH     PIC 9(4).
               10  PCTL-TOTAL-LENGTH   PIC 9(8).
               10  PCTL-BUCKET-00-25   PIC 9(8).
               10  PCTL-BUCKET-26-50   PIC 9(8).
               10  PCTL-BUCKET-51-75   PIC 9(8).
               10  PCTL-BUCKET-76-100  PIC 9(8).
               10  PCTL-BUCKET-OVER-100 PIC 9(8).
