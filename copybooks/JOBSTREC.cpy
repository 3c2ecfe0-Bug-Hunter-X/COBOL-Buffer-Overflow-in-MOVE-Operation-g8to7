      *      4 = warnings (truncations, unmatched input, drafts)
      *      8 = rejects occurred / run out of balance
      *     12 = configuration or file error - output unusable
      *     16 = feed rejected whole by the MOVCHK01 reject-rate
      *          breaker and quarantined - nothing downstream of
      *          it may run on that feed
      *     20 = feed refused because its FEEDHDR business date is
      *          not a processing day on the BUSCLMST calendar
      *          (weekend, holiday, future or not a date) -
      *          MOVCHK01 and SCANPRE
      *
      *  JOBST-CYCLE-NUMBER carries the intra-day run cycle for the
      *  programs that run more than once a day (MOVCHK01, MOVCHK02,
      *  WINCTRL matches START/END pairs per program AND cycle, so
      *  a crashed cycle is flagged without confusing the cycles
      *  around it.
      *
      *  JOBST-PARTITION carries the partition number (1-9) of a
      *  MOVCHK01 run over one key-range partition of a feed that
      *  MOVSPLIT cut up for a parallel run; every other run writes
      *  zero.  WINCTRL matches each partition's START/END on its
      *  own, so a crashed partition is restarted by itself, and
      *  gates the steps behind MOVCHK01 on all of them together.
      *****************************************************************
       01  JOBST-RECORD.
           05  JOBST-PROGRAM-ID        PIC X(8).
           05  JOBST-OUTCOME           PIC X(8).
           05  JOBST-RETURN-CODE       PIC 9(4).
           05  JOBST-CYCLE-NUMBER      PIC 9(2).
           05  JOBST-PARTITION         PIC 9(2).
