      *****************************************************************
      *  SUSCLMRC.CPY
      *  Work-queue claim on the MOVCHKSC suspense claim file, written
      *  by the SUSQUEUE repair screen.  MOVCHKSC is an indexed file
      *  keyed on feed name plus record key - the same pair a
      *  SUSFIXTR correction is keyed by, so one claim covers every
      *  MOVCHKSU occurrence of that record, exactly as one
      *  correction settles all of them.  The key is unique, so the
      *  WRITE that takes a claim is the lock: a second analyst's
      *  WRITE fails INVALID KEY and the screen shows who holds it.
      *
      *  SCLM-STATUS:
      *      CLAIMED  = taken, no correction keyed yet; the holder
      *                 may release it
      *      SUBMITTD = a correction was written to SUSFIXTR by the
      *                 holder (the maker) and awaits approval and
      *                 the SUSFIX run; it stays with the holder,
      *                 and cannot be released or keyed a second
      *                 time while that correction is on SUSFIXTR
      *  A claim whose record has left MOVCHKSU is finished work and
      *  no longer counts as open.
      *****************************************************************
       01  SCLM-RECORD.
           05  SCLM-KEY.
               10  SCLM-FEED-NAME      PIC X(8).
               10  SCLM-REC-KEY        PIC 9(8).
           05  SCLM-ANALYST            PIC X(8).
           05  SCLM-STATUS             PIC X(8).
               88  SCLM-CLAIMED        VALUE "CLAIMED".
               88  SCLM-SUBMITTED      VALUE "SUBMITTD".
           05  SCLM-CLAIM-TIMESTAMP    PIC X(26).
           05  SCLM-SUBMIT-TIMESTAMP   PIC X(26).
