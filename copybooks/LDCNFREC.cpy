      *****************************************************************
      *  LDCNFREC.CPY
      *  One row of the load-confirmation file (MOVCHK2LC) the
      *  downstream target system sends back after loading the
      *  MOVCHK02 cleaned feed (MOVCHK2OT): the feed and record key
      *  it loaded, whether the row went in, and - for a refused
      *  row - the target's own error text, verbatim.  LOADMTCH ties
      *  every record on MOVCHK2OT to one of these.
      *
      *  LDCNF-LOAD-STATUS:
      *      L = loaded
      *      R = rejected by the target (LDCNF-ERROR-TEXT says why)
      *  A record confirmed more than once (a reload after a fix)
      *  is judged by its last confirmation on the file.
      *****************************************************************
       01  LDCNF-RECORD.
           05  LDCNF-FEED-NAME         PIC X(8).
           05  LDCNF-REC-KEY           PIC 9(8).
           05  LDCNF-LOAD-STATUS       PIC X(1).
               88  LDCNF-LOADED        VALUE "L".
               88  LDCNF-REJECTED      VALUE "R".
           05  LDCNF-ERROR-TEXT        PIC X(100).
