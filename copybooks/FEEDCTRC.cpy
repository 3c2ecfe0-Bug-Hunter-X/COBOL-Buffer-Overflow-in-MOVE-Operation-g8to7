      *  the detail count the receiver must tie to.  MOVE the raw
      *  IN-RECORD here and test the type before treating a record
      *  as a detail row.
      *
      *  The partition fields are never set by an upstream system -
      *  they are spaces on every feed as received.  MOVSPLIT fills
      *  them on the FEEDHDR of each key-range partition it cuts a
      *  feed into: the partition number, how many partitions there
      *  are, and the key of the detail row that comes just before
      *  the partition in the feed as received (flag "Y"; "N" on the
      *  first partition), so the MOVCHK01 run over the partition
      *  can sequence-check its first row exactly as one pass over
      *  the whole feed would have.
      *****************************************************************
       01  FCTL-RECORD.
           05  FCTL-RECORD-TYPE        PIC X(8).
           05  FCTL-BUSINESS-DATE      PIC 9(8).
           05  FCTL-FEED-SERIAL        PIC 9(6).
           05  FCTL-DETAIL-COUNT       PIC 9(8).
           05  FCTL-PARTITION-FIELDS.
               10  FCTL-PARTITION      PIC 9(2).
               10  FCTL-PARTITION-COUNT
                                       PIC 9(2).
               10  FCTL-PRIOR-KEY-FLAG PIC X(1).
                   88  FCTL-HAS-PRIOR-KEY VALUE "Y".
               10  FCTL-PRIOR-KEY      PIC 9(8).
           05  FILLER                  PIC X(115).
