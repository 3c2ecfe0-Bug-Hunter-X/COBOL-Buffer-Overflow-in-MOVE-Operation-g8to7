      *  every day, so a window is identified by business date PLUS
      *  cycle - never by cycle alone, and never by the write
      *  timestamp, which splits across midnight.
      *
      *  SUS-SOURCE-LENGTH and SUS-TARGET-LENGTH are in the unit the
      *  field's limit is judged in - SUS-LENGTH-UNIT, B for bytes
      *  or C for characters - and SUS-BYTE-LENGTH/SUS-CHAR-LENGTH
      *  give the value's length both ways, exactly as on AUDREC.
      *  Reason UTF8 marks a value whose bytes are not well-formed
      *  UTF-8.  Records written before these columns existed
      *  were reloaded by TRLRLOAD (or loaded by TRLCONV) with both
      *  lengths taken from the source length and unit B - the
      *  MOVCHKSF companion the same way.
      *****************************************************************
       01  SUS-RECORD.
           05  SUS-KEY.
           05  SUS-CYCLE-NUMBER        PIC 9(2).
           05  SUS-BUSINESS-DATE       PIC 9(8).
           05  SUS-ORIGINAL-DATA       PIC X(150).
           05  SUS-BYTE-LENGTH         PIC 9(4).
           05  SUS-CHAR-LENGTH         PIC 9(4).
           05  SUS-LENGTH-UNIT         PIC X(1).
