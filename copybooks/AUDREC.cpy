      *  identified by business date PLUS cycle - never by cycle
      *  alone, and never by the write timestamp, which splits
      *  across midnight.
      *
      *  AUD-SOURCE-LENGTH and AUD-TARGET-LENGTH are in the unit
      *  the field's limit is judged in - AUD-LENGTH-UNIT, B for
      *  bytes or C for characters (FLDMX-ENCODING in FLDMXREC.CPY)
      *  - so they always compare directly.  AUD-BYTE-LENGTH and
      *  AUD-CHAR-LENGTH give the value's length both ways; for a
      *  malformed UTF-8 value the character count stops at the
      *  first bad sequence.  Rows written before these columns
      *  existed were reloaded by TRLRLOAD (or loaded by TRLCONV)
      *  with both lengths taken from the source length and unit B.
      *
      *  AUD-CHAIN-SEQ and AUD-CHAIN-VALUE chain every row to the one
      *  written before it (TRLCHAIN.CPY) so an edited, deleted, or
      *  inserted row shows up when TRLVERFY walks the trail.  They
      *  must stay the last two fields of the record - the chain
      *  value folds in every byte before it.  Rows written before
      *  chaining existed were reloaded with zero in both, and
      *  TRLVERFY leaves them out of its walk.
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-KEY.
           05  AUD-OUTCOME             PIC X(4).
           05  AUD-CYCLE-NUMBER        PIC 9(2).
           05  AUD-BUSINESS-DATE       PIC 9(8).
           05  AUD-BYTE-LENGTH         PIC 9(4).
           05  AUD-CHAR-LENGTH         PIC 9(4).
           05  AUD-LENGTH-UNIT         PIC X(1).
           05  AUD-CHAIN-SEQ           PIC 9(10).
           05  AUD-CHAIN-VALUE         PIC 9(10).
