      *  added version logs the value previously in force for its
      *  effective date as the old value (zero when the field had
      *  none).
      *
      *  THRLOG-CHAIN-SEQ and THRLOG-CHAIN-VALUE chain every entry to
      *  the one before it (TRLCHAIN.CPY), and must stay the last two
      *  fields of the record.  Entries from before chaining existed
      *  carry spaces in both.
      *****************************************************************
       01  THRLOG-RECORD.
           05  THRLOG-TIMESTAMP        PIC X(26).
           05  THRLOG-NEW-MAX-LENGTH   PIC 9(4).
           05  THRLOG-CHANGED-BY       PIC X(8).
           05  THRLOG-APPROVED-BY      PIC X(8).
           05  THRLOG-CHAIN-SEQ        PIC 9(10).
           05  THRLOG-CHAIN-VALUE      PIC 9(10).
