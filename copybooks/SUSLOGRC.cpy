      *  who approved it, and when - the SUSCHGLG companion to the
      *  THRCHGLG trail THRMAINT keeps, so a repaired customer value
      *  is traceable to both halves of the maker-checker pair.
      *
      *  SUSLOG-CHAIN-SEQ and SUSLOG-CHAIN-VALUE chain every entry to
      *  the one before it (TRLCHAIN.CPY), and must stay the last two
      *  fields of the record.  Entries from before chaining existed
      *  carry spaces in both.
      *****************************************************************
       01  SUSLOG-RECORD.
           05  SUSLOG-TIMESTAMP        PIC X(26).
           05  SUSLOG-DISPOSITION      PIC X(8).
           05  SUSLOG-CORRECTED-BY     PIC X(8).
           05  SUSLOG-APPROVED-BY      PIC X(8).
           05  SUSLOG-CHAIN-SEQ        PIC 9(10).
           05  SUSLOG-CHAIN-VALUE      PIC 9(10).
