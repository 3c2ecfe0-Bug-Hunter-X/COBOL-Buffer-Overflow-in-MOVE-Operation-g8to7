      *****************************************************************
      *  TRLCHAIN.CPY
      *  Working storage for the control chain carried on the
      *  evidence trails (MOVCHKAU, THRCHGLG, SUSCHGLG) and on the
      *  TRLSEAL seal register.  Every record ends with a chain
      *  sequence and a chain value.  The sequence counts up by one
      *  per record of that trail for its whole life, archives
      *  included.  The value starts from the previous record's
      *  chain value (zero before the first record) and folds in
      *  every byte of the record up to and including the sequence:
      *
      *      value = MOD(value * WS-CHAIN-MULTIPLIER + ORD(byte),
      *                  WS-CHAIN-MODULUS)
      *
      *  so changing, removing, or inserting any record breaks the
      *  link into the record after it.  A writer finds its chain
      *  head - the last sequence and value on the trail - before
      *  it writes, carries it in WS-CHAIN-SEQ/WS-CHAIN-VALUE, and
      *  seals the run on TRLSEAL (SEALREC.CPY) at the end.
      *  WS-CHAIN-IMAGE holds the record being folded, and
      *  WS-CHAIN-IMAGE-LEN the number of its bytes that count;
      *  WS-CHAIN-FOLD goes in holding the previous record's value
      *  and comes out holding the new one.
      *****************************************************************
       01  WS-CHAIN-WORK.
           05  WS-CHAIN-SEQ            PIC 9(10) COMP VALUE ZERO.
           05  WS-CHAIN-VALUE          PIC 9(10) COMP VALUE ZERO.
           05  WS-CHAIN-MULTIPLIER     PIC 9(5)  COMP VALUE 65599.
           05  WS-CHAIN-MODULUS        PIC 9(10) COMP
                                       VALUE 2147483647.
           05  WS-CHAIN-FOLD           PIC 9(10) COMP.
           05  WS-CHAIN-POS            PIC 9(4)  COMP.
           05  WS-CHAIN-IMAGE-LEN      PIC 9(4)  COMP.
           05  WS-CHAIN-IMAGE          PIC X(400).
           05  WS-CHAIN-HEAD-TIMESTAMP PIC X(26) VALUE SPACES.
           05  WS-CHAIN-SEALED-SEQ     PIC 9(10) COMP VALUE ZERO.
           05  WS-CHAIN-RUN-FIRST-SEQ  PIC 9(10) COMP VALUE ZERO.
           05  WS-CHAIN-RUN-COUNT      PIC 9(8)  COMP VALUE ZERO.
           05  WS-CHAIN-LAST-TIMESTAMP PIC X(26) VALUE SPACES.
           05  WS-SEAL-CHAIN-SEQ       PIC 9(10) COMP VALUE ZERO.
           05  WS-SEAL-CHAIN-VALUE     PIC 9(10) COMP VALUE ZERO.
