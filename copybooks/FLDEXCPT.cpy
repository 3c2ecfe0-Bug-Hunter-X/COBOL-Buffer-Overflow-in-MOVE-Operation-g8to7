      *      CODE = code not found in the reference master
      *      MAIL = value is not a basic email shape
      *      BINV = embedded low-values/binary bytes
      *      UTF8 = a UTF-8 field whose bytes are not well-formed
      *             UTF-8 (always dropped to suspense)
      *  FLDEXC-ACTUAL-LENGTH and FLDEXC-MAX-LENGTH are in the unit
      *  the field is judged in - FLDEXC-LENGTH-UNIT, B for bytes
      *  or C for characters (FLDDEF-ENCODING) - with the value's
      *  length both ways in FLDEXC-BYTE-LENGTH/FLDEXC-CHAR-LENGTH.
       01  FLDEXC-RECORD.
           05  FLDEXC-TIMESTAMP        PIC X(26).
           05  FLDEXC-FEED-NAME        PIC X(8).
           05  FLDEXC-MAX-LENGTH       PIC 9(4).
           05  FLDEXC-DISPOSITION      PIC X(1).
           05  FLDEXC-REASON-CODE      PIC X(4).
           05  FLDEXC-BYTE-LENGTH      PIC 9(4).
           05  FLDEXC-CHAR-LENGTH      PIC 9(4).
           05  FLDEXC-LENGTH-UNIT      PIC X(1).
