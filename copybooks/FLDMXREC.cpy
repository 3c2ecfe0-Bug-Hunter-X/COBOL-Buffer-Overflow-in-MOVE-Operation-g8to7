      *  restricted companion files only.  Anything but "Y"
      *  (including the spaces on pre-masking rows) means not
      *  sensitive.
      *
      *  FLDMX-ENCODING says how the field's values are encoded and
      *  what FLDMX-MAX-LENGTH counts:
      *      B = single-byte data, limit in bytes (also the meaning
      *          of the spaces on rows that predate the column)
      *      U = UTF-8 data, limit in bytes - the target column is
      *          sized in bytes, but a truncation must still stop
      *          on a character boundary
      *      C = UTF-8 data, limit in characters
      *  A UTF-8 value (U or C) whose bytes are not well-formed
      *  UTF-8 is rejected under its own reason code, UTF8.
      *****************************************************************
       01  FLDMX-RECORD.
           05  FLDMX-FIELD-ID          PIC X(8).
           05  FLDMX-MAX-LENGTH        PIC 9(4).
           05  FLDMX-SENSITIVE         PIC X(1).
           05  FLDMX-DESCRIPTION       PIC X(30).
           05  FLDMX-ENCODING          PIC X(1).
