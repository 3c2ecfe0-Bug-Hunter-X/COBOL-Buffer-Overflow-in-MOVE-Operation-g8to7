      *  working suspense copy ops browse shows it redacted, with
      *  the unmasked record kept on the access-restricted
      *  companion file only.
      *
      *  FLDDEF-ENCODING carries the same encoding attribute as
      *  FLDMX-ENCODING (FLDMXREC.CPY): B or space = single-byte,
      *  limit in bytes; U = UTF-8, limit in bytes; C = UTF-8,
      *  limit in characters.  A clip of a UTF-8 field always
      *  stops on a character boundary, and a UTF-8 field whose
      *  bytes are malformed is reported under reason UTF8 and
      *  its record dropped to suspense whatever the disposition -
      *  corrupt bytes are never passed or clipped downstream.
       01  FLDDEF-RECORD.
           05  FLDDEF-FIELD-NAME       PIC X(16).
           05  FLDDEF-EFF-DATE         PIC 9(8).
           05  FLDDEF-DISPOSITION      PIC X(1).
           05  FLDDEF-EDIT-RULE        PIC X(1).
           05  FLDDEF-SENSITIVE        PIC X(1).
           05  FLDDEF-ENCODING         PIC X(1).
