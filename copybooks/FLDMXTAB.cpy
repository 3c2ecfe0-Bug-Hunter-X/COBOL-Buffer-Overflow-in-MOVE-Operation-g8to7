               10  WS-FLDMX-SENSITIVE  PIC X(1).
                   88  WS-FLDMX-IS-SENSITIVE VALUE "Y".
               10  WS-FLDMX-DESC       PIC X(30).
               10  WS-FLDMX-ENCODING   PIC X(1).
