                   88  WS-FD-EDIT-STATE   VALUE "S".
                   88  WS-FD-EDIT-EMAIL   VALUE "E".
                   88  WS-FD-EDIT-BINARY  VALUE "B".
               10  WS-FD-ENCODING      PIC X(1).
                   88  WS-FD-ENC-UTF8     VALUE "U" "C".
                   88  WS-FD-ENC-CHARS    VALUE "C".
