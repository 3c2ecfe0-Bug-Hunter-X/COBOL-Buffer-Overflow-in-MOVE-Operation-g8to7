      *              the first cycle's dropped records (including
      *              the only unmasked copies on the companion) and
      *              its exception trail.
      *  2026-10-15  UTF-8 aware length check: a FLDDEFMST field
      *              whose encoding column is U or C is judged in
      *              bytes or characters respectively, a clip cuts
      *              after the last whole character that fits
      *              instead of through a multibyte sequence, and a
      *              value that is not well-formed UTF-8 is dropped
      *              to suspense under reason UTF8.  Exception
      *              records carry the byte and character lengths.
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCHK02.
           05  GEN-BUFFER-DATA         PIC X(699).

       01  WS-LENGTH                   PIC 9(4) COMP.
       01  WS-LENGTH-UNIT              PIC X     VALUE "B".
       01  WS-BYTE-LENGTH              PIC 9(4) COMP.
       01  WS-CHAR-LENGTH              PIC 9(4) COMP.
       01  WS-FIT-BYTES                PIC 9(4) COMP.
       01  WS-FIELD-RAW                PIC X(699).
       01  WS-UTF8-POS                 PIC 9(4) COMP.
       01  WS-UTF8-SEQ-LEN             PIC 9(4) COMP.
       01  WS-UTF8-SUB                 PIC 9(4) COMP.
       01  WS-UTF8-BYTE                PIC 9(4) COMP.
       01  WS-UTF8-FIRST-LOW           PIC 9(4) COMP.
       01  WS-UTF8-FIRST-HIGH          PIC 9(4) COMP.
       01  WS-ENCODING-SWITCH          PIC X     VALUE "N".
           88  WS-ENCODING-BAD         VALUE "Y".
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-FLDDEF-EOF-SWITCH        PIC X     VALUE "N".
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARM: 1 = business date (YYYYMMDD) of the feed
               WS-FD-DISPOSITION(WS-FD-IDX)
           MOVE FLDDEF-SENSITIVE TO
               WS-FD-SENSITIVE(WS-FD-IDX)
           MOVE FLDDEF-ENCODING TO
               WS-FD-ENCODING(WS-FD-IDX)

      *    A blank or unrecognized disposition falls back to
      *    flag-and-pass-through - the behavior every field had
               WRITE WS-OUTPUT-RECORD FROM WS-OUT-IMAGE
           END-IF.

      *    A value that is not well-formed UTF-8 cannot be clipped
      *    or flagged through safely - the target would load
      *    garbage - so it always drops the record, whatever the
      *    field's disposition says.
       1100-VALIDATE-ONE-FIELD.
           PERFORM 1050-MEASURE-FIELD

           EVALUATE TRUE
               WHEN WS-ENCODING-BAD
                   MOVE "UTF8" TO WS-EXCEPTION-REASON
                   SET WS-DROP-RECORD TO TRUE
                   MOVE "D" TO WS-DISPOSITION-TAKEN
                   PERFORM 2000-WRITE-FIELD-EXCEPTION
               WHEN WS-LENGTH > WS-FD-MAX-LENGTH(WS-FD-IDX)
                   MOVE "OVER" TO WS-EXCEPTION-REASON
                   PERFORM 1200-APPLY-DISPOSITION
                   PERFORM 2000-WRITE-FIELD-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-FD-EDIT-NONE(WS-FD-IDX)
               PERFORM 1300-APPLY-EDIT-RULE
           END-IF.

      *    Measures the current field the way MOVCHK01 measures
      *    AREA1: WS-LENGTH in the unit FLDDEFMST judges the field
      *    in (characters for encoding C, bytes otherwise), with the
      *    byte and character lengths both alongside.  Only UTF-8
      *    fields keep their leading spaces, so a single-byte field
      *    measures exactly as it always has.
       1050-MEASURE-FIELD.
           MOVE GEN-BUFFER-DATA(WS-FD-START-POS(WS-FD-IDX):
               WS-FD-LENGTH(WS-FD-IDX)) TO WS-FIELD-RAW
           MOVE "N" TO WS-ENCODING-SWITCH
           IF WS-FD-ENC-CHARS(WS-FD-IDX)
               MOVE "C" TO WS-LENGTH-UNIT
           ELSE
               MOVE "B" TO WS-LENGTH-UNIT
           END-IF
           IF WS-FD-ENC-UTF8(WS-FD-IDX)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FIELD-RAW(1:WS-FD-LENGTH(WS-FD-IDX)) TRAILING))
                   TO WS-BYTE-LENGTH
               PERFORM 1060-MEASURE-UTF8-VALUE
               IF WS-FD-ENC-CHARS(WS-FD-IDX)
                   MOVE WS-CHAR-LENGTH TO WS-LENGTH
               ELSE
                   MOVE WS-BYTE-LENGTH TO WS-LENGTH
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   GEN-BUFFER-DATA(WS-FD-START-POS(WS-FD-IDX):
                       WS-FD-LENGTH(WS-FD-IDX)))) TO WS-LENGTH
               MOVE WS-LENGTH TO WS-BYTE-LENGTH
               MOVE WS-LENGTH TO WS-CHAR-LENGTH
           END-IF.

      *    Walks WS-FIELD-RAW(1:WS-BYTE-LENGTH) one UTF-8 sequence
      *    at a time, counting characters, by the same rules as
      *    MOVCHK01: lead byte 00-7F one byte, C2-DF two, E0-EF
      *    three, F0-F4 four; any other lead byte, a continuation
      *    byte outside 80-BF, or a sequence cut off by the end of
      *    the value is malformed and stops the walk.  WS-FIT-BYTES
      *    ends up as the bytes of the longest run of whole
      *    characters within the field's max length - where a clip
      *    has to cut.
       1060-MEASURE-UTF8-VALUE.
           MOVE ZERO TO WS-CHAR-LENGTH
           MOVE ZERO TO WS-FIT-BYTES
           MOVE 1 TO WS-UTF8-POS
           PERFORM UNTIL WS-UTF8-POS > WS-BYTE-LENGTH
               OR WS-ENCODING-BAD
               COMPUTE WS-UTF8-BYTE =
                   FUNCTION ORD(WS-FIELD-RAW(WS-UTF8-POS:1)) - 1
               EVALUATE TRUE
                   WHEN WS-UTF8-BYTE < 128
                       MOVE 1 TO WS-UTF8-SEQ-LEN
                   WHEN WS-UTF8-BYTE >= 194 AND WS-UTF8-BYTE <= 223
                       MOVE 2 TO WS-UTF8-SEQ-LEN
                   WHEN WS-UTF8-BYTE >= 224 AND WS-UTF8-BYTE <= 239
                       MOVE 3 TO WS-UTF8-SEQ-LEN
                   WHEN WS-UTF8-BYTE >= 240 AND WS-UTF8-BYTE <= 244
                       MOVE 4 TO WS-UTF8-SEQ-LEN
                   WHEN OTHER
                       SET WS-ENCODING-BAD TO TRUE
               END-EVALUATE
      *    The first continuation byte is narrower after four lead
      *    bytes, so no overlong form, UTF-16 surrogate or code
      *    point past U+10FFFF gets through: after E0 it must be
      *    A0-BF, after ED 80-9F, after F0 90-BF, after F4 80-8F.
               MOVE 128 TO WS-UTF8-FIRST-LOW
               MOVE 191 TO WS-UTF8-FIRST-HIGH
               EVALUATE WS-UTF8-BYTE
                   WHEN 224
                       MOVE 160 TO WS-UTF8-FIRST-LOW
                   WHEN 237
                       MOVE 159 TO WS-UTF8-FIRST-HIGH
                   WHEN 240
                       MOVE 144 TO WS-UTF8-FIRST-LOW
                   WHEN 244
                       MOVE 143 TO WS-UTF8-FIRST-HIGH
               END-EVALUATE
               IF NOT WS-ENCODING-BAD
                   AND WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                       > WS-BYTE-LENGTH
                   SET WS-ENCODING-BAD TO TRUE
               END-IF
               PERFORM VARYING WS-UTF8-SUB FROM 1 BY 1
                   UNTIL WS-UTF8-SUB >= WS-UTF8-SEQ-LEN
                   OR WS-ENCODING-BAD
                   COMPUTE WS-UTF8-BYTE = FUNCTION ORD(
                       WS-FIELD-RAW(WS-UTF8-POS + WS-UTF8-SUB:1)) - 1
                   IF WS-UTF8-BYTE < 128 OR WS-UTF8-BYTE > 191
                       OR (WS-UTF8-SUB = 1
                           AND (WS-UTF8-BYTE < WS-UTF8-FIRST-LOW
                           OR WS-UTF8-BYTE > WS-UTF8-FIRST-HIGH))
                       SET WS-ENCODING-BAD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENCODING-BAD
                   ADD 1 TO WS-CHAR-LENGTH
                   IF (WS-FD-ENC-CHARS(WS-FD-IDX)
                           AND WS-CHAR-LENGTH
                               <= WS-FD-MAX-LENGTH(WS-FD-IDX))
                       OR (NOT WS-FD-ENC-CHARS(WS-FD-IDX)
                           AND WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                               <= WS-FD-MAX-LENGTH(WS-FD-IDX))
                       COMPUTE WS-FIT-BYTES =
                           WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                   END-IF
                   ADD WS-UTF8-SEQ-LEN TO WS-UTF8-POS
               END-IF
           END-PERFORM.

      *    A clip blanks the bytes past the field's max length right
      *    in the record buffer, so the record that reaches the
      *    output feed fits its downstream target.  A drop is
      *    field, not just the first.
       1200-APPLY-DISPOSITION.
           EVALUATE TRUE
      *        A UTF-8 field is cut after its last whole character
      *        that fits (WS-FIT-BYTES), never through a multibyte
      *        sequence.
               WHEN WS-FD-DISP-CLIP(WS-FD-IDX)
                   AND WS-FD-ENC-UTF8(WS-FD-IDX)
                   ADD 1 TO WS-CLIPPED-COUNT
                   MOVE SPACES TO GEN-BUFFER-DATA(
                       WS-FD-START-POS(WS-FD-IDX)
                       + WS-FIT-BYTES :
                       WS-FD-LENGTH(WS-FD-IDX)
                       - WS-FIT-BYTES)
                   MOVE "C" TO WS-DISPOSITION-TAKEN
               WHEN WS-FD-DISP-CLIP(WS-FD-IDX)
                   ADD 1 TO WS-CLIPPED-COUNT
                   MOVE SPACES TO GEN-BUFFER-DATA(
                   PERFORM 1330-CHECK-EMBEDDED-BINARY
           END-EVALUATE

      *    The exception reports the field's length the way the
      *    length check does - in its own unit, after any clip.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 1050-MEASURE-FIELD
               PERFORM 1400-APPLY-CONTENT-DISPOSITION
               PERFORM 2000-WRITE-FIELD-EXCEPTION
           END-IF.
           MOVE WS-FD-MAX-LENGTH(WS-FD-IDX) TO FLDEXC-MAX-LENGTH
           MOVE WS-DISPOSITION-TAKEN       TO FLDEXC-DISPOSITION
           MOVE WS-EXCEPTION-REASON        TO FLDEXC-REASON-CODE
           MOVE WS-BYTE-LENGTH             TO FLDEXC-BYTE-LENGTH
           MOVE WS-CHAR-LENGTH             TO FLDEXC-CHAR-LENGTH
           MOVE WS-LENGTH-UNIT             TO FLDEXC-LENGTH-UNIT
           WRITE FLDEXC-RECORD
           PERFORM 2100-WRITE-EXTRACT-RECORD.

           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

