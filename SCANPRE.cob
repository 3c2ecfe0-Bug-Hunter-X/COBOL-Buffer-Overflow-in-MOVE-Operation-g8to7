      *              checked field sensitive, SCANPREX carries the
      *              offending value redacted (same length, starred
      *              bytes).
      *  2026-10-15  UTF-8 aware length check, matching MOVCHK01:
      *              FLDMXMST's encoding column judges AREA1 in
      *              bytes or characters, a value whose bytes are
      *              not well-formed UTF-8 is listed under reason
      *              UTF8, and SCANPREX records carry the value's
      *              byte and character lengths both.
      *  2026-10-15  The FEEDHDR business date must be a processing
      *              day on the shared BUSCLMST calendar
      *              (BUSCLREC.CPY), the same test MOVCHK01 applies:
      *              a non-date, a future date, a weekend or a
      *              holiday is refused, graded BADDATE with RC 20.
      *  2026-10-15  A serial on FEEDSERL as a quarantined run
      *              (outcome Q) may be quoted again, but not under
      *              the business date and cycle it was quarantined
      *              in.
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCANPRE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       FD  SERIAL-FILE.
           COPY FDSRREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                   PIC X(150).
       01  WS-LENGTH                   PIC 9(4) COMP.
       01  WS-FIELD-ID                 PIC X(8)  VALUE "AREA1".
       01  WS-TARGET-LENGTH            PIC 9(4) COMP.
       01  WS-FIELD-ENCODING           PIC X     VALUE SPACE.
           88  WS-FIELD-UTF8           VALUE "U" "C".
           88  WS-FIELD-IN-CHARS       VALUE "C".
       01  WS-LENGTH-UNIT              PIC X     VALUE "B".
       01  WS-BYTE-LENGTH              PIC 9(4) COMP.
       01  WS-CHAR-LENGTH              PIC 9(4) COMP.
       01  WS-UTF8-POS                 PIC 9(4) COMP.
       01  WS-UTF8-SEQ-LEN             PIC 9(4) COMP.
       01  WS-UTF8-SUB                 PIC 9(4) COMP.
       01  WS-UTF8-BYTE                PIC 9(4) COMP.
       01  WS-UTF8-FIRST-LOW           PIC 9(4) COMP.
       01  WS-UTF8-FIRST-HIGH          PIC 9(4) COMP.
       01  WS-ENCODING-SWITCH          PIC X     VALUE "N".
           88  WS-ENCODING-BAD         VALUE "Y".
       01  WS-EXCEPTION-REASON         PIC X(4).
      *    Byte size of the WS-AREA-2 target MOVCHK01 moves AREA1
      *    into - a character-judged value must fit it as well.
       01  WS-TARGET-BUFFER-SIZE       PIC 9(4) COMP VALUE 100.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-SERIAL-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-CALENDAR-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-CALENDAR-EOF         VALUE "Y".
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY FDSRTAB.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0030-GET-RUN-CYCLE
           OPEN INPUT  IN-FILE

           PERFORM 0300-READ-FEED-HEADER
           PERFORM 0320-LOAD-CALENDAR
           PERFORM 0350-CHECK-BUSINESS-DATE
           PERFORM 0400-CHECK-FEED-SERIAL

      *    The threshold lookup is as-of the header's business date,
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

       0100-LOAD-FLDMX-TABLE.
                           WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                       MOVE FLDMX-DESCRIPTION TO
                           WS-FLDMX-DESC(WS-FLDMX-IDX)
                       MOVE FLDMX-ENCODING TO
                           WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                       SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
               END-READ
           END-PERFORM
                           TO WS-TARGET-LENGTH
                       MOVE WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                           TO WS-FIELD-SENS-SWITCH
                       MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                           TO WS-FIELD-ENCODING
                   END-IF
               END-IF
           END-PERFORM
               DISPLAY "Warning: no FLDMXMST version for "
                   WS-FIELD-ID " in force on "
                   WS-FEED-BUSINESS-DATE ", defaulting to 100."
           END-IF
           IF WS-FIELD-IN-CHARS
               MOVE "C" TO WS-LENGTH-UNIT
           ELSE
               MOVE "B" TO WS-LENGTH-UNIT
           END-IF.

      *    The first record of the feed must be the FEEDHDR control
           MOVE FCTL-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
           MOVE FCTL-FEED-SERIAL   TO WS-FEED-SERIAL.

      *    The business-day calendar is shared with MOVCHK01, SUSFIX,
      *    TKTRECON and REJTRACK.  Without it every Monday to Friday
      *    is a processing day and nothing else is, which CFGCHK
      *    flags before the window runs.
       0320-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SCANPRE: BUSCLMST not found - Monday to "
                   "Friday are processing days, with no holidays."
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CALENDAR-EOF TO TRUE
                       NOT AT END
                           PERFORM 0330-LOAD-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *    A row that is not a real date cannot be placed in the
      *    week and is left out, and only the first row for a date
      *    counts - CFGCHK reports both.
       0330-LOAD-ONE-CALENDAR-DAY.
           IF BUSCL-DATE IS NUMERIC
               MOVE "N" TO WS-BUSCL-DUP-SWITCH
               PERFORM VARYING WS-BUSCL-IDX FROM 1 BY 1
                       UNTIL WS-BUSCL-IDX > WS-BUSCL-COUNT
                   IF WS-BUSCL-DAY-DATE(WS-BUSCL-IDX) = BUSCL-DATE
                       SET WS-BUSCL-DUP TO TRUE
                   END-IF
               END-PERFORM
               IF FUNCTION TEST-DATE-YYYYMMDD(BUSCL-DATE) = 0
                   AND NOT WS-BUSCL-DUP
                   IF WS-BUSCL-COUNT >= 1000
                       DISPLAY "SCANPRE: BUSCLMST has more than 1000 "
                           "entries - increase WS-BUSCL-ENTRY OCCURS "
                           "in BUSCLTAB.cpy and recompile."
                       CLOSE CALENDAR-FILE
                       PERFORM 9800-ABORT-RUN
                   END-IF
                   SET WS-BUSCL-IDX TO WS-BUSCL-COUNT
                   SET WS-BUSCL-IDX UP BY 1
                   MOVE BUSCL-DATE TO WS-BUSCL-DAY-DATE(WS-BUSCL-IDX)
                   MOVE BUSCL-DAY-TYPE
                       TO WS-BUSCL-DAY-TYPE(WS-BUSCL-IDX)
                   MOVE BUSCL-DESCRIPTION
                       TO WS-BUSCL-DAY-DESC(WS-BUSCL-IDX)
                   COMPUTE WS-BUSCL-DAY-INTEGER(WS-BUSCL-IDX) =
                       FUNCTION INTEGER-OF-DATE(BUSCL-DATE)
                   DIVIDE WS-BUSCL-DAY-INTEGER(WS-BUSCL-IDX) BY 7
                       GIVING WS-BUSCL-WEEKS
                       REMAINDER WS-BUSCL-WEEKDAY
                   MOVE ZERO TO WS-BUSCL-DAY-ADJUST(WS-BUSCL-IDX)
                   IF BUSCL-IS-HOLIDAY AND WS-BUSCL-ON-WEEKDAY
                       MOVE -1 TO WS-BUSCL-DAY-ADJUST(WS-BUSCL-IDX)
                   END-IF
                   IF BUSCL-IS-WORKDAY AND NOT WS-BUSCL-ON-WEEKDAY
                       MOVE 1 TO WS-BUSCL-DAY-ADJUST(WS-BUSCL-IDX)
                   END-IF
                   SET WS-BUSCL-COUNT TO WS-BUSCL-IDX
               END-IF
           END-IF.

      *    Same test MOVCHK01 applies to the header's business
      *    date: a non-date, a date past today's, a weekend or a
      *    holiday would be refused in the window, so the pre-scan
      *    refuses it tonight, with the same grade.
       0350-CHECK-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           IF FCTL-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "SCANPRE: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " FCTL-BUSINESS-DATE
                   " is not numeric - scan refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEED-BUSINESS-DATE)
                   NOT = 0
               DISPLAY "SCANPRE: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is not a valid date - scan refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           IF WS-FEED-BUSINESS-DATE > WS-TODAY-DATE
               DISPLAY "SCANPRE: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is in the future - scan refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           MOVE WS-FEED-BUSINESS-DATE TO WS-BUSCL-DATE
           PERFORM 0370-JUDGE-BUSINESS-DAY
           IF NOT WS-BUSCL-BUSINESS-DAY
               IF WS-BUSCL-HIT-DESC = SPACES
                   IF WS-BUSCL-ON-WEEKDAY
                       MOVE "holiday" TO WS-BUSCL-HIT-DESC
                   ELSE
                       MOVE "weekend" TO WS-BUSCL-HIT-DESC
                   END-IF
               END-IF
               DISPLAY "SCANPRE: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is not a processing day ("
                   FUNCTION TRIM(WS-BUSCL-HIT-DESC)
                   ") - scan refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF.

      *    Monday to Friday are processing days unless the calendar
      *    marks the date a holiday; Saturday and Sunday are not,
      *    unless the calendar marks the date a working day.
       0370-JUDGE-BUSINESS-DAY.
           COMPUTE WS-BUSCL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSCL-DATE)
           DIVIDE WS-BUSCL-INTEGER BY 7
               GIVING WS-BUSCL-WEEKS
               REMAINDER WS-BUSCL-WEEKDAY
           IF WS-BUSCL-ON-WEEKDAY
               MOVE "Y" TO WS-BUSCL-DAY-SWITCH
           ELSE
               MOVE "N" TO WS-BUSCL-DAY-SWITCH
           END-IF
           MOVE SPACES TO WS-BUSCL-HIT-DESC
           PERFORM VARYING WS-BUSCL-IDX FROM 1 BY 1
                   UNTIL WS-BUSCL-IDX > WS-BUSCL-COUNT
               IF WS-BUSCL-DAY-DATE(WS-BUSCL-IDX) = WS-BUSCL-DATE
                   MOVE WS-BUSCL-DAY-DESC(WS-BUSCL-IDX)
                       TO WS-BUSCL-HIT-DESC
                   IF WS-BUSCL-DAY-HOLIDAY(WS-BUSCL-IDX)
                       MOVE "N" TO WS-BUSCL-DAY-SWITCH
                   END-IF
                   IF WS-BUSCL-DAY-WORKDAY(WS-BUSCL-IDX)
                       MOVE "Y" TO WS-BUSCL-DAY-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *    Replay guard: a header serial already on the FEEDSERL
      *    processed-serial register means MOVCHK01 already ran this
      *    transmission to completion - flag it tonight so nobody
               WHEN WS-FDSR-FEED-NAME(WS-FDSR-IDX)
                       = WS-HEADER-FEED-NAME
                   AND WS-FDSR-SERIAL(WS-FDSR-IDX) = WS-FEED-SERIAL
                   AND NOT WS-FDSR-QUARANTINED(WS-FDSR-IDX)
                   DISPLAY "SCANPRE: feed " WS-HEADER-FEED-NAME
                       " serial " WS-FEED-SERIAL " was already "
                       "processed - duplicate transmission refused."
                   PERFORM 9800-ABORT-RUN
           END-SEARCH

      *    A business date and cycle that hold a run rejected whole
      *    are closed: its audit FAIL rows, summary section and FEED
      *    ticket stay under them as the evidence, so the corrected
      *    feed is replayed under a new cycle that balances on its
      *    own.
           SET WS-FDSR-IDX TO 1
           SEARCH WS-FDSR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FDSR-IDX > WS-FDSR-COUNT
                   CONTINUE
               WHEN WS-FDSR-QUARANTINED(WS-FDSR-IDX)
                   AND WS-FDSR-BUSINESS-DATE(WS-FDSR-IDX)
                       = WS-FEED-BUSINESS-DATE
                   AND WS-FDSR-CYCLE(WS-FDSR-IDX) = WS-RUN-CYCLE
                   DISPLAY "SCANPRE: cycle " WS-RUN-CYCLE " of "
                       WS-FEED-BUSINESS-DATE " holds feed "
                       WS-FDSR-FEED-NAME(WS-FDSR-IDX) " serial "
                       WS-FDSR-SERIAL(WS-FDSR-IDX)
                       " rejected whole - replay under a new cycle."
                   PERFORM 9800-ABORT-RUN
           END-SEARCH.

       0450-LOAD-ONE-SERIAL.
           SET WS-FDSR-IDX UP BY 1
           MOVE FDSR-FEED-NAME TO WS-FDSR-FEED-NAME(WS-FDSR-IDX)
           MOVE FDSR-FEED-SERIAL TO WS-FDSR-SERIAL(WS-FDSR-IDX)
           MOVE FDSR-BUSINESS-DATE
               TO WS-FDSR-BUSINESS-DATE(WS-FDSR-IDX)
           MOVE FDSR-CYCLE-NUMBER TO WS-FDSR-CYCLE(WS-FDSR-IDX)
           MOVE FDSR-OUTCOME TO WS-FDSR-OUTCOME(WS-FDSR-IDX)
           SET WS-FDSR-COUNT TO WS-FDSR-IDX.

      *    Sorts each feed record into header, trailer, or detail
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    Judged exactly as MOVCHK01 1000-CHECK-AND-MOVE will judge
      *    it: WS-LENGTH in the field's unit, a UTF-8 value also
      *    over when its bytes will not fit the move target, and
      *    malformed UTF-8 listed under its own reason.
       1000-SCAN-RECORD.
           MOVE IN-AREA-1 TO WS-AREA-1
           MOVE "N" TO WS-ENCODING-SWITCH
           IF WS-FIELD-UTF8
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AREA-1 TRAILING))
                   TO WS-BYTE-LENGTH
               PERFORM 1100-MEASURE-UTF8-VALUE
               IF WS-FIELD-IN-CHARS
                   MOVE WS-CHAR-LENGTH TO WS-LENGTH
               ELSE
                   MOVE WS-BYTE-LENGTH TO WS-LENGTH
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AREA-1))
                   TO WS-LENGTH
               MOVE WS-LENGTH TO WS-BYTE-LENGTH
               MOVE WS-LENGTH TO WS-CHAR-LENGTH
           END-IF

           EVALUATE TRUE
               WHEN WS-ENCODING-BAD
                   MOVE "UTF8" TO WS-EXCEPTION-REASON
                   PERFORM 2000-WRITE-EXCEPTION
               WHEN WS-LENGTH > WS-TARGET-LENGTH
                   OR WS-BYTE-LENGTH > WS-TARGET-BUFFER-SIZE
                   MOVE "OVER" TO WS-EXCEPTION-REASON
                   PERFORM 2000-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Walks WS-AREA-1(1:WS-BYTE-LENGTH) one UTF-8 sequence at a
      *    time, counting characters, by the same rules as MOVCHK01:
      *    lead byte 00-7F one byte, C2-DF two, E0-EF three, F0-F4
      *    four; any other lead byte, a continuation byte outside
      *    80-BF, or a sequence cut off by the end of the value is
      *    malformed and stops the walk.
       1100-MEASURE-UTF8-VALUE.
           MOVE ZERO TO WS-CHAR-LENGTH
           MOVE 1 TO WS-UTF8-POS
           PERFORM UNTIL WS-UTF8-POS > WS-BYTE-LENGTH
               OR WS-ENCODING-BAD
               COMPUTE WS-UTF8-BYTE =
                   FUNCTION ORD(WS-AREA-1(WS-UTF8-POS:1)) - 1
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
                       WS-AREA-1(WS-UTF8-POS + WS-UTF8-SUB:1)) - 1
                   IF WS-UTF8-BYTE < 128 OR WS-UTF8-BYTE > 191
                       OR (WS-UTF8-SUB = 1
                           AND (WS-UTF8-BYTE < WS-UTF8-FIRST-LOW
                           OR WS-UTF8-BYTE > WS-UTF8-FIRST-HIGH))
                       SET WS-ENCODING-BAD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENCODING-BAD
                   ADD 1 TO WS-CHAR-LENGTH
                   ADD WS-UTF8-SEQ-LEN TO WS-UTF8-POS
               END-IF
           END-PERFORM.

       2000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE IN-REC-KEY           TO SUS-REC-KEY
           MOVE WS-LENGTH            TO SUS-SOURCE-LENGTH
           MOVE WS-TARGET-LENGTH     TO SUS-TARGET-LENGTH
           MOVE WS-EXCEPTION-REASON  TO SUS-REASON-CODE
           MOVE WS-RUN-CYCLE         TO SUS-CYCLE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-AREA-1            TO SUS-ORIGINAL-DATA
           MOVE WS-BYTE-LENGTH       TO SUS-BYTE-LENGTH
           MOVE WS-CHAR-LENGTH       TO SUS-CHAR-LENGTH
           MOVE WS-LENGTH-UNIT       TO SUS-LENGTH-UNIT
      *    The exception list circulates to the control desk, so a
      *    sensitive field's value goes out redacted - same length,
      *    starred bytes.  MOVCHK01 keeps the unmasked record on
      *    its restricted companion when the real run rejects it.
           IF WS-FIELD-SENSITIVE AND WS-BYTE-LENGTH > ZERO
               MOVE ALL "*" TO SUS-ORIGINAL-DATA(1:WS-BYTE-LENGTH)
           END-IF
           WRITE SUS-RECORD.

           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Exit for a feed whose FEEDHDR business date is not a
      *    processing day - the same RC 20 grade MOVCHK01 gives it,
      *    so the night-before warning reads the same as the
      *    window-time refusal would.
       9850-REFUSE-BUSINESS-DATE.
           MOVE "BADDATE" TO WS-RUN-OUTCOME
           MOVE 20        TO WS-RETURN-CODE
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       END PROGRAM SCANPRE.
