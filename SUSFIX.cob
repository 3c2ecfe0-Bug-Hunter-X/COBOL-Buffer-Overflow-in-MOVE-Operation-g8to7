      *              rewrite updates the twin unmasked while the
      *              working copy stays redacted for sensitive
      *              fields.
      *  2026-10-15  UTF-8 aware re-check, matching MOVCHK01: a
      *              correction is judged in bytes or characters by
      *              FLDMXMST's encoding column, one that is not
      *              well-formed UTF-8 stays in suspense under reason
      *              UTF8 (SUSCHGLG disposition BADUTF8), and
      *              rewritten records carry byte and character
      *              lengths both.
      *  2026-10-15  Tamper-evident change log: every SUSCHGLG entry
      *              now carries a chain sequence and a chain value
      *              folded from the entry before it (TRLCHAIN.CPY),
      *              and each run that logged anything appends a RUN
      *              seal to the TRLSEAL register (SEALREC.CPY).
      *  2026-10-15  Aging counts business days on the shared
      *              BUSCLMST calendar (BUSCLREC.CPY) instead of
      *              calendar days, so weekends and holidays no
      *              longer age the backlog; the PARM 1 threshold is
      *              now business days and defaults to 20.  The
      *              FLDMXMST re-check resolves as-of the next
      *              processing day on or after today - the first
      *              business date MOVCHK01 will accept a recycled
      *              record under.
      *  2026-10-15  The TRLSEAL chain head is re-read just before
      *              each seal is appended, so a seal another
      *              program writes while this one runs no longer
      *              forks the register's chain.
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSFIX.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT COMPANION-FILE ASSIGN TO "MOVCHKSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-KEY
               FILE STATUS IS WS-COMPANION-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  CHANGELOG-FILE.
           COPY SUSLOGRC.

       FD  SEAL-FILE.
           COPY SEALREC.

      *    Access-restricted companion to the suspense file, kept
      *    in step with it: a repair that deletes or rewrites a
      *    suspense record does the same to its companion twin.
       FD  COMPANION-FILE.
           COPY SUSREC REPLACING LEADING ==SUS== BY ==SFU==.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                   PIC X(150).
       01  WS-LENGTH                   PIC 9(4) COMP.
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
      *    Byte size of the WS-AREA-2 target MOVCHK01 moves AREA1
      *    into - a character-judged value must fit it as well.
       01  WS-TARGET-BUFFER-SIZE       PIC 9(4) COMP VALUE 100.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CORR-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SUSP-MISSING         VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-AGING-LIMIT-DAYS         PIC 9(4) COMP VALUE 20.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-ORDINAL            PIC S9(8) COMP.
       01  WS-BUSINESS-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-FLDMX-HIT-SWITCH         PIC X     VALUE "N".
           88  WS-FLDMX-HIT            VALUE "Y".
           88  WS-FIELD-SENSITIVE      VALUE "Y".
       01  WS-APPROVAL-STATUS          PIC XX.
       01  WS-CHANGELOG-STATUS         PIC XX.
       01  WS-SEAL-STATUS              PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-SEAL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEAL-EOF             VALUE "Y".
       01  WS-CHAIN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-CHAIN-EOF            VALUE "Y".
       01  WS-APRV-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-APRV-EOF             VALUE "Y".
       01  WS-APRV-FOUND-SWITCH        PIC X.

           COPY APRVTAB.

           COPY TRLCHAIN.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0100-LOAD-CORRECTIONS
           PERFORM 0150-LOAD-APPROVALS
           PERFORM 0200-LOAD-FLDMX-TABLE
           PERFORM 0220-LOAD-CALENDAR

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-BUSCL-DATE
           PERFORM 2250-COUNT-BUSINESS-ORDINAL
           MOVE WS-BUSCL-ORDINAL TO WS-TODAY-ORDINAL
           PERFORM 0230-SET-PROCESSING-DATE

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
      *    The change log may have been archived (or never written)
      *    between runs - fall back to OPEN OUTPUT the same way
      *    THRMAINT handles THRCHGLG.
           PERFORM 0250-READ-SEAL-REGISTER
           PERFORM 0270-FIND-CHANGELOG-CHAIN-HEAD
           OPEN EXTEND CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS = "35"
               DISPLAY "SUSFIX: SUSCHGLG not found - opening it "
           CLOSE RECYCLE-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE CHANGELOG-FILE
           PERFORM 9200-SEAL-CHANGELOG-RUN

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARM: 1 = aging threshold in business days (a
      *    suspense record unworked longer than this shows on the
      *    aging report).  Omitted or non-numeric falls back to 20.
       0050-GET-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ELSE
                   DISPLAY "SUSFIX: aging threshold argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not numeric - using 20 business days."
               END-IF
           END-IF.

                           WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                       MOVE FLDMX-DESCRIPTION TO
                           WS-FLDMX-DESC(WS-FLDMX-IDX)
                       MOVE FLDMX-ENCODING TO
                           WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                       SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
               END-READ
           END-PERFORM
           CLOSE FLDMX-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      *    The business-day calendar is shared with MOVCHK01, SCANPRE,
      *    TKTRECON and REJTRACK.  Without it every Monday to Friday
      *    counts and nothing else does - holidays then age like any
      *    other day, which CFGCHK flags before the window runs.
       0220-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SUSFIX: BUSCLMST not found - aging counts "
                   "Monday to Friday with no holidays."
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0225-LOAD-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    A row that is not a real date cannot be placed in the
      *    week and is left out, and only the first row for a date
      *    counts - CFGCHK reports both.
       0225-LOAD-ONE-CALENDAR-DAY.
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
                       DISPLAY "SUSFIX: BUSCLMST has more than 1000 "
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

      *    A recycled record rides out on the next feed MOVCHK01
      *    accepts, and MOVCHK01 refuses a business date that is not
      *    a processing day - so the threshold the re-check applies
      *    is the one in force on the first processing day on or
      *    after today.  That is also how a limit dated on a holiday
      *    resolves everywhere else: it is first applied to the next
      *    business date a feed can carry.
       0230-SET-PROCESSING-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSCL-DATE
           PERFORM 2260-JUDGE-BUSINESS-DAY
           PERFORM UNTIL WS-BUSCL-BUSINESS-DAY
               COMPUTE WS-BUSCL-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-BUSCL-INTEGER + 1)
               PERFORM 2260-JUDGE-BUSINESS-DAY
           END-PERFORM
           MOVE WS-BUSCL-DATE TO WS-BUSINESS-DATE.

      *    Picks up the change-log chain where the seal register says
      *    it was last closed: the highest sequence any SUSCHGLG seal
      *    names and its chain value.  The highest RUN seal is also
      *    what this run's own seal starts after, and the register's
      *    own chain head is kept for appending to it.
       0250-READ-SEAL-REGISTER.
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "35"
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 0260-TAKE-SEAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

       0260-TAKE-SEAL-RECORD.
           IF SEAL-CHAIN-SEQ IS NUMERIC
               MOVE SEAL-CHAIN-SEQ   TO WS-SEAL-CHAIN-SEQ
               MOVE SEAL-CHAIN-VALUE TO WS-SEAL-CHAIN-VALUE
           END-IF
           IF SEAL-TRAIL-ID = "SUSCHGLG"
                   AND SEAL-LAST-SEQ IS NUMERIC
               IF SEAL-LAST-SEQ > WS-CHAIN-SEQ
                   MOVE SEAL-LAST-SEQ       TO WS-CHAIN-SEQ
                   MOVE SEAL-LAST-VALUE     TO WS-CHAIN-VALUE
                   MOVE SEAL-LAST-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
               END-IF
               IF SEAL-IS-RUN
                       AND SEAL-LAST-SEQ > WS-CHAIN-SEALED-SEQ
                   MOVE SEAL-LAST-SEQ TO WS-CHAIN-SEALED-SEQ
               END-IF
           END-IF.

      *    Entries a crashed run logged after the last seal are still
      *    on the chain, so the head is the highest chained entry in
      *    the log, not just the last sealed one.  Entries from
      *    before chaining carry no sequence and are passed over.
       0270-FIND-CHANGELOG-CHAIN-HEAD.
           OPEN INPUT CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS NOT = "35"
               PERFORM UNTIL WS-CHAIN-EOF
                   READ CHANGELOG-FILE
                       AT END
                           SET WS-CHAIN-EOF TO TRUE
                       NOT AT END
                           IF SUSLOG-CHAIN-SEQ IS NUMERIC
                              AND SUSLOG-CHAIN-SEQ > WS-CHAIN-SEQ
                               MOVE SUSLOG-CHAIN-SEQ TO WS-CHAIN-SEQ
                               MOVE SUSLOG-CHAIN-VALUE
                                   TO WS-CHAIN-VALUE
                               MOVE SUSLOG-TIMESTAMP
                                   TO WS-CHAIN-LAST-TIMESTAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGELOG-FILE
           END-IF.

       1000-APPLY-ALL-CORRECTIONS.
           PERFORM VARYING WS-SUSCOR-IDX FROM 1 BY 1
               UNTIL WS-SUSCOR-IDX > WS-SUSCOR-COUNT
      *    the batch window again.
       1100-APPLY-CORRECTION.
           MOVE WS-SUSCOR-DATA(WS-SUSCOR-IDX) TO WS-AREA-1
           PERFORM 1200-LOOKUP-TARGET-LENGTH
           PERFORM 1050-MEASURE-AREA-1

           IF WS-ENCODING-BAD
               OR WS-LENGTH > WS-TARGET-LENGTH
               OR WS-BYTE-LENGTH > WS-TARGET-BUFFER-SIZE
               ADD 1 TO WS-SUMM-STILL-OVER
               IF WS-ENCODING-BAD
                   DISPLAY "SUSFIX: correction for feed "
                       SUS-FEED-NAME " key " SUS-REC-KEY
                       " is not well-formed UTF-8 - left in "
                       "suspense."
                   MOVE "BADUTF8" TO WS-LOG-DISPOSITION
               ELSE
                   DISPLAY "SUSFIX: correction for feed "
                       SUS-FEED-NAME " key " SUS-REC-KEY
                       " is still oversized - left in suspense."
                   MOVE "STILOVER" TO WS-LOG-DISPOSITION
               END-IF
      *        A length or encoding reject takes the reason of the
      *        latest attempt; any other reason (sequence, duplicate)
      *        is left as MOVCHK01 recorded it.
               IF SUS-REASON-CODE = "OVER" OR "UTF8"
                   IF WS-ENCODING-BAD
                       MOVE "UTF8" TO SUS-REASON-CODE
                   ELSE
                       MOVE "OVER" TO SUS-REASON-CODE
                   END-IF
               END-IF
               MOVE WS-AREA-1         TO SUS-ORIGINAL-DATA
               MOVE WS-LENGTH         TO SUS-SOURCE-LENGTH
               MOVE WS-TARGET-LENGTH  TO SUS-TARGET-LENGTH
               MOVE WS-BYTE-LENGTH    TO SUS-BYTE-LENGTH
               MOVE WS-CHAR-LENGTH    TO SUS-CHAR-LENGTH
               MOVE WS-LENGTH-UNIT    TO SUS-LENGTH-UNIT
               PERFORM 1700-REWRITE-COMPANION-TWIN
      *        The working copy keeps the redaction ops expect for
      *        a sensitive field - the companion above holds the
      *        corrected value unmasked.
               IF WS-FIELD-SENSITIVE AND WS-BYTE-LENGTH > ZERO
                   MOVE ALL "*" TO SUS-ORIGINAL-DATA(1:WS-BYTE-LENGTH)
               END-IF
               REWRITE SUS-RECORD
           ELSE
               ADD 1 TO WS-SUMM-REPAIRED
               PERFORM 2000-WRITE-RECYCLE-RECORD
           PERFORM 1150-WRITE-CHANGELOG-ENTRY
           MOVE "Y" TO WS-SUSCOR-APPLIED(WS-SUSCOR-IDX).

      *    Measures the corrected value the way MOVCHK01
      *    1050-MEASURE-AREA-1 will on the next feed: WS-LENGTH in
      *    the field's unit (characters for encoding C, bytes
      *    otherwise) plus the byte and character lengths both.
      *    Only UTF-8 fields keep their leading spaces, so a
      *    single-byte field measures exactly as it always has.
       1050-MEASURE-AREA-1.
           MOVE "N" TO WS-ENCODING-SWITCH
           IF WS-FIELD-UTF8
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AREA-1 TRAILING))
                   TO WS-BYTE-LENGTH
               PERFORM 1060-MEASURE-UTF8-VALUE
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
           END-IF.

      *    Walks WS-AREA-1(1:WS-BYTE-LENGTH) one UTF-8 sequence at a
      *    time, counting characters, by the same rules as MOVCHK01:
      *    lead byte 00-7F one byte, C2-DF two, E0-EF three, F0-F4
      *    four; any other lead byte, a continuation byte outside
      *    80-BF, or a sequence cut off by the end of the value is
      *    malformed and stops the walk.
       1060-MEASURE-UTF8-VALUE.
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

      *    Keeps the access-restricted companion in step with an
      *    in-place rewrite.  A twin that is not there (trail from
      *    before masking existed) is simply skipped.
                   MOVE WS-AREA-1        TO SFU-ORIGINAL-DATA
                   MOVE WS-LENGTH        TO SFU-SOURCE-LENGTH
                   MOVE WS-TARGET-LENGTH TO SFU-TARGET-LENGTH
                   MOVE SUS-REASON-CODE  TO SFU-REASON-CODE
                   MOVE WS-BYTE-LENGTH   TO SFU-BYTE-LENGTH
                   MOVE WS-CHAR-LENGTH   TO SFU-CHAR-LENGTH
                   MOVE WS-LENGTH-UNIT   TO SFU-LENGTH-UNIT
                   REWRITE SFU-RECORD
               END-IF
           END-IF.
           MOVE WS-SUSCOR-CHANGED-BY(WS-SUSCOR-IDX)
               TO SUSLOG-CORRECTED-BY
           MOVE WS-APPROVER          TO SUSLOG-APPROVED-BY
           PERFORM 1160-CHAIN-CHANGELOG-ENTRY
           WRITE SUSLOG-RECORD.

      *    Links the entry about to be written onto the change-log
      *    chain: the next chain sequence, then the chain value
      *    folded from the previous entry's value over every byte up
      *    to and including that sequence (TRLCHAIN.CPY).
       1160-CHAIN-CHANGELOG-ENTRY.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO SUSLOG-CHAIN-SEQ
           MOVE SUSLOG-RECORD TO WS-CHAIN-IMAGE
           COMPUTE WS-CHAIN-IMAGE-LEN =
               FUNCTION LENGTH(SUSLOG-RECORD)
               - FUNCTION LENGTH(SUSLOG-CHAIN-VALUE)
           MOVE WS-CHAIN-VALUE TO WS-CHAIN-FOLD
           PERFORM 1170-FOLD-CHAIN-IMAGE
           MOVE WS-CHAIN-FOLD TO WS-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO SUSLOG-CHAIN-VALUE
           MOVE SUSLOG-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
           ADD 1 TO WS-CHAIN-RUN-COUNT.

       1170-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-FOLD = FUNCTION MOD(
                   WS-CHAIN-FOLD * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-POS:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.

      *    The suspense record carries the target length it failed
      *    against, but thresholds move between runs (THRMAINT), so
      *    re-resolve it from FLDMXMST as-of the processing date set
      *    in 0230 - the recycled record rides that day's feed and
      *    will be judged by the version in force then, not the one
      *    it failed under.
       1200-LOOKUP-TARGET-LENGTH.
           MOVE 100 TO WS-TARGET-LENGTH
           MOVE "N" TO WS-FIELD-SENS-SWITCH
           MOVE SPACE TO WS-FIELD-ENCODING
           MOVE "N" TO WS-FLDMX-HIT-SWITCH
           MOVE ZERO TO WS-FLDMX-BEST-DATE
           PERFORM VARYING WS-FLDMX-IDX FROM 1 BY 1
                           TO WS-TARGET-LENGTH
                       MOVE WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                           TO WS-FIELD-SENS-SWITCH
                       MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                           TO WS-FIELD-ENCODING
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FLDMX-HIT
               DISPLAY "Warning: no FLDMXMST version for "
                   SUS-FIELD-ID " in force for " WS-BUSINESS-DATE
                   ", defaulting to 100."
           END-IF
           IF WS-FIELD-IN-CHARS
               MOVE "C" TO WS-LENGTH-UNIT
           ELSE
               MOVE "B" TO WS-LENGTH-UNIT
           END-IF.

      *    Writes the repaired record in MOVCHKIN input format under
           COMPUTE WS-SUMM-READ =
               WS-SUMM-REMAINING + WS-SUMM-REPAIRED.

      *    Ages one remaining record in business days from the date
      *    in its suspense timestamp.  A record with an unreadable
      *    timestamp is listed as aged rather than silently skipped -
      *    a mangled record is exactly the kind nobody has looked at.
       2200-CHECK-AGING.
           IF SUS-TIMESTAMP(1:8) IS NUMERIC
               MOVE SUS-TIMESTAMP(1:8) TO WS-SUS-DATE
               MOVE WS-SUS-DATE TO WS-BUSCL-DATE
               PERFORM 2250-COUNT-BUSINESS-ORDINAL
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-ORDINAL - WS-BUSCL-ORDINAL
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
                   " KEY " SUS-REC-KEY
                   " FIELD " SUS-FIELD-ID
                   " REASON " SUS-REASON-CODE
                   " AGE " WS-EDIT-AGE " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *    Business days from 1601-01-01 through WS-BUSCL-DATE: five
      *    for every whole week, the weekdays of the part week, then
      *    each calendar row dated on or before it - a weekday
      *    holiday takes one off, a weekend working day adds one.
       2250-COUNT-BUSINESS-ORDINAL.
           COMPUTE WS-BUSCL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSCL-DATE)
           DIVIDE WS-BUSCL-INTEGER BY 7
               GIVING WS-BUSCL-WEEKS
               REMAINDER WS-BUSCL-WEEKDAY
           COMPUTE WS-BUSCL-ORDINAL = WS-BUSCL-WEEKS * 5
           IF WS-BUSCL-WEEKDAY > 5
               ADD 5 TO WS-BUSCL-ORDINAL
           ELSE
               ADD WS-BUSCL-WEEKDAY TO WS-BUSCL-ORDINAL
           END-IF
           PERFORM VARYING WS-BUSCL-IDX FROM 1 BY 1
                   UNTIL WS-BUSCL-IDX > WS-BUSCL-COUNT
               IF WS-BUSCL-DAY-INTEGER(WS-BUSCL-IDX)
                       <= WS-BUSCL-INTEGER
                   ADD WS-BUSCL-DAY-ADJUST(WS-BUSCL-IDX)
                       TO WS-BUSCL-ORDINAL
               END-IF
           END-PERFORM.

      *    Monday to Friday is a business day unless the calendar
      *    lists it as a holiday; a weekend day only when it is
      *    listed as a working day.
       2260-JUDGE-BUSINESS-DAY.
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

      *    Walks the correction table for any entry that never matched
      *    a suspense record (typo'd key, or the record was already
      *    repaired on an earlier pass) so a submitted correction is
           MOVE WS-AGING-LIMIT-DAYS TO WS-EDIT-AGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS UNWORKED OVER " WS-EDIT-AGE
               " BUSINESS DAYS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Seals the change-log entries this run closed on TRLSEAL.
      *    The seal starts one past the last sealed sequence, so
      *    entries a crashed run logged and never sealed are taken
      *    up here and counted as adopted.  An aborted run leaves
      *    through 9800-ABORT-RUN without sealing - the next run
      *    adopts its entries.  The seal row is linked onto the
      *    register's own chain.
       9200-SEAL-CHANGELOG-RUN.
           IF WS-CHAIN-SEQ > WS-CHAIN-SEALED-SEQ
               PERFORM 9210-READ-SEAL-HEAD
               MOVE SPACES TO SEAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
               MOVE "SUSCHGLG"          TO SEAL-TRAIL-ID
               SET SEAL-IS-RUN          TO TRUE
               MOVE "SUSFIX"            TO SEAL-PROGRAM-ID
               COMPUTE SEAL-FIRST-SEQ = WS-CHAIN-SEALED-SEQ + 1
               MOVE WS-CHAIN-SEQ        TO SEAL-LAST-SEQ
               COMPUTE SEAL-RECORD-COUNT =
                   WS-CHAIN-SEQ - WS-CHAIN-SEALED-SEQ
               COMPUTE SEAL-ADOPTED-COUNT =
                   SEAL-RECORD-COUNT - WS-CHAIN-RUN-COUNT
               MOVE WS-CHAIN-VALUE      TO SEAL-LAST-VALUE
               MOVE WS-CHAIN-LAST-TIMESTAMP TO SEAL-LAST-TIMESTAMP
               ADD 1 TO WS-SEAL-CHAIN-SEQ
               MOVE WS-SEAL-CHAIN-SEQ   TO SEAL-CHAIN-SEQ
               MOVE SEAL-RECORD TO WS-CHAIN-IMAGE
               COMPUTE WS-CHAIN-IMAGE-LEN =
                   FUNCTION LENGTH(SEAL-RECORD)
                   - FUNCTION LENGTH(SEAL-CHAIN-VALUE)
               MOVE WS-SEAL-CHAIN-VALUE TO WS-CHAIN-FOLD
               PERFORM 1170-FOLD-CHAIN-IMAGE
               MOVE WS-CHAIN-FOLD       TO WS-SEAL-CHAIN-VALUE
               MOVE WS-SEAL-CHAIN-VALUE TO SEAL-CHAIN-VALUE
               OPEN EXTEND SEAL-FILE
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF
               WRITE SEAL-RECORD
               CLOSE SEAL-FILE
               IF SEAL-ADOPTED-COUNT > 0
                   DISPLAY "SUSFIX: sealed " SEAL-ADOPTED-COUNT
                       " unsealed SUSCHGLG entries left by an "
                       "earlier run."
               END-IF
           END-IF.

      *    The register's chain head as it stands now, just before
      *    it is appended to.  Another program may have sealed its
      *    own trail since the register was read at start of run,
      *    and folding from that older head would fork the
      *    register's chain.
       9210-READ-SEAL-HEAD.
           MOVE ZERO TO WS-SEAL-CHAIN-SEQ
           MOVE ZERO TO WS-SEAL-CHAIN-VALUE
           MOVE "N" TO WS-SEAL-EOF-SWITCH
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "35"
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           IF SEAL-CHAIN-SEQ IS NUMERIC
                               MOVE SEAL-CHAIN-SEQ
                                   TO WS-SEAL-CHAIN-SEQ
                               MOVE SEAL-CHAIN-VALUE
                                   TO WS-SEAL-CHAIN-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

      *    Grades the run for the scheduler: a correction that is
      *    still oversized outranks aged backlog and unmatched
      *    corrections, which outrank a clean pass.  Config and file
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

