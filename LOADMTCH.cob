      *****************************************************************
      *  PROGRAM-ID.  LOADMTCH
      *
      *  Downstream load-confirmation match.  MOVCHK02 hands the
      *  cleaned MOVCHK2OT feed to the target load, and until now
      *  that was the last the window heard of it - a row the
      *  target database refused (a column shrunk on its side, or a
      *  rule FLDDEFMST does not know about) surfaced only when a
      *  business user went looking for it.  The target now sends
      *  back a load-confirmation file (MOVCHK2LC, LDCNFREC.cpy) and
      *  this program ties every record written to MOVCHK2OT to its
      *  confirmation, reporting on LOADRPT
      *
      *      - records the target REFUSED, with its error text;
      *      - records NEVER CONFIRMED either way;
      *      - confirmations for records MOVCHK2OT never carried.
      *
      *  Where a refusal points at a length - the error text talks
      *  about a value too large or too long and names a field
      *  FLDDEFMST knows - the target's real limit is taken from the
      *  text (the figure after MAXIMUM, LIMIT or MAX) or, when the
      *  text gives none, inferred as one byte under the refused
      *  value.  A limit below the FLDDEFMST max in force drafts a
      *  corrected FLDDEFMST row onto the FLDDEFRV review file,
      *  effective the business date, the smallest limit seen per
      *  field winning - so the validator learns the real target
      *  limit once someone reviews and applies the draft.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  A refused value in a character-judged UTF-8
      *              field (FLDDEFMST encoding C) is measured in
      *              characters, and drafts carry the field's
      *              encoding forward.
      *  2026-10-15  The draft table is cleared before the first
      *              refusal is counted into it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADMTCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO "MOVCHK2OT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "MOVCHK2LC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT FLDDEF-FILE ASSIGN TO "FLDDEFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDDEF-STATUS.

           SELECT DRAFT-FILE ASSIGN TO "FLDDEFRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-REPORT-FILE ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
           COPY GENREC.

       FD  CONFIRM-FILE.
           COPY LDCNFREC.

       FD  FLDDEF-FILE.
           COPY FLDDEFRC.

       FD  DRAFT-FILE.
           COPY FLDDEFRC REPLACING LEADING ==FLDDEF== BY ==FLDRV==.

       FD  MATCH-REPORT-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-OUTPUT-STATUS            PIC XX.
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-FLDDEF-STATUS            PIC XX.

       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(8).
       01  WS-BUSINESS-DATE            PIC 9(8)  VALUE ZERO.

       01  WS-OUT-IMAGE                PIC X(715).
       01  WS-FD-SUB                   PIC 9(4) COMP.
       01  WS-FD-HIT-SUB               PIC 9(4) COMP.
       01  WS-FD-FOUND-SWITCH          PIC X.
           88  WS-FD-FOUND             VALUE "Y".
       01  WS-LDCNF-HIT-SUB            PIC 9(4) COMP.

      *    Refusal analysis: the error text upper-cased with target
      *    column underscores turned into the hyphens FLDDEFMST uses,
      *    the field it names, and the limit it states.
       01  WS-ERROR-UPPER              PIC X(100).
       01  WS-KEYWORD-COUNT            PIC 9(4) COMP.
       01  WS-KEYWORD                  PIC X(8).
       01  WS-KEYWORD-LEN              PIC 9(4) COMP.
       01  WS-TEXT-POS                 PIC 9(4) COMP.
       01  WS-SCAN-POS                 PIC 9(4) COMP.
       01  WS-DIGIT-COUNT              PIC 9(4) COMP.
       01  WS-NAME-UPPER               PIC X(16).
       01  WS-NAME-LENGTH              PIC 9(4) COMP.
       01  WS-NAME-TALLY               PIC 9(4) COMP.
       01  WS-BEST-NAME-LENGTH         PIC 9(4) COMP.
       01  WS-STATED-LIMIT             PIC 9(4).
       01  WS-LIMIT-SWITCH             PIC X.
           88  WS-LIMIT-STATED         VALUE "Y".
       01  WS-TARGET-LIMIT             PIC 9(4) COMP.
       01  WS-VALUE-LENGTH             PIC 9(4) COMP.
       01  WS-VALUE-BYTES              PIC 9(4) COMP.
       01  WS-VALUE-POS                PIC 9(4) COMP.
       01  WS-LIMIT-BASIS              PIC X(8).

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-WRITTEN         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-LOADED          PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-REFUSED         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-UNCONFIRMED     PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-UNMATCHED       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-LENGTH-REFUSED  PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-DRAFTS          PIC 9(8) COMP VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.
       01  WS-EDIT-LENGTH              PIC ZZZ9.
       01  WS-EDIT-LENGTH-2            PIC ZZZ9.
       01  WS-EDIT-LENGTH-3            PIC ZZZ9.

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY FLDDEF.

      *    Draft corrections, one slot per WS-FD-ENTRY: the smallest
      *    target limit any refusal of the field pointed at, and how
      *    many refusals pointed there.
       01  WS-DRAFT-TABLE.
           05  WS-DRAFT-ENTRY OCCURS 20 TIMES.
               10  WS-DRAFT-LIMIT      PIC 9(4) COMP.
               10  WS-DRAFT-REFUSALS   PIC 9(8) COMP.
               10  WS-DRAFT-BASIS      PIC X(8).

           COPY LDCNFTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS
           PERFORM 0100-INIT-FIELD-DEF-TABLE
           INITIALIZE WS-DRAFT-TABLE
           PERFORM 0300-LOAD-CONFIRMATIONS

           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS = "35"
               DISPLAY "LOADMTCH: MOVCHK2OT not found - no cleaned "
                   "feed to match."
               PERFORM 9800-ABORT-RUN
           END-IF

           OPEN OUTPUT MATCH-REPORT-FILE
           MOVE "LOADMTCH - DOWNSTREAM LOAD CONFIRMATION MATCH" TO
               WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM UNTIL WS-EOF
               READ OUTPUT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUMM-WRITTEN
                       PERFORM 1000-MATCH-OUTPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE OUTPUT-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 4000-REPORT-UNMATCHED-CONFIRMS
           PERFORM 5000-WRITE-DRAFT-CORRECTIONS
           PERFORM 7000-WRITE-MATCH-TOTALS
           CLOSE MATCH-REPORT-FILE

           DISPLAY "LOADMTCH: records on MOVCHK2OT: " WS-SUMM-WRITTEN
           DISPLAY "LOADMTCH: refused by target: " WS-SUMM-REFUSED
           DISPLAY "LOADMTCH: never confirmed: " WS-SUMM-UNCONFIRMED
           DISPLAY "LOADMTCH: FLDDEFMST corrections drafted: "
               WS-SUMM-DRAFTS

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Opens the common job-status file and stamps the START
      *    handshake before anything else can fail, so even a config
      *    abort leaves a matched START/END pair for the scheduler.
       0040-WRITE-START-STATUS.
           OPEN EXTEND JOBSTAT-FILE
           IF WS-JOBSTAT-STATUS = "35"
               OPEN OUTPUT JOBSTAT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           MOVE "LOADMTCH"           TO JOBST-PROGRAM-ID
           MOVE "START"              TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE SPACES               TO JOBST-END-TIMESTAMP
           MOVE ZERO                 TO JOBST-RECORDS-READ
           MOVE ZERO                 TO JOBST-EXCEPTION-COUNT
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARM: 1 = business date (YYYYMMDD) of the feed
      *    that was loaded - the date the FLDDEFMST versions are
      *    resolved against and the date a draft takes effect.
      *    Omitted or non-numeric falls back to today, the same as
      *    MOVCHK02.
       0050-GET-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE

           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-ARG-VALUE)
                       TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "LOADMTCH: business date argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not numeric - using today."
               END-IF
           END-IF.

      *    The same as-of load MOVCHK02 makes: one entry per field,
      *    the FLDDEFMST version in force on the business date.
       0100-INIT-FIELD-DEF-TABLE.
           OPEN INPUT FLDDEF-FILE
           IF WS-FLDDEF-STATUS = "35"
               DISPLAY "LOADMTCH: FLDDEFMST not found - cannot "
                   "place fields in the cleaned records."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ FLDDEF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0150-FOLD-ONE-FIELD-DEF
               END-READ
           END-PERFORM
           CLOSE FLDDEF-FILE
           MOVE "N" TO WS-EOF-SWITCH.

       0150-FOLD-ONE-FIELD-DEF.
           IF FLDDEF-EFF-DATE NOT > WS-BUSINESS-DATE
               MOVE "N" TO WS-FD-FOUND-SWITCH
               PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
                   IF WS-FD-FIELD-NAME(WS-FD-SUB) = FLDDEF-FIELD-NAME
                       SET WS-FD-FOUND TO TRUE
                       MOVE WS-FD-SUB TO WS-FD-HIT-SUB
                       COMPUTE WS-FD-SUB = WS-FD-COUNT + 1
                   END-IF
               END-PERFORM

               IF WS-FD-FOUND
                   IF FLDDEF-EFF-DATE >=
                       WS-FD-EFF-DATE(WS-FD-HIT-SUB)
                       SET WS-FD-IDX TO WS-FD-HIT-SUB
                       PERFORM 0160-POPULATE-FIELD-DEF
                   END-IF
               ELSE
                   IF WS-FD-COUNT >= 20
                       DISPLAY "LOADMTCH: FLDDEFMST has more than "
                           "20 fields - increase WS-FD-ENTRY "
                           "OCCURS in FLDDEF.cpy and recompile."
                       CLOSE FLDDEF-FILE
                       PERFORM 9800-ABORT-RUN
                   END-IF
                   SET WS-FD-IDX TO WS-FD-COUNT
                   SET WS-FD-IDX UP BY 1
                   PERFORM 0160-POPULATE-FIELD-DEF
                   SET WS-FD-COUNT TO WS-FD-IDX
               END-IF
           END-IF.

      *    A start/length pair outside the record would reference-
      *    modify past the cleaned image - refused at load time, as
      *    MOVCHK02 refuses it.
       0160-POPULATE-FIELD-DEF.
           MOVE FLDDEF-FIELD-NAME  TO WS-FD-FIELD-NAME(WS-FD-IDX)
           MOVE FLDDEF-EFF-DATE    TO WS-FD-EFF-DATE(WS-FD-IDX)
           MOVE FLDDEF-START-POS   TO WS-FD-START-POS(WS-FD-IDX)
           MOVE FLDDEF-LENGTH      TO WS-FD-LENGTH(WS-FD-IDX)
           MOVE FLDDEF-MAX-LENGTH  TO WS-FD-MAX-LENGTH(WS-FD-IDX)
           MOVE FLDDEF-DISPOSITION TO WS-FD-DISPOSITION(WS-FD-IDX)
           MOVE FLDDEF-SENSITIVE   TO WS-FD-SENSITIVE(WS-FD-IDX)
           MOVE FLDDEF-EDIT-RULE   TO WS-FD-EDIT-RULE(WS-FD-IDX)
           MOVE FLDDEF-ENCODING    TO WS-FD-ENCODING(WS-FD-IDX)
           IF WS-FD-START-POS(WS-FD-IDX) < 1 OR
               WS-FD-START-POS(WS-FD-IDX) +
                   WS-FD-LENGTH(WS-FD-IDX) - 1 >
                   FUNCTION LENGTH(WS-OUT-IMAGE) - 16
               DISPLAY "LOADMTCH: FLDDEFMST entry "
                   WS-FD-FIELD-NAME(WS-FD-IDX)
                   " has START-POS/LENGTH outside the "
                   "record buffer - fix FLDDEFMST."
               CLOSE FLDDEF-FILE
               PERFORM 9800-ABORT-RUN
           END-IF.

       0300-LOAD-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS = "35"
               DISPLAY "LOADMTCH: MOVCHK2LC not found - the target "
                   "load has not confirmed yet, nothing to match."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ CONFIRM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-LDCNF-COUNT >= 5000
                           DISPLAY "LOADMTCH: MOVCHK2LC has more "
                               "than 5000 entries - increase "
                               "WS-LDCNF-ENTRY OCCURS in "
                               "LDCNFTAB.cpy and recompile."
                           CLOSE CONFIRM-FILE
                           PERFORM 9800-ABORT-RUN
                       END-IF
                       SET WS-LDCNF-IDX TO WS-LDCNF-COUNT
                       SET WS-LDCNF-IDX UP BY 1
                       MOVE LDCNF-FEED-NAME
                           TO WS-LDCNF-FEED-NAME(WS-LDCNF-IDX)
                       MOVE LDCNF-REC-KEY
                           TO WS-LDCNF-REC-KEY(WS-LDCNF-IDX)
                       MOVE LDCNF-LOAD-STATUS
                           TO WS-LDCNF-STATUS(WS-LDCNF-IDX)
                       MOVE LDCNF-ERROR-TEXT
                           TO WS-LDCNF-ERROR-TEXT(WS-LDCNF-IDX)
                       MOVE "N" TO WS-LDCNF-MATCHED(WS-LDCNF-IDX)
                       SET WS-LDCNF-COUNT TO WS-LDCNF-IDX
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      *    Every confirmation of the record is claimed; the last one
      *    on the file is the one that counts.  A status other than
      *    L or R is read as a refusal - the target did not say it
      *    loaded the row.
       1000-MATCH-OUTPUT-RECORD.
           MOVE ZERO TO WS-LDCNF-HIT-SUB
           PERFORM VARYING WS-LDCNF-IDX FROM 1 BY 1
               UNTIL WS-LDCNF-IDX > WS-LDCNF-COUNT
               IF WS-LDCNF-FEED-NAME(WS-LDCNF-IDX) = GEN-FEED-NAME
                   AND WS-LDCNF-REC-KEY(WS-LDCNF-IDX) = GEN-REC-KEY
                   MOVE "Y" TO WS-LDCNF-MATCHED(WS-LDCNF-IDX)
                   SET WS-LDCNF-HIT-SUB TO WS-LDCNF-IDX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LDCNF-HIT-SUB = ZERO
                   ADD 1 TO WS-SUMM-UNCONFIRMED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  NEVER CONFIRMED " GEN-FEED-NAME " "
                       GEN-REC-KEY
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-LDCNF-WAS-LOADED(WS-LDCNF-HIT-SUB)
                   ADD 1 TO WS-SUMM-LOADED
               WHEN OTHER
                   ADD 1 TO WS-SUMM-REFUSED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  REFUSED " GEN-FEED-NAME " " GEN-REC-KEY
                       " " WS-LDCNF-ERROR-TEXT(WS-LDCNF-HIT-SUB)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
                   PERFORM 2000-ANALYSE-REFUSAL
           END-EVALUATE.

      *    Is the refusal about a length, which field, and what
      *    limit.  A message with none of the length words is some
      *    other target rule and is left to the report.
       2000-ANALYSE-REFUSAL.
           MOVE FUNCTION UPPER-CASE(
               WS-LDCNF-ERROR-TEXT(WS-LDCNF-HIT-SUB))
               TO WS-ERROR-UPPER
           INSPECT WS-ERROR-UPPER REPLACING ALL "_" BY "-"
           MOVE ZERO TO WS-KEYWORD-COUNT
           INSPECT WS-ERROR-UPPER TALLYING WS-KEYWORD-COUNT
               FOR ALL "TOO LARGE" ALL "TOO LONG" ALL "LENGTH"
                   ALL "TRUNCAT" ALL "EXCEEDS" ALL "MAXIMUM"
           IF WS-KEYWORD-COUNT > ZERO
               ADD 1 TO WS-SUMM-LENGTH-REFUSED
               PERFORM 2100-FIND-NAMED-FIELD
               IF WS-FD-HIT-SUB = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      LENGTH REFUSAL - NO FLDDEFMST FIELD "
                       "NAMED IN THE TEXT, NO DRAFT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   PERFORM 2200-FIND-STATED-LIMIT
                   PERFORM 2300-JUDGE-LENGTH-REFUSAL
               END-IF
           END-IF.

      *    The longest FLDDEFMST field name found in the text wins,
      *    so ADDRESS-LINE-1 is not mistaken for a shorter name it
      *    happens to contain.
       2100-FIND-NAMED-FIELD.
           MOVE ZERO TO WS-FD-HIT-SUB
           MOVE ZERO TO WS-BEST-NAME-LENGTH
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
               MOVE FUNCTION UPPER-CASE(WS-FD-FIELD-NAME(WS-FD-SUB))
                   TO WS-NAME-UPPER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-UPPER))
                   TO WS-NAME-LENGTH
               MOVE ZERO TO WS-NAME-TALLY
               IF WS-NAME-UPPER NOT = SPACES
                   INSPECT WS-ERROR-UPPER TALLYING WS-NAME-TALLY
                       FOR ALL WS-NAME-UPPER(1:WS-NAME-LENGTH)
               END-IF
               IF WS-NAME-TALLY > ZERO
                   AND WS-NAME-LENGTH > WS-BEST-NAME-LENGTH
                   MOVE WS-FD-SUB TO WS-FD-HIT-SUB
                   MOVE WS-NAME-LENGTH TO WS-BEST-NAME-LENGTH
               END-IF
           END-PERFORM.

      *    Target messages quote their limit after one of these
      *    words - "maximum: 35", "limit 35", "max 35" - so the
      *    first digits after the first of them found is the limit.
       2200-FIND-STATED-LIMIT.
           MOVE "N" TO WS-LIMIT-SWITCH
           MOVE "MAXIMUM" TO WS-KEYWORD
           MOVE 7 TO WS-KEYWORD-LEN
           PERFORM 2250-READ-LIMIT-AFTER-KEYWORD
           IF NOT WS-LIMIT-STATED
               MOVE "LIMIT" TO WS-KEYWORD
               MOVE 5 TO WS-KEYWORD-LEN
               PERFORM 2250-READ-LIMIT-AFTER-KEYWORD
           END-IF
           IF NOT WS-LIMIT-STATED
               MOVE "MAX" TO WS-KEYWORD
               MOVE 3 TO WS-KEYWORD-LEN
               PERFORM 2250-READ-LIMIT-AFTER-KEYWORD
           END-IF.

       2250-READ-LIMIT-AFTER-KEYWORD.
           MOVE ZERO TO WS-TEXT-POS
           INSPECT WS-ERROR-UPPER TALLYING WS-TEXT-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-KEYWORD(1:WS-KEYWORD-LEN)
           IF WS-TEXT-POS < FUNCTION LENGTH(WS-ERROR-UPPER)
               COMPUTE WS-SCAN-POS = WS-TEXT-POS + WS-KEYWORD-LEN + 1
               PERFORM UNTIL WS-SCAN-POS
                       > FUNCTION LENGTH(WS-ERROR-UPPER)
                   OR WS-ERROR-UPPER(WS-SCAN-POS:1) IS NUMERIC
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               MOVE ZERO TO WS-STATED-LIMIT
               MOVE ZERO TO WS-DIGIT-COUNT
               PERFORM UNTIL WS-SCAN-POS
                       > FUNCTION LENGTH(WS-ERROR-UPPER)
                   OR WS-ERROR-UPPER(WS-SCAN-POS:1) IS NOT NUMERIC
                   OR WS-DIGIT-COUNT >= 4
                   COMPUTE WS-STATED-LIMIT = WS-STATED-LIMIT * 10
                       + FUNCTION NUMVAL(WS-ERROR-UPPER(WS-SCAN-POS:1))
                   ADD 1 TO WS-DIGIT-COUNT
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               IF WS-DIGIT-COUNT > ZERO AND WS-STATED-LIMIT > ZERO
                   SET WS-LIMIT-STATED TO TRUE
               END-IF
           END-IF.

      *    Sets the target limit - stated, or one under the refused
      *    value - and drafts when it undercuts FLDDEFMST.  A value
      *    already over the FLDDEFMST max went through on a flag
      *    disposition; the refusal says nothing new about the
      *    target and drafts nothing.
       2300-JUDGE-LENGTH-REFUSAL.
           MOVE GEN-RECORD TO WS-OUT-IMAGE
           IF WS-FD-ENC-CHARS(WS-FD-HIT-SUB)
               PERFORM 2350-COUNT-VALUE-CHARS
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-OUT-IMAGE(16 + WS-FD-START-POS(WS-FD-HIT-SUB) :
                       WS-FD-LENGTH(WS-FD-HIT-SUB))))
                   TO WS-VALUE-LENGTH
           END-IF
           IF WS-LIMIT-STATED
               MOVE WS-STATED-LIMIT TO WS-TARGET-LIMIT
               MOVE "STATED"   TO WS-LIMIT-BASIS
           ELSE
               COMPUTE WS-TARGET-LIMIT = WS-VALUE-LENGTH - 1
               MOVE "INFERRED" TO WS-LIMIT-BASIS
           END-IF

           MOVE WS-VALUE-LENGTH TO WS-EDIT-LENGTH
           MOVE WS-FD-MAX-LENGTH(WS-FD-HIT-SUB) TO WS-EDIT-LENGTH-2
           MOVE WS-TARGET-LIMIT TO WS-EDIT-LENGTH-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      " WS-FD-FIELD-NAME(WS-FD-HIT-SUB)
               " VALUE " WS-EDIT-LENGTH
               " FLDDEFMST MAX " WS-EDIT-LENGTH-2
               " TARGET " WS-EDIT-LENGTH-3 " " WS-LIMIT-BASIS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           EVALUATE TRUE
               WHEN WS-VALUE-LENGTH > WS-FD-MAX-LENGTH(WS-FD-HIT-SUB)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      VALUE WAS ALREADY OVER FLDDEFMST MAX "
                       "(FLAGGED THROUGH) - NO DRAFT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-TARGET-LIMIT = ZERO
                   OR WS-TARGET-LIMIT
                       NOT < WS-FD-MAX-LENGTH(WS-FD-HIT-SUB)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      TARGET LIMIT NOT BELOW FLDDEFMST MAX "
                       "- NO DRAFT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-DRAFT-REFUSALS(WS-FD-HIT-SUB)
                   IF WS-DRAFT-LIMIT(WS-FD-HIT-SUB) = ZERO
                       OR WS-TARGET-LIMIT
                           < WS-DRAFT-LIMIT(WS-FD-HIT-SUB)
                       MOVE WS-TARGET-LIMIT
                           TO WS-DRAFT-LIMIT(WS-FD-HIT-SUB)
                       MOVE WS-LIMIT-BASIS
                           TO WS-DRAFT-BASIS(WS-FD-HIT-SUB)
                   END-IF
           END-EVALUATE.

      *    Character length of a character-judged field as MOVCHK02
      *    measured it: leading spaces kept, trailing ones dropped,
      *    and every byte that is not a UTF-8 continuation byte
      *    (80-BF) starting a character.  MOVCHK02 never lets a
      *    malformed value onto the cleaned feed, so no validation
      *    is needed here.
       2350-COUNT-VALUE-CHARS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-OUT-IMAGE(16 + WS-FD-START-POS(WS-FD-HIT-SUB) :
                   WS-FD-LENGTH(WS-FD-HIT-SUB)) TRAILING))
               TO WS-VALUE-BYTES
           MOVE ZERO TO WS-VALUE-LENGTH
           PERFORM VARYING WS-VALUE-POS FROM 1 BY 1
               UNTIL WS-VALUE-POS > WS-VALUE-BYTES
               IF FUNCTION ORD(WS-OUT-IMAGE(15
                       + WS-FD-START-POS(WS-FD-HIT-SUB)
                       + WS-VALUE-POS : 1)) - 1 < 128
                   OR FUNCTION ORD(WS-OUT-IMAGE(15
                       + WS-FD-START-POS(WS-FD-HIT-SUB)
                       + WS-VALUE-POS : 1)) - 1 > 191
                   ADD 1 TO WS-VALUE-LENGTH
               END-IF
           END-PERFORM.

      *    A confirmation for a record MOVCHK2OT never carried - the
      *    target loaded from something other than tonight's feed,
      *    or the feed was rebuilt after it was sent.
       4000-REPORT-UNMATCHED-CONFIRMS.
           PERFORM VARYING WS-LDCNF-IDX FROM 1 BY 1
               UNTIL WS-LDCNF-IDX > WS-LDCNF-COUNT
               IF NOT WS-LDCNF-IS-MATCHED(WS-LDCNF-IDX)
                   ADD 1 TO WS-SUMM-UNMATCHED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  CONFIRMED BUT NOT ON MOVCHK2OT "
                       WS-LDCNF-FEED-NAME(WS-LDCNF-IDX) " "
                       WS-LDCNF-REC-KEY(WS-LDCNF-IDX) " STATUS "
                       WS-LDCNF-STATUS(WS-LDCNF-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *    One draft row per field, a copy of the version in force
      *    with the target's limit as the new max, effective the
      *    business date - appended to FLDDEFMST as it stands, it
      *    becomes the version MOVCHK02 resolves from that date on.
       5000-WRITE-DRAFT-CORRECTIONS.
           OPEN OUTPUT DRAFT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE "FLDDEFMST CORRECTIONS DRAFTED TO FLDDEFRV" TO
               WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FD-COUNT
               IF WS-DRAFT-LIMIT(WS-FD-SUB) > ZERO
                   PERFORM 5100-WRITE-ONE-DRAFT
               END-IF
           END-PERFORM
           IF WS-SUMM-DRAFTS = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           CLOSE DRAFT-FILE.

       5100-WRITE-ONE-DRAFT.
           ADD 1 TO WS-SUMM-DRAFTS
           MOVE WS-FD-FIELD-NAME(WS-FD-SUB)  TO FLDRV-FIELD-NAME
           MOVE WS-BUSINESS-DATE             TO FLDRV-EFF-DATE
           MOVE WS-FD-START-POS(WS-FD-SUB)   TO FLDRV-START-POS
           MOVE WS-FD-LENGTH(WS-FD-SUB)      TO FLDRV-LENGTH
           MOVE WS-DRAFT-LIMIT(WS-FD-SUB)    TO FLDRV-MAX-LENGTH
           MOVE WS-FD-DISPOSITION(WS-FD-SUB) TO FLDRV-DISPOSITION
           MOVE WS-FD-EDIT-RULE(WS-FD-SUB)   TO FLDRV-EDIT-RULE
           MOVE WS-FD-SENSITIVE(WS-FD-SUB)   TO FLDRV-SENSITIVE
           MOVE WS-FD-ENCODING(WS-FD-SUB)    TO FLDRV-ENCODING
           WRITE FLDRV-RECORD

           MOVE WS-FD-MAX-LENGTH(WS-FD-SUB)  TO WS-EDIT-LENGTH
           MOVE WS-DRAFT-LIMIT(WS-FD-SUB)    TO WS-EDIT-LENGTH-2
           MOVE WS-DRAFT-REFUSALS(WS-FD-SUB) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-FD-FIELD-NAME(WS-FD-SUB)
               " MAX " WS-EDIT-LENGTH " -> " WS-EDIT-LENGTH-2
               " " WS-DRAFT-BASIS(WS-FD-SUB)
               " EFF " WS-BUSINESS-DATE
               " REFUSALS" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       7000-WRITE-MATCH-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS ON MOVCHK2OT....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-LOADED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFIRMED LOADED........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED BY TARGET.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-LENGTH-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OF WHICH LENGTH.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-UNCONFIRMED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEVER CONFIRMED.........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-UNMATCHED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFIRMS NOT ON FEED....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-DRAFTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FLDDEFMST DRAFTS........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Grades the run for the scheduler: a record the target
      *    refused or never confirmed did not reach the target, the
      *    out-of-balance grade; confirmations with no record behind
      *    them are a warning.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-SUMM-REFUSED > 0
                   OR WS-SUMM-UNCONFIRMED > 0
                   MOVE "REJECTS"  TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
               WHEN WS-SUMM-UNMATCHED > 0
                   MOVE "WARNINGS" TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "LOADMTCH"           TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-WRITTEN      TO JOBST-RECORDS-READ
           ADD WS-SUMM-REFUSED WS-SUMM-UNCONFIRMED
               GIVING JOBST-EXCEPTION-COUNT
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

      *    Common exit for configuration and file errors: stamps the
      *    END handshake with the error grade so automation sees the
      *    abort, then ends the step with return code 12.
       9800-ABORT-RUN.
           MOVE "ERROR" TO WS-RUN-OUTCOME
           MOVE 12      TO WS-RETURN-CODE
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       END PROGRAM LOADMTCH.
