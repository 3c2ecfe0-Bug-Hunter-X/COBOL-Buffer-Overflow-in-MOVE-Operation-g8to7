      *****************************************************************
      *  PROGRAM-ID.  CFGCHK
      *
      *  Configuration integrity check - the first step of the batch
      *  window.  Every control master in the suite is a data change,
      *  not a recompile, and until now nothing checked the masters
      *  against each other or against the physical record sizes the
      *  programs were compiled with.  An approved THRTRANS raise that
      *  lifts the AREA1 limit past the 100-byte MOVCHK01 WS-AREA-2
      *  target, a FLDDEFMST row that runs past the end of the
      *  GENREC buffer, two fields laid over the same bytes - each of
      *  these is found here, before MOVCHK01 or MOVCHK02 touch a
      *  record, instead of as a quiet chop in the cleaned feed.
      *
      *  Checks made, each finding one line on the CFGRPT report:
      *      FLDMXMST  - max length within the physical move target
      *                  of the field; numeric, dated rows; a known
      *                  encoding code (B, U, C, or blank)
      *      FLDDEFMST - start/length inside the 699-byte GENREC
      *                  buffer and inside one GENREC field; max
      *                  length not greater than the field; no two
      *                  fields in force together over the same
      *                  bytes; a known encoding code
      *      both      - no duplicate field/effective-date versions,
      *                  and no field whose earliest version is dated
      *                  (older business dates would resolve nothing)
      *      STCDMST   - no duplicate state codes
      *      RETRULES  - every trail RETPURGE splits has a rule, and
      *                  every rule names a trail RETPURGE splits
      *      JOBDEPRL  - every step and predecessor is a program of
      *                  the suite
      *      BUSCLMST  - present; real dates, one row per date, a
      *                  known day type (H or W); no holiday on a
      *                  weekend or working day on a weekday; at
      *                  least one holiday loaded for the year ahead
      *
      *  Findings are graded ERROR (the window would run on a broken
      *  configuration) or WARNING (housekeeping the control desk
      *  should see).  Any ERROR ends the step RC 12, and WINCTRL
      *  holds every gated step of the window behind it.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  FLDMXMST and FLDDEFMST encoding codes checked -
      *              an unknown code would quietly judge a UTF-8
      *              field in single bytes.
      *  2026-10-15  BUSCLMST business-day calendar checked - a
      *              missing calendar lets a holiday feed through
      *              and ages work over holidays, and a calendar
      *              nobody has loaded next year's holidays into
      *              does the same a few months later.
      *  2026-10-15  TRLRLOAD added to the known programs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLDMX-FILE ASSIGN TO "FLDMXMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDMX-STATUS.

           SELECT FLDDEF-FILE ASSIGN TO "FLDDEFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDDEF-STATUS.

           SELECT STCD-FILE ASSIGN TO "STCDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STCD-STATUS.

           SELECT RETRULES-FILE ASSIGN TO "RETRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRULES-STATUS.

           SELECT DEPRULES-FILE ASSIGN TO "JOBDEPRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPRULES-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CONFIG-REPORT-FILE ASSIGN TO "CFGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLDMX-FILE.
           COPY FLDMXREC.

       FD  FLDDEF-FILE.
           COPY FLDDEFRC.

       FD  STCD-FILE.
           COPY STCDREC.

       FD  RETRULES-FILE.
           COPY RETRULRC.

       FD  DEPRULES-FILE.
           COPY JOBDEPRC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       FD  CONFIG-REPORT-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-FLDMX-STATUS             PIC XX.
       01  WS-FLDDEF-STATUS            PIC XX.
       01  WS-STCD-STATUS              PIC XX.
       01  WS-RETRULES-STATUS          PIC XX.
       01  WS-DEPRULES-STATUS          PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.

       01  WS-STCD-MISSING-SWITCH      PIC X     VALUE "N".
           88  WS-STCD-MISSING         VALUE "Y".
       01  WS-RETRULES-MISSING-SWITCH  PIC X     VALUE "N".
           88  WS-RETRULES-MISSING     VALUE "Y".

       01  WS-FINDING-TEXT             PIC X(72).
       01  WS-FOUND-SWITCH             PIC X.
           88  WS-FOUND                VALUE "Y".
       01  WS-FIRST-SWITCH             PIC X.
           88  WS-FIRST-OCCURRENCE     VALUE "Y".
       01  WS-SUB-1                    PIC 9(4) COMP.
       01  WS-SUB-2                    PIC 9(4) COMP.
       01  WS-SUB-3                    PIC 9(4) COMP.
       01  WS-EARLIEST-DATE            PIC 9(8) COMP.
       01  WS-AS-OF-DATE               PIC 9(8) COMP.
       01  WS-END-POS-1                PIC 9(4) COMP.
       01  WS-END-POS-2                PIC 9(4) COMP.
       01  WS-BUFFER-LENGTH            PIC 9(4) COMP.
       01  WS-LOOKUP-NAME              PIC X(8).
       01  WS-TODAY-INTEGER            PIC 9(8) COMP.

       01  WS-EDIT-DATE                PIC 9(8).
       01  WS-EDIT-DATE-2              PIC 9(8).
       01  WS-EDIT-LENGTH              PIC ZZZ9.
       01  WS-EDIT-LENGTH-2            PIC ZZZ9.
       01  WS-EDIT-LENGTH-3            PIC ZZZ9.
       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-ROWS-CHECKED    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-ERRORS          PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-WARNINGS        PIC 9(8) COMP VALUE 0.

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

      *    Physical move targets the FLDMXMST limits are judged
      *    against.  AREA1 lands in MOVCHK01's PIC X(100) WS-AREA-2 -
      *    a limit above it passes the length check and is then
      *    chopped by the MOVE, so the two must be widened together.
       01  WS-TARGET-SIZE-LIST.
           05  FILLER                  PIC X(8)  VALUE "AREA1".
           05  FILLER                  PIC 9(4)  VALUE 100.
           05  FILLER                  PIC X(8)  VALUE "MOVCHK01".
       01  WS-TARGET-SIZE-TABLE REDEFINES WS-TARGET-SIZE-LIST.
           05  WS-TGT-ENTRY OCCURS 1 TIMES.
               10  WS-TGT-FIELD-ID     PIC X(8).
               10  WS-TGT-SIZE         PIC 9(4).
               10  WS-TGT-PROGRAM      PIC X(8).
       01  WS-TGT-COUNT                PIC 9(4) COMP VALUE 1.

      *    Every program of the suite - the names a JOBDEPRL step or
      *    predecessor may legitimately carry.  A new program joins
      *    this list when it joins the window.
       01  WS-KNOWN-PROGRAM-LIST.
           05  FILLER                  PIC X(8)  VALUE "APPRVLST".
           05  FILLER                  PIC X(8)  VALUE "AUDHIST".
           05  FILLER                  PIC X(8)  VALUE "CFGCHK".
           05  FILLER                  PIC X(8)  VALUE "FEEDCHK".
           05  FILLER                  PIC X(8)  VALUE "LOADMTCH".
           05  FILLER                  PIC X(8)  VALUE "MONSCORE".
           05  FILLER                  PIC X(8)  VALUE "MOVCHK01".
           05  FILLER                  PIC X(8)  VALUE "MOVCHK02".
           05  FILLER                  PIC X(8)  VALUE "MOVMERGE".
           05  FILLER                  PIC X(8)  VALUE "MOVSPLIT".
           05  FILLER                  PIC X(8)  VALUE "OPSDIGST".
           05  FILLER                  PIC X(8)  VALUE "RECONBAL".
           05  FILLER                  PIC X(8)  VALUE "RECTRACE".
           05  FILLER                  PIC X(8)  VALUE "REJTRACK".
           05  FILLER                  PIC X(8)  VALUE "RETPURGE".
           05  FILLER                  PIC X(8)  VALUE "SCANPRE".
           05  FILLER                  PIC X(8)  VALUE "SUSFIX".
           05  FILLER                  PIC X(8)  VALUE "THRMAINT".
           05  FILLER                  PIC X(8)  VALUE "THRSIM".
           05  FILLER                  PIC X(8)  VALUE "TKTRECON".
           05  FILLER                  PIC X(8)  VALUE "TRLCONV".
           05  FILLER                  PIC X(8)  VALUE "TRLRLOAD".
           05  FILLER                  PIC X(8)  VALUE "TRLVERFY".
           05  FILLER                  PIC X(8)  VALUE "WINCTRL".
       01  WS-KNOWN-PROGRAM-TABLE REDEFINES WS-KNOWN-PROGRAM-LIST.
           05  WS-KNOWN-PROGRAM        PIC X(8) OCCURS 24 TIMES.
       01  WS-KNOWN-PROGRAM-COUNT      PIC 9(4) COMP VALUE 24.

      *    The trail files RETPURGE splits.  MOVCHKSF may ride on the
      *    MOVCHKSU rule, exactly as RETPURGE falls back to it.
       01  WS-TRAIL-FILE-LIST.
           05  FILLER                  PIC X(8)  VALUE "MOVCHKAU".
           05  FILLER                  PIC X(8)  VALUE "MOVCHKSU".
           05  FILLER                  PIC X(8)  VALUE "MOVCHKSF".
           05  FILLER                  PIC X(8)  VALUE "THRCHGLG".
       01  WS-TRAIL-FILE-TABLE REDEFINES WS-TRAIL-FILE-LIST.
           05  WS-TRAIL-FILE-ID        PIC X(8) OCCURS 4 TIMES.
       01  WS-TRAIL-FILE-COUNT         PIC 9(4) COMP VALUE 4.

      *    Every FLDDEFMST row as read - all versions, not just the
      *    ones in force - so versions can be checked against each
      *    other.
       01  WS-FDR-TABLE.
           05  WS-FDR-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-FDR-ENTRY OCCURS 100 TIMES.
               10  WS-FDR-FIELD-NAME   PIC X(16).
               10  WS-FDR-EFF-DATE     PIC 9(8) COMP.
               10  WS-FDR-START-POS    PIC 9(4) COMP.
               10  WS-FDR-LENGTH       PIC 9(4) COMP.
               10  WS-FDR-MAX-LENGTH   PIC 9(4) COMP.
               10  WS-FDR-EDIT-RULE    PIC X(1).
               10  WS-FDR-IN-FORCE     PIC X(1).
                   88  WS-FDR-IS-IN-FORCE VALUE "Y".

      *    The GENREC field boundaries inside GEN-BUFFER-DATA, built
      *    from the copybook itself so the layout check follows the
      *    record when it changes.
       01  WS-GLY-TABLE.
           05  WS-GLY-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-GLY-ENTRY OCCURS 20 TIMES.
               10  WS-GLY-FIELD-NAME   PIC X(16).
               10  WS-GLY-START-POS    PIC 9(4) COMP.
               10  WS-GLY-LENGTH       PIC 9(4) COMP.
       01  WS-GLY-NEXT-POS             PIC 9(4) COMP.
       01  WS-GLY-NAME                 PIC X(16).
       01  WS-GLY-SIZE                 PIC 9(4) COMP.

           COPY GENREC.

           COPY FLDMXTAB.

           COPY STCDTAB.

           COPY RETRULTB.

           COPY JOBDEPTB.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS

           OPEN OUTPUT CONFIG-REPORT-FILE
           MOVE "CFGCHK - CONFIGURATION INTEGRITY CHECK" TO
               WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM 0100-LOAD-FLDMX-TABLE
           PERFORM 0200-LOAD-FLDDEF-ROWS
           PERFORM 0300-LOAD-STATE-CODES
           PERFORM 0400-LOAD-RETENTION-RULES
           PERFORM 0500-LOAD-DEPENDENCY-RULES
           PERFORM 0600-BUILD-GENREC-LAYOUT
           PERFORM 0700-LOAD-CALENDAR

           PERFORM 1000-CHECK-FLDMX-LIMITS
           PERFORM 2000-CHECK-FLDDEF-LAYOUT
           PERFORM 3000-CHECK-EFFECTIVE-VERSIONS
           PERFORM 4000-CHECK-STATE-CODES
           PERFORM 5000-CHECK-RETENTION-RULES
           PERFORM 6000-CHECK-JOB-DEPENDENCIES
           PERFORM 6500-CHECK-CALENDAR

           PERFORM 7000-WRITE-CHECK-TOTALS
           CLOSE CONFIG-REPORT-FILE

           DISPLAY "CFGCHK: control rows checked: "
               WS-SUMM-ROWS-CHECKED
           DISPLAY "CFGCHK: configuration errors: " WS-SUMM-ERRORS
           DISPLAY "CFGCHK: configuration warnings: "
               WS-SUMM-WARNINGS

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
           MOVE "CFGCHK"             TO JOBST-PROGRAM-ID
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

      *    A FLDMXMST row whose date or limit is not numeric would
      *    load as garbage in every program that reads it, so it is
      *    an error in its own right and stays out of the table the
      *    later checks walk.
       0100-LOAD-FLDMX-TABLE.
           OPEN INPUT FLDMX-FILE
           IF WS-FLDMX-STATUS = "35"
               MOVE "FLDMXMST NOT FOUND - MOVCHK01/SCANPRE CANNOT RUN"
                   TO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FLDMX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           PERFORM 0150-LOAD-ONE-FLDMX-ROW
                   END-READ
               END-PERFORM
               CLOSE FLDMX-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0150-LOAD-ONE-FLDMX-ROW.
           IF FLDMX-EFF-DATE IS NOT NUMERIC
               OR FLDMX-MAX-LENGTH IS NOT NUMERIC
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDMXMST " FLDMX-FIELD-ID
                   " HAS A NON-NUMERIC EFFECTIVE DATE OR MAX LENGTH"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               IF WS-FLDMX-COUNT >= 200
                   DISPLAY "CFGCHK: FLDMXMST has more than 200 "
                       "entries - increase WS-FLDMX-ENTRY OCCURS in "
                       "FLDMXTAB.cpy and recompile."
                   CLOSE FLDMX-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-FLDMX-IDX TO WS-FLDMX-COUNT
               SET WS-FLDMX-IDX UP BY 1
               MOVE FLDMX-FIELD-ID TO
                   WS-FLDMX-FIELD-ID(WS-FLDMX-IDX)
               MOVE FLDMX-EFF-DATE TO
                   WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
               MOVE FLDMX-MAX-LENGTH TO
                   WS-FLDMX-MAX-LENGTH(WS-FLDMX-IDX)
               MOVE FLDMX-SENSITIVE TO
                   WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
               MOVE FLDMX-DESCRIPTION TO
                   WS-FLDMX-DESC(WS-FLDMX-IDX)
               MOVE FLDMX-ENCODING TO
                   WS-FLDMX-ENCODING(WS-FLDMX-IDX)
               SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
               IF FLDMX-ENCODING NOT = SPACE AND "B" AND "U" AND "C"
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "FLDMXMST " FLDMX-FIELD-ID
                       " HAS UNKNOWN ENCODING '" FLDMX-ENCODING
                       "' - MUST BE B, U, C, OR BLANK"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF.

       0200-LOAD-FLDDEF-ROWS.
           OPEN INPUT FLDDEF-FILE
           IF WS-FLDDEF-STATUS = "35"
               MOVE "FLDDEFMST NOT FOUND - MOVCHK02 CANNOT RUN"
                   TO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FLDDEF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           PERFORM 0250-LOAD-ONE-FLDDEF-ROW
                   END-READ
               END-PERFORM
               CLOSE FLDDEF-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0250-LOAD-ONE-FLDDEF-ROW.
           IF FLDDEF-EFF-DATE IS NOT NUMERIC
               OR FLDDEF-START-POS IS NOT NUMERIC
               OR FLDDEF-LENGTH IS NOT NUMERIC
               OR FLDDEF-MAX-LENGTH IS NOT NUMERIC
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDDEFMST " FUNCTION TRIM(FLDDEF-FIELD-NAME)
                   " HAS A NON-NUMERIC DATE, START, OR LENGTH"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               IF WS-FDR-COUNT >= 100
                   DISPLAY "CFGCHK: FLDDEFMST has more than 100 "
                       "rows - increase WS-FDR-ENTRY OCCURS and "
                       "recompile."
                   CLOSE FLDDEF-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               ADD 1 TO WS-FDR-COUNT
               MOVE FLDDEF-FIELD-NAME
                   TO WS-FDR-FIELD-NAME(WS-FDR-COUNT)
               MOVE FLDDEF-EFF-DATE
                   TO WS-FDR-EFF-DATE(WS-FDR-COUNT)
               MOVE FLDDEF-START-POS
                   TO WS-FDR-START-POS(WS-FDR-COUNT)
               MOVE FLDDEF-LENGTH
                   TO WS-FDR-LENGTH(WS-FDR-COUNT)
               MOVE FLDDEF-MAX-LENGTH
                   TO WS-FDR-MAX-LENGTH(WS-FDR-COUNT)
               MOVE FLDDEF-EDIT-RULE
                   TO WS-FDR-EDIT-RULE(WS-FDR-COUNT)
               MOVE "N" TO WS-FDR-IN-FORCE(WS-FDR-COUNT)
               IF FLDDEF-ENCODING NOT = SPACE AND "B" AND "U" AND "C"
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "FLDDEFMST " FUNCTION TRIM(FLDDEF-FIELD-NAME)
                       " HAS UNKNOWN ENCODING '" FLDDEF-ENCODING
                       "' - MUST BE B, U, C, OR BLANK"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF.

      *    A missing STCDMST is only a finding when some FLDDEFMST
      *    row asks for the state-code lookup - checked in 4000.
       0300-LOAD-STATE-CODES.
           OPEN INPUT STCD-FILE
           IF WS-STCD-STATUS = "35"
               SET WS-STCD-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ STCD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           IF WS-STCD-COUNT >= 100
                               DISPLAY "CFGCHK: STCDMST has more "
                                   "than 100 entries - increase "
                                   "WS-STCD-ENTRY OCCURS in "
                                   "STCDTAB.cpy and recompile."
                               CLOSE STCD-FILE
                               PERFORM 9800-ABORT-RUN
                           END-IF
                           SET WS-STCD-IDX TO WS-STCD-COUNT
                           SET WS-STCD-IDX UP BY 1
                           MOVE STCD-CODE TO
                               WS-STCD-CODE(WS-STCD-IDX)
                           MOVE STCD-NAME TO
                               WS-STCD-NAME(WS-STCD-IDX)
                           SET WS-STCD-COUNT TO WS-STCD-IDX
                   END-READ
               END-PERFORM
               CLOSE STCD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0400-LOAD-RETENTION-RULES.
           OPEN INPUT RETRULES-FILE
           IF WS-RETRULES-STATUS = "35"
               SET WS-RETRULES-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RETRULES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           PERFORM 0450-LOAD-ONE-RETENTION-RULE
                   END-READ
               END-PERFORM
               CLOSE RETRULES-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0450-LOAD-ONE-RETENTION-RULE.
           IF RETRUL-RETAIN-DAYS IS NOT NUMERIC
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RETRULES " RETRUL-FILE-ID
                   " HAS A NON-NUMERIC RETENTION PERIOD"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               IF WS-RETRUL-COUNT >= 20
                   DISPLAY "CFGCHK: RETRULES has more than 20 "
                       "entries - increase WS-RETRUL-ENTRY OCCURS in "
                       "RETRULTB.cpy and recompile."
                   CLOSE RETRULES-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-RETRUL-IDX TO WS-RETRUL-COUNT
               SET WS-RETRUL-IDX UP BY 1
               MOVE RETRUL-FILE-ID TO
                   WS-RETRUL-FILE-ID(WS-RETRUL-IDX)
               MOVE RETRUL-RETAIN-DAYS TO
                   WS-RETRUL-DAYS(WS-RETRUL-IDX)
               SET WS-RETRUL-COUNT TO WS-RETRUL-IDX
           END-IF.

      *    A window with no JOBDEPRL gates nothing, which WINCTRL
      *    already reports - nothing to check here.
       0500-LOAD-DEPENDENCY-RULES.
           OPEN INPUT DEPRULES-FILE
           IF WS-DEPRULES-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF
                   READ DEPRULES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           IF WS-JDEP-COUNT >= 100
                               DISPLAY "CFGCHK: JOBDEPRL has more "
                                   "than 100 entries - increase "
                                   "WS-JDEP-ENTRY OCCURS in "
                                   "JOBDEPTB.cpy and recompile."
                               CLOSE DEPRULES-FILE
                               PERFORM 9800-ABORT-RUN
                           END-IF
                           SET WS-JDEP-IDX TO WS-JDEP-COUNT
                           SET WS-JDEP-IDX UP BY 1
                           MOVE JOBDEP-STEP-NAME TO
                               WS-JDEP-STEP-NAME(WS-JDEP-IDX)
                           MOVE JOBDEP-PRED-NAME TO
                               WS-JDEP-PRED-NAME(WS-JDEP-IDX)
                           IF JOBDEP-MAX-RC IS NUMERIC
                               MOVE JOBDEP-MAX-RC TO
                                   WS-JDEP-MAX-RC(WS-JDEP-IDX)
                           ELSE
                               MOVE SPACES TO WS-FINDING-TEXT
                               STRING "JOBDEPRL " JOBDEP-STEP-NAME
                                   " AFTER " JOBDEP-PRED-NAME
                                   " HAS A NON-NUMERIC MAXIMUM RC"
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-TEXT
                               PERFORM 8000-REPORT-ERROR
                               MOVE ZERO TO
                                   WS-JDEP-MAX-RC(WS-JDEP-IDX)
                           END-IF
                           SET WS-JDEP-COUNT TO WS-JDEP-IDX
                   END-READ
               END-PERFORM
               CLOSE DEPRULES-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    Positions are relative to GEN-BUFFER-DATA - the record
      *    after the 8-byte key and 8-byte feed name - which is how
      *    FLDDEFMST START-POS counts them.
       0600-BUILD-GENREC-LAYOUT.
           COMPUTE WS-BUFFER-LENGTH = FUNCTION LENGTH(GEN-RECORD)
               - FUNCTION LENGTH(GEN-REC-KEY)
               - FUNCTION LENGTH(GEN-FEED-NAME)
           MOVE 1 TO WS-GLY-NEXT-POS
           MOVE "CUSTOMER-NAME" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-CUSTOMER-NAME) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "ADDRESS-LINE-1" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-ADDRESS-LINE-1) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "ADDRESS-LINE-2" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-ADDRESS-LINE-2) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "CITY" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-CITY) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "STATE" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-STATE) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "ZIP" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-ZIP) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "PHONE" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-PHONE) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "EMAIL" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-EMAIL) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "ACCOUNT-NO" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-ACCOUNT-NO) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "REF-CODE" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-REF-CODE) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "COMMENT-1" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-COMMENT-1) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "COMMENT-2" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-COMMENT-2) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD
           MOVE "NOTES" TO WS-GLY-NAME
           MOVE FUNCTION LENGTH(GEN-NOTES) TO WS-GLY-SIZE
           PERFORM 0650-ADD-GENREC-FIELD.

       0650-ADD-GENREC-FIELD.
           ADD 1 TO WS-GLY-COUNT
           MOVE WS-GLY-NAME     TO WS-GLY-FIELD-NAME(WS-GLY-COUNT)
           MOVE WS-GLY-NEXT-POS TO WS-GLY-START-POS(WS-GLY-COUNT)
           MOVE WS-GLY-SIZE     TO WS-GLY-LENGTH(WS-GLY-COUNT)
           ADD WS-GLY-SIZE TO WS-GLY-NEXT-POS.

      *    A calendar row whose date is not a real date, or whose day
      *    type is neither H nor W, is silently skipped by every
      *    program that loads the calendar, so it is an error here
      *    and stays out of the table the later checks walk.
       0700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMM-ROWS-CHECKED
                           PERFORM 0750-LOAD-ONE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0750-LOAD-ONE-CALENDAR-ROW.
           MOVE "Y" TO WS-FOUND-SWITCH
           IF BUSCL-DATE IS NOT NUMERIC
               MOVE "N" TO WS-FOUND-SWITCH
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(BUSCL-DATE) NOT = 0
                   MOVE "N" TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF NOT WS-FOUND
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "BUSCLMST ROW '" BUSCL-DATE
                   "' IS NOT A VALID DATE - ROW IGNORED"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               IF NOT BUSCL-IS-HOLIDAY AND NOT BUSCL-IS-WORKDAY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "BUSCLMST " BUSCL-DATE
                       " HAS UNKNOWN DAY TYPE '" BUSCL-DAY-TYPE
                       "' - MUST BE H OR W"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   IF WS-BUSCL-COUNT >= 1000
                       DISPLAY "CFGCHK: BUSCLMST has more than 1000 "
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
                   SET WS-BUSCL-COUNT TO WS-BUSCL-IDX
               END-IF
           END-IF.

      *    Each limit version is judged against the physical target
      *    it is moved into.  A field with no known target is only a
      *    warning - its limit is enforced by the length check alone
      *    and nothing gets chopped.
       1000-CHECK-FLDMX-LIMITS.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-FLDMX-COUNT
               PERFORM 1100-CHECK-ONE-FLDMX-LIMIT
           END-PERFORM.

       1100-CHECK-ONE-FLDMX-LIMIT.
           MOVE WS-FLDMX-EFF-DATE(WS-SUB-1) TO WS-EDIT-DATE
           MOVE WS-FLDMX-MAX-LENGTH(WS-SUB-1) TO WS-EDIT-LENGTH

           IF WS-EDIT-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDMXMST "
                   FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                   " EFFECTIVE DATE " WS-EDIT-DATE
                   " IS NOT A CALENDAR DATE"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           IF WS-FLDMX-MAX-LENGTH(WS-SUB-1) = ZERO
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDMXMST "
                   FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                   " EFF " WS-EDIT-DATE
                   " MAX LENGTH IS ZERO - EVERY VALUE WOULD FAIL"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-TGT-COUNT OR WS-FOUND
               IF WS-TGT-FIELD-ID(WS-SUB-2) =
                   WS-FLDMX-FIELD-ID(WS-SUB-1)
                   SET WS-FOUND TO TRUE
                   IF WS-FLDMX-MAX-LENGTH(WS-SUB-1) >
                       WS-TGT-SIZE(WS-SUB-2)
                       MOVE WS-TGT-SIZE(WS-SUB-2) TO WS-EDIT-LENGTH-2
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "FLDMXMST "
                           FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                           " EFF " WS-EDIT-DATE
                           " MAX" WS-EDIT-LENGTH
                           " EXCEEDS" WS-EDIT-LENGTH-2
                           "-BYTE " WS-TGT-PROGRAM(WS-SUB-2)
                           " TARGET"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-FOUND
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDMXMST "
                   FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                   " EFF " WS-EDIT-DATE
                   " HAS NO KNOWN MOVE TARGET TO CHECK"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8100-REPORT-WARNING
           END-IF.

      *    Every FLDDEFMST row, in force or not, must fit the buffer
      *    and one GENREC field, and must not promise a target wider
      *    than the field it checks.  Overlaps are judged per as-of
      *    date below - two versions of the same field replace each
      *    other and never overlap.
       2000-CHECK-FLDDEF-LAYOUT.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-FDR-COUNT
               PERFORM 2100-CHECK-ONE-FLDDEF-ROW
           END-PERFORM

           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-FDR-COUNT
               PERFORM 2300-CHECK-OVERLAPS-AS-OF-ROW
           END-PERFORM.

       2100-CHECK-ONE-FLDDEF-ROW.
           MOVE WS-FDR-EFF-DATE(WS-SUB-1) TO WS-EDIT-DATE
           MOVE WS-FDR-START-POS(WS-SUB-1) TO WS-EDIT-LENGTH
           MOVE WS-FDR-LENGTH(WS-SUB-1) TO WS-EDIT-LENGTH-2
           MOVE WS-FDR-MAX-LENGTH(WS-SUB-1) TO WS-EDIT-LENGTH-3
           COMPUTE WS-END-POS-1 = WS-FDR-START-POS(WS-SUB-1)
               + WS-FDR-LENGTH(WS-SUB-1) - 1

           IF WS-EDIT-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDDEFMST "
                   FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                   " EFFECTIVE DATE " WS-EDIT-DATE
                   " IS NOT A CALENDAR DATE"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           IF WS-FDR-START-POS(WS-SUB-1) < 1
               OR WS-FDR-LENGTH(WS-SUB-1) < 1
               OR WS-END-POS-1 > WS-BUFFER-LENGTH
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDDEFMST "
                   FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                   " START" WS-EDIT-LENGTH
                   " LEN" WS-EDIT-LENGTH-2
                   " RUNS OUTSIDE THE GENREC BUFFER"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM 2200-CHECK-GENREC-BOUNDARY
           END-IF

           IF WS-FDR-MAX-LENGTH(WS-SUB-1) > WS-FDR-LENGTH(WS-SUB-1)
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDDEFMST "
                   FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                   " EFF " WS-EDIT-DATE
                   " MAX" WS-EDIT-LENGTH-3
                   " > FIELD LENGTH" WS-EDIT-LENGTH-2
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           IF WS-FDR-MAX-LENGTH(WS-SUB-1) = ZERO
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FLDDEFMST "
                   FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                   " EFF " WS-EDIT-DATE
                   " MAX LENGTH IS ZERO - EVERY VALUE WOULD FAIL"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF.

      *    The row must start and end inside the same GENREC field.
      *    A row that spills into the next field judges two customer
      *    values as one and clips the wrong bytes.
       2200-CHECK-GENREC-BOUNDARY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-GLY-COUNT OR WS-FOUND
               IF WS-FDR-START-POS(WS-SUB-1) >=
                   WS-GLY-START-POS(WS-SUB-2)
                   AND WS-FDR-START-POS(WS-SUB-1) <
                       WS-GLY-START-POS(WS-SUB-2)
                       + WS-GLY-LENGTH(WS-SUB-2)
                   SET WS-FOUND TO TRUE
                   COMPUTE WS-END-POS-2 = WS-GLY-START-POS(WS-SUB-2)
                       + WS-GLY-LENGTH(WS-SUB-2) - 1
                   IF WS-END-POS-1 > WS-END-POS-2
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "FLDDEFMST "
                           FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                           " EFF " WS-EDIT-DATE
                           " RUNS PAST GENREC "
                           WS-GLY-FIELD-NAME(WS-SUB-2)
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      *    The set of rows in force changes only on a row's own
      *    effective date, so checking as of every row's date covers
      *    every set MOVCHK02 can ever load.  A pair is reported
      *    only as of the later of its two dates - the day the
      *    overlap begins - so it is reported once.
       2300-CHECK-OVERLAPS-AS-OF-ROW.
           MOVE WS-FDR-EFF-DATE(WS-SUB-1) TO WS-AS-OF-DATE
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-SUB-1
               IF WS-FDR-EFF-DATE(WS-SUB-2) = WS-AS-OF-DATE
                   MOVE "N" TO WS-FIRST-SWITCH
               END-IF
           END-PERFORM

           IF WS-FIRST-OCCURRENCE
               PERFORM 2350-MARK-ROWS-IN-FORCE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-FDR-COUNT
                   IF WS-FDR-IS-IN-FORCE(WS-SUB-2)
                       PERFORM 2400-CHECK-ONE-OVERLAP-PAIR
                   END-IF
               END-PERFORM
           END-IF.

      *    Same as-of rule MOVCHK02 applies: per field, the row with
      *    the greatest effective date at or before the as-of date.
       2350-MARK-ROWS-IN-FORCE.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-FDR-COUNT
               MOVE "N" TO WS-FDR-IN-FORCE(WS-SUB-2)
               IF WS-FDR-EFF-DATE(WS-SUB-2) <= WS-AS-OF-DATE
                   MOVE "Y" TO WS-FDR-IN-FORCE(WS-SUB-2)
                   PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-FDR-COUNT
                       IF WS-FDR-FIELD-NAME(WS-SUB-3) =
                           WS-FDR-FIELD-NAME(WS-SUB-2)
                           AND WS-FDR-EFF-DATE(WS-SUB-3) <=
                               WS-AS-OF-DATE
                           AND WS-FDR-EFF-DATE(WS-SUB-3) >
                               WS-FDR-EFF-DATE(WS-SUB-2)
                           MOVE "N" TO WS-FDR-IN-FORCE(WS-SUB-2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2400-CHECK-ONE-OVERLAP-PAIR.
           COMPUTE WS-END-POS-1 = WS-FDR-START-POS(WS-SUB-2)
               + WS-FDR-LENGTH(WS-SUB-2) - 1
           PERFORM VARYING WS-SUB-3 FROM WS-SUB-2 BY 1
               UNTIL WS-SUB-3 > WS-FDR-COUNT
               IF WS-SUB-3 NOT = WS-SUB-2
                   AND WS-FDR-IS-IN-FORCE(WS-SUB-3)
                   AND WS-FDR-FIELD-NAME(WS-SUB-3) NOT =
                       WS-FDR-FIELD-NAME(WS-SUB-2)
                   AND (WS-FDR-EFF-DATE(WS-SUB-2) = WS-AS-OF-DATE
                     OR WS-FDR-EFF-DATE(WS-SUB-3) = WS-AS-OF-DATE)
                   COMPUTE WS-END-POS-2 = WS-FDR-START-POS(WS-SUB-3)
                       + WS-FDR-LENGTH(WS-SUB-3) - 1
                   IF WS-FDR-START-POS(WS-SUB-3) <= WS-END-POS-1
                       AND WS-FDR-START-POS(WS-SUB-2) <= WS-END-POS-2
                       MOVE WS-AS-OF-DATE TO WS-EDIT-DATE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "FLDDEFMST "
                           FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-2))
                           " OVERLAPS "
                           FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-3))
                           " FROM " WS-EDIT-DATE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      *    Two versions of a field on the same effective date leave
      *    the winner to file order.  A field whose earliest version
      *    is dated leaves every older business date - a rerun, a
      *    late feed - with no version in force at all.
       3000-CHECK-EFFECTIVE-VERSIONS.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-FLDMX-COUNT
               PERFORM 3100-CHECK-FLDMX-VERSIONS
           END-PERFORM

           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-FDR-COUNT
               PERFORM 3200-CHECK-FLDDEF-VERSIONS
           END-PERFORM.

       3100-CHECK-FLDMX-VERSIONS.
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-SUB-1
               IF WS-FLDMX-FIELD-ID(WS-SUB-2) =
                   WS-FLDMX-FIELD-ID(WS-SUB-1)
                   MOVE "N" TO WS-FIRST-SWITCH
                   IF WS-FLDMX-EFF-DATE(WS-SUB-2) =
                       WS-FLDMX-EFF-DATE(WS-SUB-1)
                       MOVE WS-FLDMX-EFF-DATE(WS-SUB-1)
                           TO WS-EDIT-DATE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "FLDMXMST "
                           FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                           " HAS TWO VERSIONS EFFECTIVE "
                           WS-EDIT-DATE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FIRST-OCCURRENCE
               MOVE WS-FLDMX-EFF-DATE(WS-SUB-1) TO WS-EARLIEST-DATE
               PERFORM VARYING WS-SUB-2 FROM WS-SUB-1 BY 1
                   UNTIL WS-SUB-2 > WS-FLDMX-COUNT
                   IF WS-FLDMX-FIELD-ID(WS-SUB-2) =
                       WS-FLDMX-FIELD-ID(WS-SUB-1)
                       AND WS-FLDMX-EFF-DATE(WS-SUB-2) <
                           WS-EARLIEST-DATE
                       MOVE WS-FLDMX-EFF-DATE(WS-SUB-2)
                           TO WS-EARLIEST-DATE
                   END-IF
               END-PERFORM
               IF WS-EARLIEST-DATE > ZERO
                   MOVE WS-EARLIEST-DATE TO WS-EDIT-DATE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "FLDMXMST "
                       FUNCTION TRIM(WS-FLDMX-FIELD-ID(WS-SUB-1))
                       " HAS NO VERSION IN FORCE BEFORE "
                       WS-EDIT-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
           END-IF.

       3200-CHECK-FLDDEF-VERSIONS.
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-SUB-1
               IF WS-FDR-FIELD-NAME(WS-SUB-2) =
                   WS-FDR-FIELD-NAME(WS-SUB-1)
                   MOVE "N" TO WS-FIRST-SWITCH
                   IF WS-FDR-EFF-DATE(WS-SUB-2) =
                       WS-FDR-EFF-DATE(WS-SUB-1)
                       MOVE WS-FDR-EFF-DATE(WS-SUB-1) TO WS-EDIT-DATE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "FLDDEFMST "
                           FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                           " HAS TWO VERSIONS EFFECTIVE "
                           WS-EDIT-DATE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FIRST-OCCURRENCE
               MOVE WS-FDR-EFF-DATE(WS-SUB-1) TO WS-EARLIEST-DATE
               PERFORM VARYING WS-SUB-2 FROM WS-SUB-1 BY 1
                   UNTIL WS-SUB-2 > WS-FDR-COUNT
                   IF WS-FDR-FIELD-NAME(WS-SUB-2) =
                       WS-FDR-FIELD-NAME(WS-SUB-1)
                       AND WS-FDR-EFF-DATE(WS-SUB-2) <
                           WS-EARLIEST-DATE
                       MOVE WS-FDR-EFF-DATE(WS-SUB-2)
                           TO WS-EARLIEST-DATE
                   END-IF
               END-PERFORM
               IF WS-EARLIEST-DATE > ZERO
                   MOVE WS-EARLIEST-DATE TO WS-EDIT-DATE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "FLDDEFMST "
                       FUNCTION TRIM(WS-FDR-FIELD-NAME(WS-SUB-1))
                       " HAS NO VERSION IN FORCE BEFORE "
                       WS-EDIT-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
           END-IF.

      *    The validator's lookup takes the first matching code, so a
      *    repeated code is harmless only when both rows agree.
       4000-CHECK-STATE-CODES.
           IF WS-STCD-MISSING
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 > WS-FDR-COUNT
                   IF WS-FDR-EDIT-RULE(WS-SUB-1) = "S"
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE "STCDMST NOT FOUND - NEEDED BY STATE EDIT"
                       TO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF

           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-STCD-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 >= WS-SUB-1
                   IF WS-STCD-CODE(WS-SUB-2) = WS-STCD-CODE(WS-SUB-1)
                       MOVE SPACES TO WS-FINDING-TEXT
                       IF WS-STCD-NAME(WS-SUB-2) =
                           WS-STCD-NAME(WS-SUB-1)
                           STRING "STCDMST CODE "
                               WS-STCD-CODE(WS-SUB-1)
                               " IS LISTED TWICE"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 8100-REPORT-WARNING
                       ELSE
                           STRING "STCDMST CODE "
                               WS-STCD-CODE(WS-SUB-1)
                               " IS LISTED TWICE WITH DIFFERENT NAMES"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 8000-REPORT-ERROR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    A trail with no rule is left untouched by RETPURGE and
      *    grows without limit; a rule naming a file RETPURGE does
      *    not split is usually a typo for one it does.
       5000-CHECK-RETENTION-RULES.
           IF WS-RETRULES-MISSING
               MOVE "RETRULES NOT FOUND - NO TRAIL FILE IS ARCHIVED"
                   TO WS-FINDING-TEXT
               PERFORM 8100-REPORT-WARNING
           ELSE
               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 > WS-TRAIL-FILE-COUNT
                   PERFORM 5100-CHECK-ONE-TRAIL-RULE
               END-PERFORM

               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 > WS-RETRUL-COUNT
                   PERFORM 5200-CHECK-ONE-RULE-TARGET
               END-PERFORM
           END-IF.

       5100-CHECK-ONE-TRAIL-RULE.
           MOVE WS-TRAIL-FILE-ID(WS-SUB-1) TO WS-LOOKUP-NAME
           PERFORM 5150-FIND-RETENTION-RULE
           IF NOT WS-FOUND AND WS-LOOKUP-NAME = "MOVCHKSF"
               MOVE "MOVCHKSU" TO WS-LOOKUP-NAME
               PERFORM 5150-FIND-RETENTION-RULE
           END-IF
           IF NOT WS-FOUND
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RETRULES HAS NO RULE FOR "
                   WS-TRAIL-FILE-ID(WS-SUB-1)
                   " - IT IS NEVER ARCHIVED"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8100-REPORT-WARNING
           END-IF.

       5150-FIND-RETENTION-RULE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-RETRUL-COUNT OR WS-FOUND
               IF WS-RETRUL-FILE-ID(WS-SUB-2) = WS-LOOKUP-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       5200-CHECK-ONE-RULE-TARGET.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-TRAIL-FILE-COUNT OR WS-FOUND
               IF WS-TRAIL-FILE-ID(WS-SUB-2) =
                   WS-RETRUL-FILE-ID(WS-SUB-1)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RETRULES RULE FOR " WS-RETRUL-FILE-ID(WS-SUB-1)
                   " NAMES NO TRAIL FILE RETPURGE SPLITS"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8100-REPORT-WARNING
           END-IF

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-SUB-1
               IF WS-RETRUL-FILE-ID(WS-SUB-2) =
                   WS-RETRUL-FILE-ID(WS-SUB-1)
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "RETRULES HAS TWO RULES FOR "
                       WS-RETRUL-FILE-ID(WS-SUB-1)
                       " - ONLY THE FIRST IS USED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
           END-PERFORM.

      *    A rule naming a program that does not exist never sees
      *    its predecessor run, so WINCTRL would hold the step every
      *    night - or, on the step side, gate nothing at all.
       6000-CHECK-JOB-DEPENDENCIES.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-JDEP-COUNT
               MOVE WS-JDEP-STEP-NAME(WS-SUB-1) TO WS-LOOKUP-NAME
               PERFORM 6100-FIND-KNOWN-PROGRAM
               IF NOT WS-FOUND
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "JOBDEPRL STEP " WS-LOOKUP-NAME
                       " IS NOT A PROGRAM OF THE SUITE"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF

               MOVE WS-JDEP-PRED-NAME(WS-SUB-1) TO WS-LOOKUP-NAME
               PERFORM 6100-FIND-KNOWN-PROGRAM
               IF NOT WS-FOUND
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "JOBDEPRL STEP " WS-JDEP-STEP-NAME(WS-SUB-1)
                       " WAITS ON " WS-LOOKUP-NAME
                       " - NOT A PROGRAM OF THE SUITE"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF

               IF WS-JDEP-STEP-NAME(WS-SUB-1) =
                   WS-JDEP-PRED-NAME(WS-SUB-1)
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "JOBDEPRL STEP " WS-JDEP-STEP-NAME(WS-SUB-1)
                       " WAITS ON ITSELF"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-PERFORM.

       6100-FIND-KNOWN-PROGRAM.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-KNOWN-PROGRAM-COUNT OR WS-FOUND
               IF WS-KNOWN-PROGRAM(WS-SUB-2) = WS-LOOKUP-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    Without the calendar MOVCHK01 and SCANPRE accept a feed
      *    dated on a holiday and SUSFIX, TKTRECON and REJTRACK age
      *    work across it, so a missing calendar is an error.  The
      *    programs take the first row they find for a date, so a
      *    repeated date is harmless only when both rows agree.  A
      *    holiday on a weekend or a working day on a weekday changes
      *    nothing and is usually a mistyped date.  And a calendar
      *    with no holiday in the coming year has most likely not
      *    been maintained.
       6500-CHECK-CALENDAR.
           IF WS-BUSCL-MISSING
               MOVE "BUSCLMST NOT FOUND - NO HOLIDAYS ARE KNOWN"
                   TO WS-FINDING-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-BUSCL-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 >= WS-SUB-1
                   IF WS-BUSCL-DAY-DATE(WS-SUB-2) =
                       WS-BUSCL-DAY-DATE(WS-SUB-1)
                       MOVE SPACES TO WS-FINDING-TEXT
                       IF WS-BUSCL-DAY-TYPE(WS-SUB-2) =
                           WS-BUSCL-DAY-TYPE(WS-SUB-1)
                           STRING "BUSCLMST DATE "
                               WS-BUSCL-DAY-DATE(WS-SUB-1)
                               " IS LISTED TWICE"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 8100-REPORT-WARNING
                       ELSE
                           STRING "BUSCLMST DATE "
                               WS-BUSCL-DAY-DATE(WS-SUB-1)
                               " IS LISTED TWICE WITH DIFFERENT TYPES"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 8000-REPORT-ERROR
                       END-IF
                   END-IF
               END-PERFORM

               DIVIDE WS-BUSCL-DAY-INTEGER(WS-SUB-1) BY 7
                   GIVING WS-BUSCL-WEEKS
                   REMAINDER WS-BUSCL-WEEKDAY
               IF WS-BUSCL-DAY-HOLIDAY(WS-SUB-1)
                   AND NOT WS-BUSCL-ON-WEEKDAY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "BUSCLMST " WS-BUSCL-DAY-DATE(WS-SUB-1)
                       " IS A HOLIDAY ON A WEEKEND - ROW HAS NO EFFECT"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
               IF WS-BUSCL-DAY-WORKDAY(WS-SUB-1)
                   AND WS-BUSCL-ON-WEEKDAY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "BUSCLMST " WS-BUSCL-DAY-DATE(WS-SUB-1)
                       " IS A WORKING DAY ON A WEEKDAY - ROW HAS NO "
                       "EFFECT"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
           END-PERFORM

           IF NOT WS-BUSCL-MISSING
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSCL-DATE
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSCL-DATE)
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                   UNTIL WS-SUB-1 > WS-BUSCL-COUNT
                   IF WS-BUSCL-DAY-HOLIDAY(WS-SUB-1)
                       AND WS-BUSCL-DAY-INTEGER(WS-SUB-1)
                           > WS-TODAY-INTEGER
                       AND WS-BUSCL-DAY-INTEGER(WS-SUB-1)
                           <= WS-TODAY-INTEGER + 365
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "BUSCLMST HAS NO HOLIDAY IN THE NEXT 365 "
                       "DAYS - LOAD NEXT YEAR'S HOLIDAYS"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 8100-REPORT-WARNING
               END-IF
           END-IF.

       7000-WRITE-CHECK-TOTALS.
           IF WS-SUMM-ERRORS = ZERO AND WS-SUMM-WARNINGS = ZERO
               MOVE "NO FINDINGS - CONFIGURATION IS CONSISTENT"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           MOVE WS-SUMM-ROWS-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROL ROWS CHECKED....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-SUMM-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFIGURATION ERRORS....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-SUMM-WARNINGS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFIGURATION WARNINGS..: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       8000-REPORT-ERROR.
           ADD 1 TO WS-SUMM-ERRORS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ERROR   " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           DISPLAY "CFGCHK: ERROR - " FUNCTION TRIM(WS-FINDING-TEXT).

       8100-REPORT-WARNING.
           ADD 1 TO WS-SUMM-WARNINGS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARNING " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           DISPLAY "CFGCHK: WARNING - "
               FUNCTION TRIM(WS-FINDING-TEXT).

      *    Grades the run for the scheduler: any error means the
      *    window would run on a broken configuration - the config
      *    error grade, which WINCTRL holds the whole window on.
      *    Warnings alone let the window proceed.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-SUMM-ERRORS > 0
                   MOVE "ERROR"    TO WS-RUN-OUTCOME
                   MOVE 12         TO WS-RETURN-CODE
                   DISPLAY "CFGCHK: CONFIGURATION ERRORS FOUND - "
                       "holding the window."
               WHEN WS-SUMM-WARNINGS > 0
                   MOVE "WARNINGS" TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "CFGCHK"             TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-ROWS-CHECKED TO JOBST-RECORDS-READ
           ADD WS-SUMM-ERRORS WS-SUMM-WARNINGS
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
           CLOSE CONFIG-REPORT-FILE
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       END PROGRAM CFGCHK.
