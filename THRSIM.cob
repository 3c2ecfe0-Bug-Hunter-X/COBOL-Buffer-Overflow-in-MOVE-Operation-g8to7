      *****************************************************************
      *  PROGRAM-ID.  THRSIM
      *
      *  Threshold what-if simulator for the maker-checker approver.
      *  APPRVLST shows each pending threshold change as an old and
      *  a new limit; this program shows what the change would DO.
      *  The pending THRTRANS transactions - and, as a second
      *  scenario, the draft raises AUDHIST wrote to THRREVW - are
      *  laid over the FLDMXMST versions exactly as THRMAINT would
      *  apply them, and the records already judged are judged
      *  again against the limits that would then be in force:
      *
      *      PARM 1 "A" (default) - the MOVCHKAU audit trail for a
      *                  business-date range, plus the AUDHSMST
      *                  history for nights whose audit records have
      *                  been archived away
      *      PARM 1 "I" - a staged MOVCHKIN feed, judged the way
      *                  MOVCHK01 would judge it in reject mode
      *
      *  Per field and feed the SIMRPT report counts the records
      *  that would flip FAIL to PASS, PASS to FAIL, and WARN to
      *  PASS, and lists every OVER record sitting in the MOVCHKSU
      *  suspense backlog that the new limit would clear.  A
      *  scenario that turns a PASS into a FAIL grades the run RC 4
      *  so a tightening never reaches the approver unnoticed.
      *
      *  AUDHSMST carries only a per-night peak and FAIL/WARN count,
      *  not the records behind them, so its figures are bounds: a
      *  night whose peak fits the new limit clears UP TO its FAIL
      *  and WARN counts (FAIL counts include key-sequence rejects
      *  no limit clears), and a night whose peak passed then but
      *  would not now is counted as a night at risk.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  Staged-feed replay judges AREA1 in the unit its
      *              FLDMXMST encoding column names, as MOVCHK01
      *              does; a value MOVCHK01 would reject whatever
      *              the limit (malformed UTF-8, or too many bytes
      *              for the move target) cannot flip either way.
      *  2026-10-15  The audit-trail replay and the suspense backlog
      *              apply the same guards: a row whose bytes do not
      *              fit the move target never clears, nor does a
      *              FAIL whose MOVCHKSU pair carries a reason other
      *              than OVER (UTF8, DUPK, SEQB).
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRSIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "THRTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "THRREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT FLDMX-FILE ASSIGN TO "FLDMXMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDMX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "MOVCHKAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "AUDHSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT IN-FILE ASSIGN TO "MOVCHKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "MOVCHKSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY THRTRNRC.

       FD  REVIEW-FILE.
           COPY THRTRNRC REPLACING LEADING ==THRTRN== BY ==THRRVW==.

       FD  FLDMX-FILE.
           COPY FLDMXREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  HISTORY-FILE.
           COPY AUDHSREC.

       FD  IN-FILE.
           COPY INPREC.

       FD  SUSPENSE-FILE.
           COPY SUSREC.

       FD  SIM-REPORT-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-TRANS-STATUS             PIC XX.
       01  WS-REVIEW-STATUS            PIC XX.
       01  WS-FLDMX-STATUS             PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-INPUT-STATUS             PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.

       01  WS-SIM-SOURCE               PIC X     VALUE "A".
           88  WS-SOURCE-AUDIT         VALUE "A".
           88  WS-SOURCE-STAGED        VALUE "I".
       01  WS-FROM-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8)  VALUE ZERO.
       01  WS-WINDOW-DAYS              PIC 9(4) COMP VALUE 7.
       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(8).

       01  WS-SCENARIO-FILE            PIC X(8).
       01  WS-SCENARIO-TITLE           PIC X(40).
       01  WS-SCENARIO-FOUND-SWITCH    PIC X     VALUE "N".
           88  WS-SCENARIO-FOUND       VALUE "Y".

       01  WS-ASOF-FIELD-ID            PIC X(8).
       01  WS-ASOF-DATE                PIC 9(8).
       01  WS-BASE-LIMIT               PIC 9(4) COMP.
       01  WS-SIM-LIMIT                PIC 9(4) COMP.
       01  WS-ASOF-BEST-DATE           PIC 9(8) COMP.
       01  WS-TRN-SUB                  PIC 9(4) COMP.
       01  WS-ASOF-HIT-SWITCH          PIC X.
           88  WS-ASOF-HIT             VALUE "Y".
       01  WS-IN-SCOPE-SWITCH          PIC X.
           88  WS-FIELD-IN-SCOPE       VALUE "Y".
       01  WS-SIM-FIELD-ID             PIC X(8).
       01  WS-SIM-FEED-NAME            PIC X(8).
       01  WS-SIM-FOUND-SWITCH         PIC X.
           88  WS-SIM-FOUND            VALUE "Y".
       01  WS-NIGHT-FOUND-SWITCH       PIC X.
           88  WS-NIGHT-FOUND          VALUE "Y".
       01  WS-NIGHT-DATE               PIC 9(8).
       01  WS-SCENARIO-SUS-CLEARED     PIC 9(8) COMP.
       01  WS-STAGED-LENGTH            PIC 9(4) COMP.
       01  WS-STAGED-AREA              PIC X(150).
       01  WS-FIELD-ENCODING           PIC X     VALUE SPACE.
           88  WS-FIELD-UTF8           VALUE "U" "C".
           88  WS-FIELD-IN-CHARS       VALUE "C".
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
       01  WS-FEED-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
       01  WS-HEADER-FEED-NAME         PIC X(8)  VALUE SPACES.
       01  WS-SUSPENSE-OPEN-SWITCH     PIC X     VALUE "N".
           88  WS-SUSPENSE-OPEN        VALUE "Y".
       01  WS-PAIR-DONE-SWITCH         PIC X     VALUE "N".
           88  WS-PAIR-DONE            VALUE "Y".
       01  WS-FIXED-FAIL-SWITCH        PIC X     VALUE "N".
           88  WS-FIXED-FAIL           VALUE "Y".

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-SCENARIOS       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SIMULATED       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-FAIL-TO-PASS    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-PASS-TO-FAIL    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-WARN-TO-PASS    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-NIGHTS-AT-RISK  PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SUS-CLEARED     PIC 9(8) COMP VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZZ,ZZ9.
       01  WS-EDIT-COUNT-3             PIC ZZZZ,ZZ9.
       01  WS-EDIT-COUNT-4             PIC ZZZZ,ZZ9.
       01  WS-EDIT-COUNT-5             PIC ZZZZ,ZZ9.
       01  WS-EDIT-LENGTH              PIC ZZZ9.
       01  WS-EDIT-LENGTH-2            PIC ZZZ9.
       01  WS-EDIT-LENGTH-3            PIC ZZZ9.

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

      *    Per field and feed flip counts for the scenario being
      *    simulated.  The HIST columns come from AUDHSMST nights
      *    and are bounds, not record counts - see the header.
       01  WS-SIM-TABLE.
           05  WS-SIM-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-SIM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SIM-IDX.
               10  WS-SIM-ENT-FIELD-ID PIC X(8).
               10  WS-SIM-ENT-FEED     PIC X(8).
               10  WS-SIM-CHECKED      PIC 9(8) COMP.
               10  WS-SIM-FAIL-PASS    PIC 9(8) COMP.
               10  WS-SIM-PASS-FAIL    PIC 9(8) COMP.
               10  WS-SIM-WARN-PASS    PIC 9(8) COMP.
               10  WS-SIM-SUS-CLEAR    PIC 9(8) COMP.
               10  WS-SIM-HIST-NIGHTS  PIC 9(8) COMP.
               10  WS-SIM-HIST-FAIL    PIC 9(8) COMP.
               10  WS-SIM-HIST-WARN    PIC 9(8) COMP.
               10  WS-SIM-HIST-RISK    PIC 9(8) COMP.

      *    Run date / field / feed nights the live audit trail
      *    covered, so the same night is not counted a second time
      *    from its AUDHSMST consolidation.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-NIGHT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-NIGHT-IDX.
               10  WS-NIGHT-ENT-DATE   PIC 9(8).
               10  WS-NIGHT-ENT-FIELD  PIC X(8).
               10  WS-NIGHT-ENT-FEED   PIC X(8).

           COPY FEEDCTRC.

           COPY FLDMXTAB.

           COPY THRTRNTB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS
           PERFORM 0100-LOAD-FLDMX-TABLE

           OPEN OUTPUT SIM-REPORT-FILE
           MOVE "THRSIM - THRESHOLD WHAT-IF SIMULATION" TO
               WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           PERFORM 0600-WRITE-SOURCE-LINE

           MOVE "THRTRANS" TO WS-SCENARIO-FILE
           MOVE "PENDING THRESHOLD CHANGES (THRTRANS)"
               TO WS-SCENARIO-TITLE
           PERFORM 1000-SIMULATE-SCENARIO

           MOVE "THRREVW" TO WS-SCENARIO-FILE
           MOVE "AUDHIST DRAFT RAISES (THRREVW)"
               TO WS-SCENARIO-TITLE
           PERFORM 1000-SIMULATE-SCENARIO

           PERFORM 7000-WRITE-SIMULATION-TOTALS
           CLOSE SIM-REPORT-FILE

           DISPLAY "THRSIM: scenarios simulated: " WS-SUMM-SCENARIOS
           DISPLAY "THRSIM: records re-judged: " WS-SUMM-SIMULATED
           DISPLAY "THRSIM: records FAIL to PASS: "
               WS-SUMM-FAIL-TO-PASS
           DISPLAY "THRSIM: records PASS to FAIL: "
               WS-SUMM-PASS-TO-FAIL
           DISPLAY "THRSIM: suspense records that would clear: "
               WS-SUMM-SUS-CLEARED

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
           MOVE "THRSIM"             TO JOBST-PROGRAM-ID
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

      *    Positional PARMs: 1 = what to replay against - "A" (the
      *    default) the MOVCHKAU audit trail and AUDHSMST history,
      *    "I" the feed staged on MOVCHKIN; 2 and 3 = the first and
      *    last business date of the audit range (YYYYMMDD).  The
      *    range defaults to the seven days ending today, the same
      *    week AUDHIST reports on.  A date that is supplied but is
      *    not a real date stops the run rather than silently
      *    simulating the wrong week.
       0050-GET-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TO-DATE
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - WS-WINDOW-DAYS + 1)

           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE(1:1) = "I"
               MOVE "I" TO WS-SIM-SOURCE
           END-IF

           MOVE 2 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM 0060-CHECK-DATE-ARGUMENT
               MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FROM-DATE
           END-IF

           MOVE 3 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM 0060-CHECK-DATE-ARGUMENT
               MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "THRSIM: business-date range " WS-FROM-DATE
                   " - " WS-TO-DATE " runs backwards - supply the "
                   "earlier date first."
               PERFORM 9800-ABORT-RUN
           END-IF.

       0060-CHECK-DATE-ARGUMENT.
           IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VALUE)) NOT = 8
               DISPLAY "THRSIM: date argument '"
                   FUNCTION TRIM(WS-ARG-VALUE)
                   "' is not a YYYYMMDD date - run refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-ARG-VALUE)) NOT = ZERO
               DISPLAY "THRSIM: date argument '"
                   FUNCTION TRIM(WS-ARG-VALUE)
                   "' is not a valid calendar date - run refused."
               PERFORM 9800-ABORT-RUN
           END-IF.

       0100-LOAD-FLDMX-TABLE.
           OPEN INPUT FLDMX-FILE
           IF WS-FLDMX-STATUS = "35"
               DISPLAY "THRSIM: FLDMXMST not found - nothing to "
                   "simulate against."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ FLDMX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-FLDMX-COUNT >= 200
                           DISPLAY "THRSIM: FLDMXMST has more than "
                               "200 entries - increase WS-FLDMX-ENTRY "
                               "OCCURS in FLDMXTAB.cpy and recompile."
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
               END-READ
           END-PERFORM
           CLOSE FLDMX-FILE
           MOVE "N" TO WS-EOF-SWITCH.

       0600-WRITE-SOURCE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SOURCE-STAGED
               MOVE "REPLAYED AGAINST: STAGED MOVCHKIN FEED" TO
                   WS-REPORT-LINE
           ELSE
               STRING "REPLAYED AGAINST: MOVCHKAU + AUDHSMST, "
                   "BUSINESS DATES " WS-FROM-DATE " - " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE.

      *    One scenario: load its transactions, re-judge the chosen
      *    records and the suspense backlog against the limits the
      *    transactions would put in force, and report the flips.
      *    A scenario file that is missing or empty just says so.
       1000-SIMULATE-SCENARIO.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SCENARIO: " WS-SCENARIO-TITLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM 1100-LOAD-SCENARIO
           IF WS-THRTRN-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NONE - NO TRANSACTIONS ON "
                   WS-SCENARIO-FILE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-SUMM-SCENARIOS
               PERFORM 1300-LIST-SCENARIO-CHANGES
               MOVE ZERO TO WS-SIM-COUNT
               MOVE ZERO TO WS-NIGHT-COUNT
               IF WS-SOURCE-STAGED
                   PERFORM 3000-REPLAY-STAGED-FEED
               ELSE
                   PERFORM 2000-REPLAY-AUDIT-TRAIL
                   PERFORM 2500-REPLAY-AUDIT-HISTORY
               END-IF
               PERFORM 4000-REPLAY-SUSPENSE-BACKLOG
               PERFORM 6000-WRITE-FLIP-TABLE
           END-IF.

      *    THRTRANS and THRREVW share the THRTRNRC layout, so either
      *    loads the same pending-transaction table THRMAINT uses.
       1100-LOAD-SCENARIO.
           MOVE ZERO TO WS-THRTRN-COUNT
           IF WS-SCENARIO-FILE = "THRTRANS"
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS = "35"
                   DISPLAY "THRSIM: THRTRANS not found - no pending "
                       "threshold changes."
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ TRANS-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1150-LOAD-ONE-TRANSACTION
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
               END-IF
           ELSE
               OPEN INPUT REVIEW-FILE
               IF WS-REVIEW-STATUS = "35"
                   DISPLAY "THRSIM: THRREVW not found - no draft "
                       "raises."
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ REVIEW-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE THRRVW-RECORD TO THRTRN-RECORD
                               PERFORM 1150-LOAD-ONE-TRANSACTION
                       END-READ
                   END-PERFORM
                   CLOSE REVIEW-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1150-LOAD-ONE-TRANSACTION.
           IF THRTRN-EFF-DATE IS NOT NUMERIC
               OR THRTRN-NEW-MAX-LENGTH IS NOT NUMERIC
               DISPLAY "THRSIM: " WS-SCENARIO-FILE " transaction for "
                   THRTRN-FIELD-ID " is not numeric - skipped."
           ELSE
               IF WS-THRTRN-COUNT >= 50
                   DISPLAY "THRSIM: " WS-SCENARIO-FILE " has more "
                       "than 50 entries - increase WS-THRTRN-ENTRY "
                       "OCCURS in THRTRNTB.cpy and recompile."
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-THRTRN-IDX TO WS-THRTRN-COUNT
               SET WS-THRTRN-IDX UP BY 1
               MOVE THRTRN-FIELD-ID
                   TO WS-THRTRN-FIELD-ID(WS-THRTRN-IDX)
               MOVE THRTRN-EFF-DATE
                   TO WS-THRTRN-EFF-DATE(WS-THRTRN-IDX)
               MOVE THRTRN-NEW-MAX-LENGTH
                   TO WS-THRTRN-NEW-MAXLEN(WS-THRTRN-IDX)
               MOVE THRTRN-CHANGED-BY
                   TO WS-THRTRN-CHANGED-BY(WS-THRTRN-IDX)
               MOVE "N" TO WS-THRTRN-APPLIED(WS-THRTRN-IDX)
               SET WS-THRTRN-COUNT TO WS-THRTRN-IDX
           END-IF.

      *    The changes being simulated, old limit against new, so
      *    the figures below read against the same lines APPRVLST
      *    shows the approver.
       1300-LIST-SCENARIO-CHANGES.
           PERFORM VARYING WS-THRTRN-IDX FROM 1 BY 1
               UNTIL WS-THRTRN-IDX > WS-THRTRN-COUNT
               MOVE WS-THRTRN-FIELD-ID(WS-THRTRN-IDX)
                   TO WS-ASOF-FIELD-ID
               MOVE WS-THRTRN-EFF-DATE(WS-THRTRN-IDX)
                   TO WS-ASOF-DATE
               PERFORM 5000-RESOLVE-LIMITS
               MOVE WS-BASE-LIMIT TO WS-EDIT-LENGTH
               MOVE WS-THRTRN-NEW-MAXLEN(WS-THRTRN-IDX)
                   TO WS-EDIT-LENGTH-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  FIELD " WS-THRTRN-FIELD-ID(WS-THRTRN-IDX)
                   " EFF " WS-ASOF-DATE
                   " OLD=" WS-EDIT-LENGTH
                   " NEW=" WS-EDIT-LENGTH-2
                   " KEYED BY " WS-THRTRN-CHANGED-BY(WS-THRTRN-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.

      *    The live audit trail, record by record.  Only the three
      *    length outcomes can flip: a FAIL whose source fitted the
      *    target it was judged against was a key-sequence reject
      *    (DUPK/SEQB), which no limit changes.
       2000-REPLAY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "THRSIM: MOVCHKAU not found - replaying the "
                   "AUDHSMST history only."
           ELSE
               MOVE "N" TO WS-SUSPENSE-OPEN-SWITCH
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS = "00"
                   SET WS-SUSPENSE-OPEN TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUD-BUSINESS-DATE IS NUMERIC
                               AND AUD-BUSINESS-DATE >= WS-FROM-DATE
                               AND AUD-BUSINESS-DATE <= WS-TO-DATE
                               PERFORM 2100-REJUDGE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-SUSPENSE-OPEN
                   CLOSE SUSPENSE-FILE
                   MOVE "N" TO WS-SUSPENSE-OPEN-SWITCH
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    A row clears only if MOVCHK01 would pass it under the
      *    simulated limit: its bytes must still fit the WS-AREA-2
      *    target, and a FAIL must have been for length alone - see
      *    2150.
       2100-REJUDGE-AUDIT-RECORD.
           MOVE AUD-FIELD-ID      TO WS-ASOF-FIELD-ID
           MOVE AUD-BUSINESS-DATE TO WS-ASOF-DATE
           PERFORM 5000-RESOLVE-LIMITS
           IF WS-FIELD-IN-SCOPE
               PERFORM 2200-NOTE-AUDIT-NIGHT
               MOVE AUD-FIELD-ID  TO WS-SIM-FIELD-ID
               MOVE AUD-FEED-NAME TO WS-SIM-FEED-NAME
               PERFORM 5500-FIND-SIM-ENTRY
               ADD 1 TO WS-SIM-CHECKED(WS-SIM-IDX)
               ADD 1 TO WS-SUMM-SIMULATED
               MOVE "N" TO WS-FIXED-FAIL-SWITCH
               IF AUD-OUTCOME = "FAIL"
                   PERFORM 2150-FIND-FAIL-REASON
               END-IF
               EVALUATE TRUE
                   WHEN AUD-OUTCOME = "FAIL"
                       AND AUD-SOURCE-LENGTH > AUD-TARGET-LENGTH
                       AND AUD-SOURCE-LENGTH <= WS-SIM-LIMIT
                       AND AUD-BYTE-LENGTH <= WS-TARGET-BUFFER-SIZE
                       AND NOT WS-FIXED-FAIL
                       ADD 1 TO WS-SIM-FAIL-PASS(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-FAIL-TO-PASS
                   WHEN AUD-OUTCOME = "WARN"
                       AND AUD-SOURCE-LENGTH <= WS-SIM-LIMIT
                       AND AUD-BYTE-LENGTH <= WS-TARGET-BUFFER-SIZE
                       ADD 1 TO WS-SIM-WARN-PASS(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-WARN-TO-PASS
                   WHEN AUD-OUTCOME = "PASS"
                       AND AUD-SOURCE-LENGTH > WS-SIM-LIMIT
                       ADD 1 TO WS-SIM-PASS-FAIL(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-PASS-TO-FAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    The audit row carries no reason, so a FAIL's reason is
      *    taken from its MOVCHKSU pair: same feed, record key,
      *    field, business date and cycle.  The two trails stamp
      *    their own timestamps, so the pair is found by a generic
      *    read on feed + key.  A pair under any reason but OVER -
      *    UTF8 for malformed bytes, DUPK or SEQB for a key fault -
      *    fails whatever the limit.  A FAIL whose pair has since
      *    left suspense is judged on its lengths alone.
       2150-FIND-FAIL-REASON.
           IF WS-SUSPENSE-OPEN
               MOVE AUD-FEED-NAME TO SUS-FEED-NAME
               MOVE AUD-REC-KEY   TO SUS-REC-KEY
               MOVE LOW-VALUES    TO SUS-TIMESTAMP
               MOVE "N" TO WS-PAIR-DONE-SWITCH
               START SUSPENSE-FILE KEY >= SUS-KEY
                   INVALID KEY
                       SET WS-PAIR-DONE TO TRUE
               END-START
               PERFORM UNTIL WS-PAIR-DONE
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-PAIR-DONE TO TRUE
                       NOT AT END
                           IF SUS-FEED-NAME NOT = AUD-FEED-NAME
                               OR SUS-REC-KEY NOT = AUD-REC-KEY
                               SET WS-PAIR-DONE TO TRUE
                           ELSE
                               IF SUS-FIELD-ID = AUD-FIELD-ID
                                   AND SUS-BUSINESS-DATE
                                       = AUD-BUSINESS-DATE
                                   AND SUS-CYCLE-NUMBER
                                       = AUD-CYCLE-NUMBER
                                   AND SUS-REASON-CODE NOT = "OVER"
                                   SET WS-FIXED-FAIL TO TRUE
                                   SET WS-PAIR-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    AUDHSMST keys its nights by the audit write date, not the
      *    business date, so the covered night is noted the same way.
       2200-NOTE-AUDIT-NIGHT.
           IF AUD-TIMESTAMP(1:8) IS NUMERIC
               MOVE AUD-TIMESTAMP(1:8) TO WS-NIGHT-DATE
           ELSE
               MOVE ZERO TO WS-NIGHT-DATE
           END-IF
           MOVE AUD-FEED-NAME TO WS-SIM-FEED-NAME
           PERFORM 2300-FIND-AUDIT-NIGHT
           IF NOT WS-NIGHT-FOUND
               IF WS-NIGHT-COUNT >= 1000
                   DISPLAY "THRSIM: more than 1000 audit nights in "
                       "the range - increase WS-NIGHT-ENTRY OCCURS "
                       "in THRSIM and recompile."
                   CLOSE AUDIT-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-NIGHT-IDX TO WS-NIGHT-COUNT
               SET WS-NIGHT-IDX UP BY 1
               MOVE WS-NIGHT-DATE TO WS-NIGHT-ENT-DATE(WS-NIGHT-IDX)
               MOVE AUD-FIELD-ID  TO WS-NIGHT-ENT-FIELD(WS-NIGHT-IDX)
               MOVE AUD-FEED-NAME TO WS-NIGHT-ENT-FEED(WS-NIGHT-IDX)
               SET WS-NIGHT-COUNT TO WS-NIGHT-IDX
           END-IF.

       2300-FIND-AUDIT-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND-SWITCH
           SET WS-NIGHT-IDX TO 1
           PERFORM UNTIL WS-NIGHT-FOUND
               OR WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NIGHT-ENT-DATE(WS-NIGHT-IDX) = WS-NIGHT-DATE
                   AND WS-NIGHT-ENT-FIELD(WS-NIGHT-IDX)
                       = WS-ASOF-FIELD-ID
                   AND WS-NIGHT-ENT-FEED(WS-NIGHT-IDX)
                       = WS-SIM-FEED-NAME
                   SET WS-NIGHT-FOUND TO TRUE
               ELSE
                   SET WS-NIGHT-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Nights whose audit records have been archived out of the
      *    live trail survive only as AUDHSMST consolidations.  A
      *    night the live trail already covered is skipped.
       2500-REPLAY-AUDIT-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "THRSIM: AUDHSMST not found - no archived "
                   "nights to replay."
           ELSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUDHS-DATE IS NUMERIC
                               AND AUDHS-DATE >= WS-FROM-DATE
                               AND AUDHS-DATE <= WS-TO-DATE
                               PERFORM 2600-REJUDGE-HISTORY-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       2600-REJUDGE-HISTORY-NIGHT.
           MOVE AUDHS-FIELD-ID TO WS-ASOF-FIELD-ID
           MOVE AUDHS-DATE     TO WS-ASOF-DATE
           PERFORM 5000-RESOLVE-LIMITS
           IF WS-FIELD-IN-SCOPE
               MOVE AUDHS-DATE      TO WS-NIGHT-DATE
               MOVE AUDHS-FEED-NAME TO WS-SIM-FEED-NAME
               PERFORM 2300-FIND-AUDIT-NIGHT
               IF NOT WS-NIGHT-FOUND
                   PERFORM 2700-TAKE-HISTORY-NIGHT
               END-IF
           END-IF.

      *    Masters written before the outcome counts existed carry
      *    spaces there - those nights count as no FAIL or WARN.
       2700-TAKE-HISTORY-NIGHT.
           MOVE AUDHS-FIELD-ID  TO WS-SIM-FIELD-ID
           MOVE AUDHS-FEED-NAME TO WS-SIM-FEED-NAME
           PERFORM 5500-FIND-SIM-ENTRY
           ADD 1 TO WS-SIM-HIST-NIGHTS(WS-SIM-IDX)
           IF AUDHS-MAX-LENGTH IS NUMERIC
               IF AUDHS-MAX-LENGTH <= WS-SIM-LIMIT
                   IF AUDHS-FAIL-COUNT IS NUMERIC
                       ADD AUDHS-FAIL-COUNT
                           TO WS-SIM-HIST-FAIL(WS-SIM-IDX)
                   END-IF
                   IF AUDHS-WARN-COUNT IS NUMERIC
                       ADD AUDHS-WARN-COUNT
                           TO WS-SIM-HIST-WARN(WS-SIM-IDX)
                   END-IF
               ELSE
                   IF AUDHS-TARGET-LENGTH IS NUMERIC
                       AND AUDHS-MAX-LENGTH <= AUDHS-TARGET-LENGTH
                       ADD 1 TO WS-SIM-HIST-RISK(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-NIGHTS-AT-RISK
                   END-IF
               END-IF
           END-IF.

      *    A staged feed is judged the way MOVCHK01 would judge it:
      *    the AREA1 limit as-of the FEEDHDR business date, the
      *    trimmed IN-AREA-1 length, reject mode.  The header is
      *    required for the business date, exactly as MOVCHK01
      *    refuses a feed without one.
       3000-REPLAY-STAGED-FEED.
           OPEN INPUT IN-FILE
           IF WS-INPUT-STATUS = "35"
               DISPLAY "THRSIM: MOVCHKIN not found - no staged feed "
                   "to replay."
               PERFORM 9800-ABORT-RUN
           END-IF
           READ IN-FILE
               AT END
                   MOVE SPACES TO IN-RECORD
           END-READ
           MOVE IN-RECORD TO FCTL-RECORD
           IF NOT FCTL-IS-HEADER
               DISPLAY "THRSIM: first MOVCHKIN record is not a "
                   "FEEDHDR control record - no business date to "
                   "simulate as-of."
               CLOSE IN-FILE
               PERFORM 9800-ABORT-RUN
           END-IF
           MOVE FCTL-FEED-NAME     TO WS-HEADER-FEED-NAME
           MOVE FCTL-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  STAGED FEED " WS-HEADER-FEED-NAME
               " BUSINESS DATE " WS-FEED-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM UNTIL WS-EOF
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE IN-RECORD TO FCTL-RECORD
                       IF NOT FCTL-IS-HEADER AND NOT FCTL-IS-TRAILER
                           PERFORM 3100-REJUDGE-STAGED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE "N" TO WS-EOF-SWITCH.

       3100-REJUDGE-STAGED-RECORD.
           MOVE "AREA1"               TO WS-ASOF-FIELD-ID
           MOVE WS-FEED-BUSINESS-DATE TO WS-ASOF-DATE
           PERFORM 5000-RESOLVE-LIMITS
           IF WS-FIELD-IN-SCOPE
               MOVE IN-AREA-1 TO WS-STAGED-AREA
               PERFORM 3200-MEASURE-STAGED-AREA
               MOVE "AREA1"      TO WS-SIM-FIELD-ID
               MOVE IN-FEED-NAME TO WS-SIM-FEED-NAME
               PERFORM 5500-FIND-SIM-ENTRY
               ADD 1 TO WS-SIM-CHECKED(WS-SIM-IDX)
               ADD 1 TO WS-SUMM-SIMULATED
               EVALUATE TRUE
                   WHEN WS-STAGED-LENGTH > WS-BASE-LIMIT
                       AND WS-STAGED-LENGTH <= WS-SIM-LIMIT
                       ADD 1 TO WS-SIM-FAIL-PASS(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-FAIL-TO-PASS
                   WHEN WS-STAGED-LENGTH <= WS-BASE-LIMIT
                       AND WS-STAGED-LENGTH > WS-SIM-LIMIT
                       ADD 1 TO WS-SIM-PASS-FAIL(WS-SIM-IDX)
                       ADD 1 TO WS-SUMM-PASS-TO-FAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    WS-STAGED-LENGTH as MOVCHK01 1050-MEASURE-AREA-1 measures
      *    the value - characters for encoding C, bytes otherwise.
      *    A value MOVCHK01 rejects whatever the limit is given the
      *    largest length there is, so it fails both scenarios and
      *    never counts as a flip.
       3200-MEASURE-STAGED-AREA.
           MOVE "N" TO WS-ENCODING-SWITCH
           IF WS-FIELD-UTF8
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STAGED-AREA
                   TRAILING)) TO WS-BYTE-LENGTH
               PERFORM 3300-MEASURE-UTF8-VALUE
               IF WS-FIELD-IN-CHARS
                   MOVE WS-CHAR-LENGTH TO WS-STAGED-LENGTH
               ELSE
                   MOVE WS-BYTE-LENGTH TO WS-STAGED-LENGTH
               END-IF
               IF WS-ENCODING-BAD
                   OR WS-BYTE-LENGTH > WS-TARGET-BUFFER-SIZE
                   MOVE 9999 TO WS-STAGED-LENGTH
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STAGED-AREA))
                   TO WS-STAGED-LENGTH
           END-IF.

      *    Walks WS-STAGED-AREA(1:WS-BYTE-LENGTH) one UTF-8 sequence
      *    at a time, counting characters, by the same rules as
      *    MOVCHK01: lead byte 00-7F one byte, C2-DF two, E0-EF
      *    three, F0-F4 four; any other lead byte, a continuation
      *    byte outside 80-BF, or a sequence cut off by the end of
      *    the value is malformed and stops the walk.
       3300-MEASURE-UTF8-VALUE.
           MOVE ZERO TO WS-CHAR-LENGTH
           MOVE 1 TO WS-UTF8-POS
           PERFORM UNTIL WS-UTF8-POS > WS-BYTE-LENGTH
               OR WS-ENCODING-BAD
               COMPUTE WS-UTF8-BYTE =
                   FUNCTION ORD(WS-STAGED-AREA(WS-UTF8-POS:1)) - 1
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
                       WS-STAGED-AREA(WS-UTF8-POS + WS-UTF8-SUB:1))
                       - 1
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

      *    Every OVER record still on the suspense backlog, whatever
      *    its business date, re-checked against the limit that
      *    would be in force for its own business date - the same
      *    as-of re-check SUSFIX makes before recycling a record.
      *    Key-sequence rejects are not length failures and never
      *    clear on a threshold change.
       4000-REPLAY-SUSPENSE-BACKLOG.
           MOVE "  SUSPENSE RECORDS THAT WOULD CLEAR (MOVCHKSU)" TO
               WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE ZERO TO WS-SCENARIO-SUS-CLEARED
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               MOVE "    NONE - MOVCHKSU NOT PRESENT" TO
                   WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUS-REASON-CODE = "OVER"
                               PERFORM 4100-REJUDGE-SUSPENSE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF WS-SCENARIO-SUS-CLEARED = ZERO
                   MOVE "    NONE" TO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       4100-REJUDGE-SUSPENSE-RECORD.
           MOVE SUS-FIELD-ID      TO WS-ASOF-FIELD-ID
           MOVE SUS-BUSINESS-DATE TO WS-ASOF-DATE
           PERFORM 5000-RESOLVE-LIMITS
           IF WS-FIELD-IN-SCOPE
               AND SUS-SOURCE-LENGTH <= WS-SIM-LIMIT
               AND SUS-SOURCE-LENGTH > WS-BASE-LIMIT
               AND SUS-BYTE-LENGTH <= WS-TARGET-BUFFER-SIZE
               MOVE SUS-FIELD-ID  TO WS-SIM-FIELD-ID
               MOVE SUS-FEED-NAME TO WS-SIM-FEED-NAME
               PERFORM 5500-FIND-SIM-ENTRY
               ADD 1 TO WS-SIM-SUS-CLEAR(WS-SIM-IDX)
               ADD 1 TO WS-SUMM-SUS-CLEARED
               ADD 1 TO WS-SCENARIO-SUS-CLEARED
               MOVE SUS-SOURCE-LENGTH TO WS-EDIT-LENGTH
               MOVE WS-BASE-LIMIT     TO WS-EDIT-LENGTH-2
               MOVE WS-SIM-LIMIT      TO WS-EDIT-LENGTH-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    FEED " SUS-FEED-NAME
                   " KEY " SUS-REC-KEY
                   " BUS " SUS-BUSINESS-DATE
                   " " SUS-FIELD-ID
                   " LEN " WS-EDIT-LENGTH
                   " LIMIT " WS-EDIT-LENGTH-2
                   ">" WS-EDIT-LENGTH-3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *    Resolves WS-ASOF-FIELD-ID as-of WS-ASOF-DATE twice: the
      *    base limit from FLDMXMST alone, and the simulated limit
      *    with the scenario's transactions laid over it the way
      *    THRMAINT would apply them - a transaction on an existing
      *    field/date version replaces it (ties go to the
      *    transaction, and a later transaction to the same version
      *    beats an earlier one), any other date adds a version.
      *    Unresolved limits default to 100, as MOVCHK01 does.  A
      *    field is in scope only if the scenario touches it.  The
      *    transactions are walked by WS-TRN-SUB, not WS-THRTRN-IDX,
      *    which 1300 is still stepping when it calls in here.
       5000-RESOLVE-LIMITS.
           MOVE 100 TO WS-BASE-LIMIT
           MOVE SPACE TO WS-FIELD-ENCODING
           MOVE "N" TO WS-ASOF-HIT-SWITCH
           MOVE ZERO TO WS-ASOF-BEST-DATE
           PERFORM VARYING WS-FLDMX-IDX FROM 1 BY 1
               UNTIL WS-FLDMX-IDX > WS-FLDMX-COUNT
               IF WS-FLDMX-FIELD-ID(WS-FLDMX-IDX) = WS-ASOF-FIELD-ID
                   AND WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                       <= WS-ASOF-DATE
                   IF NOT WS-ASOF-HIT
                       OR WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                           >= WS-ASOF-BEST-DATE
                       SET WS-ASOF-HIT TO TRUE
                       MOVE WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                           TO WS-ASOF-BEST-DATE
                       MOVE WS-FLDMX-MAX-LENGTH(WS-FLDMX-IDX)
                           TO WS-BASE-LIMIT
                       MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                           TO WS-FIELD-ENCODING
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-BASE-LIMIT TO WS-SIM-LIMIT
           MOVE "N" TO WS-IN-SCOPE-SWITCH
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-THRTRN-COUNT
               IF WS-THRTRN-FIELD-ID(WS-TRN-SUB)
                   = WS-ASOF-FIELD-ID
                   SET WS-FIELD-IN-SCOPE TO TRUE
                   IF WS-THRTRN-EFF-DATE(WS-TRN-SUB)
                       <= WS-ASOF-DATE
                       IF NOT WS-ASOF-HIT
                           OR WS-THRTRN-EFF-DATE(WS-TRN-SUB)
                               >= WS-ASOF-BEST-DATE
                           SET WS-ASOF-HIT TO TRUE
                           MOVE WS-THRTRN-EFF-DATE(WS-TRN-SUB)
                               TO WS-ASOF-BEST-DATE
                           MOVE WS-THRTRN-NEW-MAXLEN(WS-TRN-SUB)
                               TO WS-SIM-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5500-FIND-SIM-ENTRY.
           MOVE "N" TO WS-SIM-FOUND-SWITCH
           SET WS-SIM-IDX TO 1
           PERFORM UNTIL WS-SIM-FOUND
               OR WS-SIM-IDX > WS-SIM-COUNT
               IF WS-SIM-ENT-FIELD-ID(WS-SIM-IDX) = WS-SIM-FIELD-ID
                   AND WS-SIM-ENT-FEED(WS-SIM-IDX) = WS-SIM-FEED-NAME
                   SET WS-SIM-FOUND TO TRUE
               ELSE
                   SET WS-SIM-IDX UP BY 1
               END-IF
           END-PERFORM

           IF NOT WS-SIM-FOUND
               IF WS-SIM-COUNT >= 200
                   DISPLAY "THRSIM: more than 200 field/feed pairs "
                       "affected - increase WS-SIM-ENTRY OCCURS in "
                       "THRSIM and recompile."
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-SIM-IDX TO WS-SIM-COUNT
               SET WS-SIM-IDX UP BY 1
               MOVE WS-SIM-FIELD-ID  TO WS-SIM-ENT-FIELD-ID(WS-SIM-IDX)
               MOVE WS-SIM-FEED-NAME TO WS-SIM-ENT-FEED(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-CHECKED(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-FAIL-PASS(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-PASS-FAIL(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-WARN-PASS(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-SUS-CLEAR(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-HIST-NIGHTS(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-HIST-FAIL(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-HIST-WARN(WS-SIM-IDX)
               MOVE ZERO TO WS-SIM-HIST-RISK(WS-SIM-IDX)
               SET WS-SIM-COUNT TO WS-SIM-IDX
           END-IF.

       6000-WRITE-FLIP-TABLE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  FIELD    FEED       "
               "  CHECKED FAIL>PASS PASS>FAIL WARN>PASS  SUS CLR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF WS-SIM-COUNT = ZERO
               MOVE "  NO RECORDS OF THE CHANGED FIELDS IN RANGE" TO
                   WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX > WS-SIM-COUNT
               PERFORM 6100-WRITE-ONE-FLIP-LINE
           END-PERFORM.

      *    History nights go on a line of their own under the live
      *    figures - NIGHTS in the CHECKED column, UP TO counts in
      *    the FAIL and WARN columns, nights at risk under PASS>FAIL.
       6100-WRITE-ONE-FLIP-LINE.
           MOVE WS-SIM-CHECKED(WS-SIM-IDX)   TO WS-EDIT-COUNT
           MOVE WS-SIM-FAIL-PASS(WS-SIM-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-SIM-PASS-FAIL(WS-SIM-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-SIM-WARN-PASS(WS-SIM-IDX) TO WS-EDIT-COUNT-4
           MOVE WS-SIM-SUS-CLEAR(WS-SIM-IDX) TO WS-EDIT-COUNT-5
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-SIM-ENT-FIELD-ID(WS-SIM-IDX)
               " " WS-SIM-ENT-FEED(WS-SIM-IDX)
               "  " WS-EDIT-COUNT
               "  " WS-EDIT-COUNT-2
               "  " WS-EDIT-COUNT-3
               "  " WS-EDIT-COUNT-4
               " " WS-EDIT-COUNT-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           IF WS-SIM-HIST-NIGHTS(WS-SIM-IDX) > ZERO
               MOVE WS-SIM-HIST-NIGHTS(WS-SIM-IDX) TO WS-EDIT-COUNT
               MOVE WS-SIM-HIST-FAIL(WS-SIM-IDX)   TO WS-EDIT-COUNT-2
               MOVE WS-SIM-HIST-RISK(WS-SIM-IDX)   TO WS-EDIT-COUNT-3
               MOVE WS-SIM-HIST-WARN(WS-SIM-IDX)   TO WS-EDIT-COUNT-4
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    AUDHSMST NIGHTS  "
                   WS-EDIT-COUNT
                   "  " WS-EDIT-COUNT-2
                   "  " WS-EDIT-COUNT-3
                   "  " WS-EDIT-COUNT-4
                   "  UP TO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       7000-WRITE-SIMULATION-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-SCENARIOS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SCENARIOS SIMULATED.....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-SIMULATED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS RE-JUDGED.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-FAIL-TO-PASS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS FAIL TO PASS....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-PASS-TO-FAIL TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS PASS TO FAIL....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-WARN-TO-PASS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS WARN TO PASS....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-NIGHTS-AT-RISK TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORY NIGHTS AT RISK..: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-SUS-CLEARED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUSPENSE WOULD CLEAR....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Grades the run for the approver: a scenario that would
      *    turn records that pass today into rejects - live or on
      *    an archived night - is a warning worth a second look
      *    before anyone signs it off.
       9400-SET-RUN-OUTCOME.
           IF WS-SUMM-PASS-TO-FAIL > 0 OR WS-SUMM-NIGHTS-AT-RISK > 0
               MOVE "WARNINGS" TO WS-RUN-OUTCOME
               MOVE 4          TO WS-RETURN-CODE
           ELSE
               MOVE "CLEAN"    TO WS-RUN-OUTCOME
               MOVE 0          TO WS-RETURN-CODE
           END-IF.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "THRSIM"             TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-SIMULATED    TO JOBST-RECORDS-READ
           ADD WS-SUMM-PASS-TO-FAIL WS-SUMM-NIGHTS-AT-RISK
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

       END PROGRAM THRSIM.
