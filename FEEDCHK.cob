      *****************************************************************
      *  PROGRAM-ID.  FEEDCHK
      *
      *  Feed arrival check.  Everything else in the window only
      *  ever sees a feed that arrived: a feed that never shows up
      *  for its business date leaves nothing to reject and nothing
      *  to count, and RECONBAL reports the night balanced.  This
      *  program works from the other end - the FDREGMST registry of
      *  every expected feed (FDREGREC.cpy) - and holds it up
      *  against the FEEDSERL processed-serial register and the
      *  FEEDHDR/FEEDTRL control records of the feed staged on
      *  MOVCHKIN.  For the business date being checked it reports
      *
      *      - feeds due that day with nothing registered or staged
      *        once their cutoff has passed (MISSING), each of which
      *        gets one helpdesk ticket on the MOVCHKTK interface;
      *      - feeds registered after their cutoff (LATE);
      *      - intra-day cycles skipped or never received;
      *      - FEEDTRL detail counts outside the feed's normal range,
      *        or swinging sharply from its trailing average;
      *      - feeds that arrived but are not on the registry.
      *
      *  A FEEDSERL row is written when MOVCHK01 completes the
      *  transmission, so its timestamp is the arrival time as far
      *  as the window can prove it.  The program runs after the
      *  day's last MOVCHK01 cycle - MOVCHK01 starts MOVCHKTK afresh
      *  on cycle 1 - and before TKTRECON folds the night's tickets
      *  into the register.  A rerun for the same business date does
      *  not ticket a feed twice.
      *
      *  Whether a feed is due follows the BUSCLMST business-day
      *  calendar (BUSCLREC.cpy) as well as its weekday flags.
      *  MOVCHK01 refuses non-processing dates, so on a holiday - or
      *  any date the calendar does not make a business day - no
      *  feed is due and none is reported missing.  A weekend date
      *  listed as a working day is due for every feed flagged for
      *  all five weekdays (Monday to Friday), as well as for any
      *  feed flagged for that weekend day itself.
      *
      *  A transmission MOVCHK01 or MOVMERGE rejected whole goes on
      *  FEEDSERL with outcome Q (FDSRREC.cpy).  It is not counted
      *  as an arrival: its cycle is reported as awaiting replay
      *  until the corrected feed comes back.  That replay must run
      *  under a new cycle, so it is credited to the quarantined
      *  cycle - when it carries the quarantined serial, or when its
      *  own cycle is past the day's schedule - instead of showing
      *  up as a cycle nobody expected.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  Due days follow the BUSCLMST calendar: nothing
      *              is due on a date that is not a processing day,
      *              and a W-listed working weekend is due for the
      *              Monday-to-Friday feeds.
      *  2026-10-15  A quarantined transmission is not an arrival;
      *              its cycle awaits a replay under a new cycle,
      *              which is credited back to the quarantined one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "FDREGMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SERIAL-FILE ASSIGN TO "FEEDSERL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.

           SELECT IN-FILE ASSIGN TO "MOVCHKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT TICKET-FILE ASSIGN TO "MOVCHKTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT ARRIVAL-REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
           COPY FDREGREC.

       FD  SERIAL-FILE.
           COPY FDSRREC.

       FD  IN-FILE.
           COPY INPREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       FD  TICKET-FILE.
           COPY TKTREC.

       FD  ARRIVAL-REPORT-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-REGISTRY-STATUS          PIC XX.
       01  WS-SERIAL-STATUS            PIC XX.
       01  WS-INPUT-STATUS             PIC XX.
       01  WS-TICKET-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.

       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(8).

      *    The business date being checked, the run's own clock as
      *    YYYYMMDDHHMM, and the feed's cutoff on the same scale.
       01  WS-CHECK-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-CHECK-WEEKDAY            PIC 9(1).
       01  WS-NOW-STAMP                PIC 9(12).
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-CUTOFF-STAMP             PIC 9(12).
       01  WS-ARRIVAL-STAMP            PIC 9(12).
       01  WS-CUTOFF-PASSED-SWITCH     PIC X.
           88  WS-CUTOFF-PASSED        VALUE "Y".

      *    How the calendar judges the business date being checked,
      *    and whether the registry row being checked is due on it.
       01  WS-CHECK-DAY-SWITCH         PIC X     VALUE "Y".
           88  WS-CHECK-BUSINESS-DAY   VALUE "Y".
       01  WS-CHECK-WEEKEND-SWITCH     PIC X     VALUE "N".
           88  WS-CHECK-WORKING-WEEKEND VALUE "Y".
       01  WS-CHECK-DAY-DESC           PIC X(30) VALUE SPACES.
       01  WS-FEED-DUE-SWITCH          PIC X     VALUE "N".
           88  WS-FEED-DUE             VALUE "Y".

      *    The feed staged on MOVCHKIN - arrived but not yet run
      *    through MOVCHK01, so not yet on FEEDSERL.
       01  WS-STAGED-SWITCH            PIC X     VALUE "N".
           88  WS-FEED-STAGED          VALUE "Y".
       01  WS-STAGED-FEED-NAME         PIC X(8)  VALUE SPACES.
       01  WS-STAGED-BUSINESS-DATE     PIC 9(8)  VALUE ZERO.
       01  WS-STAGED-SERIAL            PIC 9(6)  VALUE ZERO.
       01  WS-STAGED-DETAIL-COUNT      PIC 9(8)  VALUE ZERO.
       01  WS-STAGED-COUNT-SWITCH      PIC X     VALUE "N".
           88  WS-STAGED-COUNT-KNOWN   VALUE "Y".
       01  WS-STAGED-MATCHED-SWITCH    PIC X     VALUE "N".
           88  WS-STAGED-MATCHED       VALUE "Y".

      *    Working fields for the registry row being checked.
       01  WS-FEED-NAME                PIC X(8).
       01  WS-CYCLES-DUE               PIC 9(2).
       01  WS-SWING-LIMIT              PIC 9(3).
       01  WS-ROW-VALID-SWITCH         PIC X.
           88  WS-ROW-VALID            VALUE "Y".
       01  WS-FEED-FINDINGS            PIC 9(4) COMP.
       01  WS-FEED-ARRIVALS            PIC 9(4) COMP.
       01  WS-FEED-QUARANTINES         PIC 9(4) COMP.
       01  WS-CREDIT-CYCLE             PIC 9(2).
       01  WS-REPLAY-FOUND-SWITCH      PIC X.
           88  WS-REPLAY-FOUND         VALUE "Y".
       01  WS-UNKNOWN-CYCLE-ARRIVALS   PIC 9(4) COMP.
       01  WS-CYCLES-RECEIVED          PIC 9(4) COMP.
       01  WS-HIGHEST-CYCLE            PIC 9(2).
       01  WS-CYCLE-SUB                PIC 9(4) COMP.
       01  WS-CYCLE-FLAGS.
           05  WS-CYCLE-SEEN           PIC X(1) OCCURS 99 TIMES.
       01  WS-DETAIL-COUNT             PIC 9(8).
       01  WS-VOLUME-SOURCE            PIC X(14).
       01  WS-TRAIL-PRIOR              PIC 9(4) COMP.
       01  WS-TRAIL-ORDINAL            PIC 9(4) COMP.
       01  WS-TRAIL-TAKEN              PIC 9(4) COMP.
       01  WS-TRAIL-TOTAL              PIC 9(12) COMP.
       01  WS-TRAIL-AVERAGE            PIC 9(8) COMP.
       01  WS-SWING-DIFF               PIC S9(9) COMP.
       01  WS-SWING-PCT                PIC 9(7) COMP.

      *    Trailing average: the last WS-TRAIL-ARRIVALS registered
      *    transmissions of the feed before the business date, and
      *    no swing verdict until at least WS-TRAIL-MINIMUM exist.
       01  WS-TRAIL-ARRIVALS           PIC 9(4) COMP VALUE 10.
       01  WS-TRAIL-MINIMUM            PIC 9(4) COMP VALUE 3.
       01  WS-DEFAULT-SWING-PCT        PIC 9(3)  VALUE 50.

       01  WS-TICKET-SEQ               PIC 9(4)  VALUE ZERO.
       01  WS-TICKET-SEQ-X             PIC X(4).
       01  WS-TICKETED-SWITCH          PIC X.
           88  WS-ALREADY-TICKETED     VALUE "Y".

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-REGISTERED      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-DUE             PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-NOT-DUE         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-ON-TIME         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-PENDING         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-MISSING         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-LATE            PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-CYCLE-ALERTS    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-VOLUME-ALERTS   PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-UNREGISTERED    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BAD-ROWS        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-TICKETS         PIC 9(8) COMP VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZZ,ZZ9.
       01  WS-EDIT-CYCLE               PIC Z9.
       01  WS-EDIT-CYCLE-2             PIC Z9.
       01  WS-EDIT-PCT                 PIC ZZZZ9.
       01  WS-EDIT-TIME                PIC 9(4).

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

      *    The FEEDSERL register in memory, in file order - the
      *    order transmissions were completed - with a flag set once
      *    a registry row claims the row, so whatever is left
      *    unclaimed on the business date is an unregistered feed.
       01  WS-ARRIVAL-TABLE.
           05  WS-ARR-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-ARR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ARR-IDX WS-QTN-IDX.
               10  WS-ARR-FEED-NAME    PIC X(8).
               10  WS-ARR-SERIAL       PIC 9(6).
               10  WS-ARR-BUSINESS-DATE PIC 9(8).
               10  WS-ARR-STAMP        PIC 9(12).
               10  WS-ARR-CYCLE        PIC 9(2).
               10  WS-ARR-CYCLE-KNOWN  PIC X(1).
                   88  WS-ARR-HAS-CYCLE VALUE "Y".
               10  WS-ARR-DETAIL-COUNT PIC 9(8).
               10  WS-ARR-COUNT-KNOWN  PIC X(1).
                   88  WS-ARR-HAS-COUNT VALUE "Y".
               10  WS-ARR-CLAIMED      PIC X(1).
                   88  WS-ARR-IS-CLAIMED VALUE "Y".
               10  WS-ARR-OUTCOME      PIC X(1).
                   88  WS-ARR-QUARANTINED VALUE "Q".

      *    Feeds already ticketed MISSING for this business date on
      *    tonight's MOVCHKTK, so a rerun does not raise them twice.
       01  WS-TICKETED-TABLE.
           05  WS-TKD-COUNT            PIC 9(4) COMP VALUE ZERO.
           05  WS-TKD-FEED-NAME        PIC X(8) OCCURS 100 TIMES
                   INDEXED BY WS-TKD-IDX.

           COPY FEEDCTRC.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS
           PERFORM 0220-LOAD-CALENDAR
           PERFORM 0230-JUDGE-CHECK-DATE
           PERFORM 0100-LOAD-ARRIVALS
           PERFORM 0150-READ-STAGED-FEED
           PERFORM 0200-LOAD-TICKETED-FEEDS

           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               DISPLAY "FEEDCHK: FDREGMST not found - no expected "
                   "feeds to check."
               PERFORM 9800-ABORT-RUN
           END-IF

           OPEN EXTEND TICKET-FILE
           IF WS-TICKET-STATUS = "35"
               OPEN OUTPUT TICKET-FILE
           END-IF

           OPEN OUTPUT ARRIVAL-REPORT-FILE
           MOVE "FEEDCHK - FEED ARRIVAL CHECK" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUSINESS DATE " WS-CHECK-DATE
               "   CHECKED AT " WS-NOW-STAMP(1:8) " "
               WS-NOW-STAMP(9:4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           IF NOT WS-CHECK-BUSINESS-DAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT A PROCESSING DAY (" WS-CHECK-DAY-DESC
                   ") - NO FEED IS DUE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           IF WS-CHECK-WORKING-WEEKEND
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WORKING WEEKEND DAY (" WS-CHECK-DAY-DESC
                   ") - WEEKDAY FEEDS DUE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM UNTIL WS-EOF
               READ REGISTRY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-CHECK-REGISTERED-FEED
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 6000-REPORT-UNREGISTERED-FEEDS
           PERFORM 7000-WRITE-ARRIVAL-TOTALS
           CLOSE ARRIVAL-REPORT-FILE
           CLOSE TICKET-FILE

           DISPLAY "FEEDCHK: feeds due: " WS-SUMM-DUE
           DISPLAY "FEEDCHK: feeds missing: " WS-SUMM-MISSING
           DISPLAY "FEEDCHK: feeds late: " WS-SUMM-LATE
           DISPLAY "FEEDCHK: cycle alerts: " WS-SUMM-CYCLE-ALERTS
           DISPLAY "FEEDCHK: volume alerts: " WS-SUMM-VOLUME-ALERTS
           DISPLAY "FEEDCHK: tickets written: " WS-SUMM-TICKETS

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
           MOVE "FEEDCHK"            TO JOBST-PROGRAM-ID
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

      *    Positional PARM: 1 = the business date to check
      *    (YYYYMMDD), defaulting to today.  A date that is supplied
      *    but is not a real date stops the run - checking the wrong
      *    day would ticket every feed as missing.
       0050-GET-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:12) TO WS-NOW-STAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CHECK-DATE

           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VALUE))
                       NOT = 8
                   DISPLAY "FEEDCHK: date argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not a YYYYMMDD date - run refused."
                   PERFORM 9800-ABORT-RUN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ARG-VALUE)) NOT = ZERO
                   DISPLAY "FEEDCHK: date argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not a valid calendar date - run "
                       "refused."
                   PERFORM 9800-ABORT-RUN
               END-IF
               MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CHECK-DATE
           END-IF

      *    Day 1 of the integer calendar, 1601-01-01, was a Monday,
      *    so this gives 1 for Monday through 7 for Sunday - the
      *    order of the FDREG-DAYS-DUE flags.
           COMPUTE WS-CHECK-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) + 1.

      *    Rows registered before the cycle and detail count were
      *    carried on FEEDSERL have spaces there; they still prove
      *    the feed arrived, they just cannot say which cycle or how
      *    big.
       0100-LOAD-ARRIVALS.
           OPEN INPUT SERIAL-FILE
           IF WS-SERIAL-STATUS = "35"
               DISPLAY "FEEDCHK: FEEDSERL not found - no feed has "
                   "been registered yet."
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SERIAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0110-LOAD-ONE-ARRIVAL
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       0110-LOAD-ONE-ARRIVAL.
           IF FDSR-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "FEEDCHK: FEEDSERL row for " FDSR-FEED-NAME
                   " serial " FDSR-FEED-SERIAL
                   " has no business date - skipped."
           ELSE
               IF WS-ARR-COUNT >= 500
                   DISPLAY "FEEDCHK: FEEDSERL has more than 500 "
                       "entries - increase WS-ARR-ENTRY OCCURS in "
                       "FEEDCHK and recompile."
                   CLOSE SERIAL-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-ARR-IDX TO WS-ARR-COUNT
               SET WS-ARR-IDX UP BY 1
               MOVE FDSR-FEED-NAME TO WS-ARR-FEED-NAME(WS-ARR-IDX)
               MOVE FDSR-FEED-SERIAL TO WS-ARR-SERIAL(WS-ARR-IDX)
               MOVE FDSR-BUSINESS-DATE
                   TO WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
               IF FDSR-TIMESTAMP(1:12) IS NUMERIC
                   MOVE FDSR-TIMESTAMP(1:12)
                       TO WS-ARR-STAMP(WS-ARR-IDX)
               ELSE
                   MOVE ZERO TO WS-ARR-STAMP(WS-ARR-IDX)
               END-IF
               IF FDSR-CYCLE-NUMBER IS NUMERIC
                   AND FDSR-CYCLE-NUMBER > ZERO
                   MOVE FDSR-CYCLE-NUMBER TO WS-ARR-CYCLE(WS-ARR-IDX)
                   MOVE "Y" TO WS-ARR-CYCLE-KNOWN(WS-ARR-IDX)
               ELSE
                   MOVE ZERO TO WS-ARR-CYCLE(WS-ARR-IDX)
                   MOVE "N" TO WS-ARR-CYCLE-KNOWN(WS-ARR-IDX)
               END-IF
               IF FDSR-DETAIL-COUNT IS NUMERIC
                   MOVE FDSR-DETAIL-COUNT
                       TO WS-ARR-DETAIL-COUNT(WS-ARR-IDX)
                   MOVE "Y" TO WS-ARR-COUNT-KNOWN(WS-ARR-IDX)
               ELSE
                   MOVE ZERO TO WS-ARR-DETAIL-COUNT(WS-ARR-IDX)
                   MOVE "N" TO WS-ARR-COUNT-KNOWN(WS-ARR-IDX)
               END-IF
               MOVE "N" TO WS-ARR-CLAIMED(WS-ARR-IDX)
               MOVE FDSR-OUTCOME TO WS-ARR-OUTCOME(WS-ARR-IDX)
               SET WS-ARR-COUNT TO WS-ARR-IDX
           END-IF.

      *    A feed sitting on MOVCHKIN for the business date has
      *    arrived even though MOVCHK01 has not registered it yet.
      *    Its FEEDTRL detail count joins the volume check.  A staged
      *    serial already on FEEDSERL is the feed that was just
      *    processed and is not counted twice - unless the row
      *    there is a quarantined run, when the staged feed is the
      *    replay still to come.
       0150-READ-STAGED-FEED.
           OPEN INPUT IN-FILE
           IF WS-INPUT-STATUS = "35"
               CONTINUE
           ELSE
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE IN-RECORD TO FCTL-RECORD
                   IF FCTL-IS-HEADER
                       AND FCTL-BUSINESS-DATE IS NUMERIC
                       AND FCTL-BUSINESS-DATE = WS-CHECK-DATE
                       SET WS-FEED-STAGED TO TRUE
                       MOVE FCTL-FEED-NAME TO WS-STAGED-FEED-NAME
                       MOVE FCTL-BUSINESS-DATE
                           TO WS-STAGED-BUSINESS-DATE
                       MOVE FCTL-FEED-SERIAL TO WS-STAGED-SERIAL
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF OR NOT WS-FEED-STAGED
                   READ IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IN-RECORD TO FCTL-RECORD
                           IF FCTL-IS-TRAILER
                               AND FCTL-DETAIL-COUNT IS NUMERIC
                               MOVE FCTL-DETAIL-COUNT
                                   TO WS-STAGED-DETAIL-COUNT
                               SET WS-STAGED-COUNT-KNOWN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH

           IF WS-FEED-STAGED
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-COUNT
                   IF WS-ARR-FEED-NAME(WS-ARR-IDX)
                       = WS-STAGED-FEED-NAME
                       AND WS-ARR-SERIAL(WS-ARR-IDX)
                           = WS-STAGED-SERIAL
                       AND NOT WS-ARR-QUARANTINED(WS-ARR-IDX)
                       MOVE "N" TO WS-STAGED-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      *    The same business-day calendar MOVCHK01 judges a
      *    FEEDHDR date by.  Without it every Monday to Friday is a
      *    processing day and nothing else is, which CFGCHK flags
      *    before the window runs.
       0220-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "FEEDCHK: BUSCLMST not found - due days follow "
                   "the weekday flags with no holidays."
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
                       DISPLAY "FEEDCHK: BUSCLMST has more than 1000 "
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

      *    Monday to Friday is a business day unless the calendar
      *    lists it as a holiday; a weekend day only when it is
      *    listed as a working day - the test MOVCHK01 refuses a
      *    FEEDHDR date by.
       0230-JUDGE-CHECK-DATE.
           MOVE WS-CHECK-DATE TO WS-BUSCL-DATE
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
           END-PERFORM

           MOVE WS-BUSCL-DAY-SWITCH TO WS-CHECK-DAY-SWITCH
           MOVE WS-BUSCL-HIT-DESC TO WS-CHECK-DAY-DESC
           IF WS-CHECK-DAY-DESC = SPACES
               IF WS-BUSCL-ON-WEEKDAY
                   MOVE "WEEKDAY" TO WS-CHECK-DAY-DESC
               ELSE
                   MOVE "WEEKEND" TO WS-CHECK-DAY-DESC
               END-IF
           END-IF
           IF WS-CHECK-BUSINESS-DAY AND NOT WS-BUSCL-ON-WEEKDAY
               SET WS-CHECK-WORKING-WEEKEND TO TRUE
           END-IF.

      *    MISSING tickets already on tonight's MOVCHKTK for this
      *    business date - the date sits at a fixed place in the
      *    ticket summary this program writes.
       0200-LOAD-TICKETED-FEEDS.
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TICKET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TKT-TICKET-TYPE = "FEEDARRIVL"
                               AND TKT-REASON-CODE = "MISS"
                               AND TKT-SUMMARY(9:8) = WS-CHECK-DATE
                               AND WS-TKD-COUNT < 100
                               SET WS-TKD-IDX TO WS-TKD-COUNT
                               SET WS-TKD-IDX UP BY 1
                               MOVE TKT-FEED-NAME
                                   TO WS-TKD-FEED-NAME(WS-TKD-IDX)
                               SET WS-TKD-COUNT TO WS-TKD-IDX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKET-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    One registry row: is the feed due on the business date,
      *    what arrived for it, whether it arrived in time and in
      *    full, and whether its volume looks like the feed.
       1000-CHECK-REGISTERED-FEED.
           ADD 1 TO WS-SUMM-REGISTERED
           MOVE FDREG-FEED-NAME TO WS-FEED-NAME
           PERFORM 1100-VALIDATE-REGISTRY-ROW
           IF WS-ROW-VALID
               PERFORM 2000-COLLECT-ARRIVALS
               PERFORM 1050-SET-FEED-DUE
               IF NOT WS-FEED-DUE
                   AND WS-FEED-ARRIVALS = ZERO
                   AND WS-FEED-QUARANTINES = ZERO
                   ADD 1 TO WS-SUMM-NOT-DUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-FEED-NAME " NOT DUE ON THIS DAY"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-SUMM-DUE
                   PERFORM 1200-SET-CUTOFF
                   PERFORM 1300-WRITE-FEED-LINE
                   MOVE ZERO TO WS-FEED-FINDINGS
                   IF WS-FEED-ARRIVALS = ZERO
                       AND WS-FEED-QUARANTINES = ZERO
                       PERFORM 5000-CHECK-MISSING-FEED
                   ELSE
                       PERFORM 3000-CHECK-LATE-ARRIVALS
                       PERFORM 3500-CHECK-CYCLES
                       PERFORM 4000-CHECK-VOLUMES
                   END-IF
                   IF WS-FEED-FINDINGS = ZERO
                       AND WS-FEED-ARRIVALS > ZERO
                       ADD 1 TO WS-SUMM-ON-TIME
                   END-IF
               END-IF
           END-IF.

      *    Nothing is due on a date MOVCHK01 would refuse.  On a
      *    working weekend day the Monday-to-Friday feeds are due as
      *    well as any feed flagged for that day.
       1050-SET-FEED-DUE.
           MOVE "N" TO WS-FEED-DUE-SWITCH
           IF WS-CHECK-BUSINESS-DAY
               IF FDREG-DAY-FLAG(WS-CHECK-WEEKDAY) = "Y"
                   SET WS-FEED-DUE TO TRUE
               END-IF
               IF WS-CHECK-WORKING-WEEKEND
                   AND FDREG-DAYS-DUE(1:5) = "YYYYY"
                   SET WS-FEED-DUE TO TRUE
               END-IF
           END-IF.

      *    A row that cannot be read is reported and skipped rather
      *    than stopping the check of every other feed.
       1100-VALIDATE-REGISTRY-ROW.
           MOVE "Y" TO WS-ROW-VALID-SWITCH
           IF FDREG-CYCLES-PER-DAY IS NOT NUMERIC
               OR FDREG-CUTOFF-DAYS IS NOT NUMERIC
               OR FDREG-CUTOFF-TIME IS NOT NUMERIC
               OR FDREG-MIN-DETAIL IS NOT NUMERIC
               OR FDREG-MAX-DETAIL IS NOT NUMERIC
               OR FDREG-SWING-PCT IS NOT NUMERIC
               MOVE "N" TO WS-ROW-VALID-SWITCH
           ELSE
               IF FDREG-CUTOFF-TIME(1:2) > "23"
                   OR FDREG-CUTOFF-TIME(3:2) > "59"
                   MOVE "N" TO WS-ROW-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-ROW-VALID
               ADD 1 TO WS-SUMM-BAD-ROWS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-FEED-NAME
                   " ** FDREGMST ROW NOT VALID - SKIPPED **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               MOVE FDREG-CYCLES-PER-DAY TO WS-CYCLES-DUE
               IF WS-CYCLES-DUE = ZERO
                   MOVE 1 TO WS-CYCLES-DUE
               END-IF
               MOVE FDREG-SWING-PCT TO WS-SWING-LIMIT
               IF WS-SWING-LIMIT = ZERO
                   MOVE WS-DEFAULT-SWING-PCT TO WS-SWING-LIMIT
               END-IF
           END-IF.

       1200-SET-CUTOFF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               + FDREG-CUTOFF-DAYS)
           COMPUTE WS-CUTOFF-STAMP =
               WS-CUTOFF-DATE * 10000 + FDREG-CUTOFF-TIME
           IF WS-NOW-STAMP > WS-CUTOFF-STAMP
               SET WS-CUTOFF-PASSED TO TRUE
           ELSE
               MOVE "N" TO WS-CUTOFF-PASSED-SWITCH
           END-IF.

       1300-WRITE-FEED-LINE.
           MOVE WS-FEED-ARRIVALS TO WS-EDIT-CYCLE
           MOVE WS-CYCLES-DUE    TO WS-EDIT-CYCLE-2
           MOVE FDREG-CUTOFF-TIME TO WS-EDIT-TIME
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-FEED-NAME " RECEIVED " WS-EDIT-CYCLE
               " OF " WS-EDIT-CYCLE-2 " CYCLES   CUTOFF "
               WS-CUTOFF-DATE " " WS-EDIT-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Claims every FEEDSERL row of the feed on the business date
      *    and notes which cycles they carried; the staged MOVCHKIN
      *    feed counts as one more arrival of unknown cycle.  A
      *    transmission rejected whole (outcome Q) is not an
      *    arrival: its cycle is marked Q until the corrected feed
      *    is replayed, and the replay - run under a new cycle - is
      *    credited to the quarantined cycle rather than its own.
       2000-COLLECT-ARRIVALS.
           MOVE ZERO TO WS-FEED-ARRIVALS
           MOVE ZERO TO WS-FEED-QUARANTINES
           MOVE ZERO TO WS-UNKNOWN-CYCLE-ARRIVALS
           MOVE ZERO TO WS-HIGHEST-CYCLE
           MOVE ALL "N" TO WS-CYCLE-FLAGS
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-FEED-NAME(WS-ARR-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
                       = WS-CHECK-DATE
                   MOVE "Y" TO WS-ARR-CLAIMED(WS-ARR-IDX)
                   EVALUATE TRUE
                       WHEN WS-ARR-QUARANTINED(WS-ARR-IDX)
                           ADD 1 TO WS-FEED-QUARANTINES
                           IF WS-ARR-HAS-CYCLE(WS-ARR-IDX)
                               AND WS-CYCLE-SEEN(WS-ARR-CYCLE(
                                   WS-ARR-IDX)) NOT = "Y"
                               MOVE "Q" TO WS-CYCLE-SEEN(
                                   WS-ARR-CYCLE(WS-ARR-IDX))
                           END-IF
                       WHEN WS-ARR-HAS-CYCLE(WS-ARR-IDX)
                           ADD 1 TO WS-FEED-ARRIVALS
                           PERFORM 2050-FIND-REPLAYED-CYCLE
                           MOVE "Y" TO WS-CYCLE-SEEN(WS-CREDIT-CYCLE)
                           IF WS-CREDIT-CYCLE > WS-HIGHEST-CYCLE
                               MOVE WS-CREDIT-CYCLE
                                   TO WS-HIGHEST-CYCLE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-FEED-ARRIVALS
                           ADD 1 TO WS-UNKNOWN-CYCLE-ARRIVALS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FEED-STAGED
               AND WS-STAGED-FEED-NAME = WS-FEED-NAME
               SET WS-STAGED-MATCHED TO TRUE
               ADD 1 TO WS-FEED-ARRIVALS
               ADD 1 TO WS-UNKNOWN-CYCLE-ARRIVALS
           END-IF.

      *    A replay is the quarantined serial coming back, or any
      *    transmission run under a cycle past the day's schedule;
      *    it stands in for a quarantined cycle not yet credited.
      *    Anything else counts under its own cycle.
       2050-FIND-REPLAYED-CYCLE.
           MOVE WS-ARR-CYCLE(WS-ARR-IDX) TO WS-CREDIT-CYCLE
           MOVE "N" TO WS-REPLAY-FOUND-SWITCH
           PERFORM VARYING WS-QTN-IDX FROM 1 BY 1
               UNTIL WS-QTN-IDX > WS-ARR-COUNT OR WS-REPLAY-FOUND
               IF WS-ARR-FEED-NAME(WS-QTN-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-QTN-IDX)
                       = WS-CHECK-DATE
                   AND WS-ARR-QUARANTINED(WS-QTN-IDX)
                   AND WS-ARR-HAS-CYCLE(WS-QTN-IDX)
                   AND WS-CYCLE-SEEN(WS-ARR-CYCLE(WS-QTN-IDX))
                       NOT = "Y"
                   AND (WS-ARR-SERIAL(WS-QTN-IDX)
                           = WS-ARR-SERIAL(WS-ARR-IDX)
                       OR WS-ARR-CYCLE(WS-ARR-IDX) > WS-CYCLES-DUE)
                   MOVE WS-ARR-CYCLE(WS-QTN-IDX) TO WS-CREDIT-CYCLE
                   SET WS-REPLAY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    The register timestamp is when MOVCHK01 finished the
      *    transmission.  Any cycle completed after the cutoff made
      *    the feed late; a staged feed still unprocessed at the
      *    cutoff is flagged as well, since it cannot be loaded in
      *    time either.
       3000-CHECK-LATE-ARRIVALS.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-FEED-NAME(WS-ARR-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
                       = WS-CHECK-DATE
                   AND WS-ARR-STAMP(WS-ARR-IDX) > WS-CUTOFF-STAMP
                   AND NOT WS-ARR-QUARANTINED(WS-ARR-IDX)
                   ADD 1 TO WS-SUMM-LATE
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE WS-ARR-STAMP(WS-ARR-IDX) TO WS-ARRIVAL-STAMP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    LATE - SERIAL "
                       WS-ARR-SERIAL(WS-ARR-IDX)
                       " REGISTERED " WS-ARRIVAL-STAMP(1:8) " "
                       WS-ARRIVAL-STAMP(9:4) ", AFTER THE CUTOFF"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-FEED-STAGED
               AND WS-STAGED-FEED-NAME = WS-FEED-NAME
               AND WS-CUTOFF-PASSED
               ADD 1 TO WS-SUMM-LATE
               ADD 1 TO WS-FEED-FINDINGS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    LATE - SERIAL " WS-STAGED-SERIAL
                   " STAGED ON MOVCHKIN BUT NOT PROCESSED BY CUTOFF"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *    A cycle is SKIPPED when a later cycle of the same day has
      *    already arrived, and MISSING when nothing after it has and
      *    the cutoff is past.  Arrivals whose cycle is not known
      *    are credited against the lowest cycles still open.
       3500-CHECK-CYCLES.
           MOVE ZERO TO WS-CYCLES-RECEIVED
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-CYCLES-DUE
               IF WS-CYCLE-SEEN(WS-CYCLE-SUB) = "Y"
                   ADD 1 TO WS-CYCLES-RECEIVED
               ELSE
                   IF WS-UNKNOWN-CYCLE-ARRIVALS > ZERO
                       SUBTRACT 1 FROM WS-UNKNOWN-CYCLE-ARRIVALS
                       ADD 1 TO WS-CYCLES-RECEIVED
                   ELSE
                       PERFORM 3600-REPORT-CYCLE-GAP
                   END-IF
               END-IF
           END-PERFORM.

       3600-REPORT-CYCLE-GAP.
           MOVE WS-CYCLE-SUB TO WS-EDIT-CYCLE
           EVALUATE TRUE
               WHEN WS-CYCLE-SEEN(WS-CYCLE-SUB) = "Q"
                   ADD 1 TO WS-SUMM-CYCLE-ALERTS
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    CYCLE " WS-EDIT-CYCLE
                       " REJECTED WHOLE - NOT YET REPLAYED UNDER A "
                       "NEW CYCLE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-CYCLE-SUB < WS-HIGHEST-CYCLE
                   ADD 1 TO WS-SUMM-CYCLE-ALERTS
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE WS-HIGHEST-CYCLE TO WS-EDIT-CYCLE-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    SKIPPED CYCLE " WS-EDIT-CYCLE
                       " - CYCLE " WS-EDIT-CYCLE-2
                       " HAS ALREADY ARRIVED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-CUTOFF-PASSED
                   ADD 1 TO WS-SUMM-CYCLE-ALERTS
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    CYCLE " WS-EDIT-CYCLE
                       " NEVER RECEIVED BY THE CUTOFF"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    CYCLE " WS-EDIT-CYCLE
                       " NOT YET RECEIVED - CUTOFF NOT REACHED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
           END-EVALUATE.

      *    Every arrival on the business date whose detail count is
      *    known, registered or staged, against the registry range
      *    and the feed's trailing average.
       4000-CHECK-VOLUMES.
           PERFORM 4100-COMPUTE-TRAILING-AVERAGE
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-FEED-NAME(WS-ARR-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
                       = WS-CHECK-DATE
                   AND WS-ARR-HAS-COUNT(WS-ARR-IDX)
                   AND NOT WS-ARR-QUARANTINED(WS-ARR-IDX)
                   MOVE WS-ARR-DETAIL-COUNT(WS-ARR-IDX)
                       TO WS-DETAIL-COUNT
                   MOVE SPACES TO WS-VOLUME-SOURCE
                   STRING "SERIAL " WS-ARR-SERIAL(WS-ARR-IDX)
                       DELIMITED BY SIZE INTO WS-VOLUME-SOURCE
                   PERFORM 4200-JUDGE-DETAIL-COUNT
               END-IF
           END-PERFORM
           IF WS-FEED-STAGED
               AND WS-STAGED-FEED-NAME = WS-FEED-NAME
               AND WS-STAGED-COUNT-KNOWN
               MOVE WS-STAGED-DETAIL-COUNT TO WS-DETAIL-COUNT
               MOVE SPACES TO WS-VOLUME-SOURCE
               STRING "SERIAL " WS-STAGED-SERIAL
                   DELIMITED BY SIZE INTO WS-VOLUME-SOURCE
               PERFORM 4200-JUDGE-DETAIL-COUNT
           END-IF.

      *    FEEDSERL is written in completion order, so the last
      *    WS-TRAIL-ARRIVALS rows of the feed dated before the
      *    business date are its most recent transmissions.
       4100-COMPUTE-TRAILING-AVERAGE.
           MOVE ZERO TO WS-TRAIL-PRIOR
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-FEED-NAME(WS-ARR-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
                       < WS-CHECK-DATE
                   AND WS-ARR-HAS-COUNT(WS-ARR-IDX)
                   AND NOT WS-ARR-QUARANTINED(WS-ARR-IDX)
                   ADD 1 TO WS-TRAIL-PRIOR
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-TRAIL-ORDINAL
           MOVE ZERO TO WS-TRAIL-TAKEN
           MOVE ZERO TO WS-TRAIL-TOTAL
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-FEED-NAME(WS-ARR-IDX) = WS-FEED-NAME
                   AND WS-ARR-BUSINESS-DATE(WS-ARR-IDX)
                       < WS-CHECK-DATE
                   AND WS-ARR-HAS-COUNT(WS-ARR-IDX)
                   AND NOT WS-ARR-QUARANTINED(WS-ARR-IDX)
                   ADD 1 TO WS-TRAIL-ORDINAL
                   IF WS-TRAIL-ORDINAL + WS-TRAIL-ARRIVALS
                       > WS-TRAIL-PRIOR
                       ADD 1 TO WS-TRAIL-TAKEN
                       ADD WS-ARR-DETAIL-COUNT(WS-ARR-IDX)
                           TO WS-TRAIL-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TRAIL-TAKEN > ZERO
               COMPUTE WS-TRAIL-AVERAGE ROUNDED =
                   WS-TRAIL-TOTAL / WS-TRAIL-TAKEN
           ELSE
               MOVE ZERO TO WS-TRAIL-AVERAGE
           END-IF.

       4200-JUDGE-DETAIL-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           IF FDREG-MAX-DETAIL > ZERO
               AND (WS-DETAIL-COUNT < FDREG-MIN-DETAIL
                   OR WS-DETAIL-COUNT > FDREG-MAX-DETAIL)
               ADD 1 TO WS-SUMM-VOLUME-ALERTS
               ADD 1 TO WS-FEED-FINDINGS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    VOLUME - " WS-VOLUME-SOURCE
                   WS-EDIT-COUNT " DETAILS, NORMAL RANGE "
                   FDREG-MIN-DETAIL "-" FDREG-MAX-DETAIL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF

           IF WS-TRAIL-TAKEN >= WS-TRAIL-MINIMUM
               AND WS-TRAIL-AVERAGE > ZERO
               COMPUTE WS-SWING-DIFF =
                   WS-DETAIL-COUNT - WS-TRAIL-AVERAGE
               IF WS-SWING-DIFF < ZERO
                   COMPUTE WS-SWING-DIFF = 0 - WS-SWING-DIFF
               END-IF
               COMPUTE WS-SWING-PCT =
                   WS-SWING-DIFF * 100 / WS-TRAIL-AVERAGE
               IF WS-SWING-PCT > WS-SWING-LIMIT
                   ADD 1 TO WS-SUMM-VOLUME-ALERTS
                   ADD 1 TO WS-FEED-FINDINGS
                   MOVE WS-TRAIL-AVERAGE TO WS-EDIT-COUNT-2
                   MOVE WS-SWING-PCT     TO WS-EDIT-PCT
                   MOVE SPACES TO WS-REPORT-LINE
                   IF WS-DETAIL-COUNT < WS-TRAIL-AVERAGE
                       STRING "    SWING - " WS-VOLUME-SOURCE
                           WS-EDIT-COUNT " DETAILS, " WS-EDIT-PCT
                           "% UNDER AVERAGE " WS-EDIT-COUNT-2
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING "    SWING - " WS-VOLUME-SOURCE
                           WS-EDIT-COUNT " DETAILS, " WS-EDIT-PCT
                           "% OVER AVERAGE " WS-EDIT-COUNT-2
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF.

      *    Nothing registered and nothing staged: before the cutoff
      *    the feed is simply not in yet; after it the feed is
      *    missing and the upstream contact is chased through the
      *    helpdesk - one ticket per feed per business date.
       5000-CHECK-MISSING-FEED.
           IF NOT WS-CUTOFF-PASSED
               ADD 1 TO WS-SUMM-PENDING
               ADD 1 TO WS-FEED-FINDINGS
               MOVE "    NOT YET RECEIVED - CUTOFF NOT REACHED" TO
                   WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-SUMM-MISSING
               ADD 1 TO WS-FEED-FINDINGS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    ** MISSING - NOTHING RECEIVED, CONTACT "
                   FUNCTION TRIM(FDREG-CONTACT) " **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE "N" TO WS-TICKETED-SWITCH
               PERFORM VARYING WS-TKD-IDX FROM 1 BY 1
                   UNTIL WS-TKD-IDX > WS-TKD-COUNT
                   IF WS-TKD-FEED-NAME(WS-TKD-IDX) = WS-FEED-NAME
                       SET WS-ALREADY-TICKETED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ALREADY-TICKETED
                   MOVE "      TICKET ALREADY RAISED ON MOVCHKTK" TO
                       WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   PERFORM 5100-WRITE-MISSING-TICKET
               END-IF
           END-IF.

      *    Severity 1, reason MISS, no records behind it - the
      *    cycle number is left zero so RECONBAL's ticket leg, which
      *    ties tickets to the cycle it balances, never counts it.
      *    The FC reference prefix keeps these references apart from
      *    the MC ones MOVCHK01 issues in the same minute.
       5100-WRITE-MISSING-TICKET.
           ADD 1 TO WS-TICKET-SEQ
           ADD 1 TO WS-SUMM-TICKETS
           MOVE WS-TICKET-SEQ TO WS-TICKET-SEQ-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE WS-CURRENT-TIMESTAMP TO TKT-TIMESTAMP
           MOVE "FEEDARRIVL"         TO TKT-TICKET-TYPE
           MOVE WS-FEED-NAME         TO TKT-FEED-NAME
           MOVE "1"                  TO TKT-SEVERITY
           MOVE "MISS"               TO TKT-REASON-CODE

           MOVE SPACES TO TKT-REFERENCE
           STRING "FC" WS-CURRENT-TIMESTAMP(3:6)
               WS-CURRENT-TIMESTAMP(9:4) WS-TICKET-SEQ-X
               DELIMITED BY SIZE INTO TKT-REFERENCE

           MOVE ZERO TO TKT-REJECT-COUNT
           MOVE ZERO TO TKT-FIRST-KEY
           MOVE ZERO TO TKT-LAST-KEY
           MOVE ZERO TO TKT-CYCLE-NUMBER

           MOVE FDREG-CUTOFF-TIME TO WS-EDIT-TIME
           MOVE SPACES TO TKT-SUMMARY
           STRING "Missing " WS-CHECK-DATE " cut " WS-EDIT-TIME
               " - " FDREG-CONTACT
               DELIMITED BY SIZE INTO TKT-SUMMARY
           WRITE TKT-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           STRING "      TICKET " TKT-REFERENCE " RAISED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Whatever arrived for the business date that no registry
      *    row claimed - a new feed nobody registered, or a feed
      *    name changed upstream.
       6000-REPORT-UNREGISTERED-FEEDS.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-BUSINESS-DATE(WS-ARR-IDX) = WS-CHECK-DATE
                   AND NOT WS-ARR-IS-CLAIMED(WS-ARR-IDX)
                   ADD 1 TO WS-SUMM-UNREGISTERED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-ARR-FEED-NAME(WS-ARR-IDX)
                       " ARRIVED (SERIAL " WS-ARR-SERIAL(WS-ARR-IDX)
                       ") BUT IS NOT ON FDREGMST"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-FEED-STAGED AND NOT WS-STAGED-MATCHED
               ADD 1 TO WS-SUMM-UNREGISTERED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-STAGED-FEED-NAME
                   " STAGED (SERIAL " WS-STAGED-SERIAL
                   ") BUT IS NOT ON FDREGMST"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       7000-WRITE-ARRIVAL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-REGISTERED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS ON REGISTRY.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-DUE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS DUE...............: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-NOT-DUE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS NOT DUE...........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-ON-TIME TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS IN ORDER..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-PENDING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS BEFORE CUTOFF.....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-MISSING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEEDS MISSING...........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-LATE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LATE ARRIVALS...........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-CYCLE-ALERTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CYCLES SKIPPED/MISSING..: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-VOLUME-ALERTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VOLUME ALERTS...........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-UNREGISTERED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNREGISTERED FEEDS......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BAD-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTRY ROWS SKIPPED...: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-TICKETS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TICKETS RAISED..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Grades the run for the scheduler: a missing feed is the
      *    out-of-balance case the window exists to catch; late,
      *    short or odd-sized feeds, unregistered feeds and
      *    unreadable registry rows are warnings.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-SUMM-MISSING > 0
                   MOVE "MISSING"  TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
               WHEN WS-SUMM-LATE > 0
                   OR WS-SUMM-CYCLE-ALERTS > 0
                   OR WS-SUMM-VOLUME-ALERTS > 0
                   OR WS-SUMM-UNREGISTERED > 0
                   OR WS-SUMM-BAD-ROWS > 0
                   MOVE "WARNINGS" TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "FEEDCHK"            TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-REGISTERED   TO JOBST-RECORDS-READ
           COMPUTE JOBST-EXCEPTION-COUNT = WS-SUMM-MISSING
               + WS-SUMM-LATE + WS-SUMM-CYCLE-ALERTS
               + WS-SUMM-VOLUME-ALERTS + WS-SUMM-UNREGISTERED
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

       END PROGRAM FEEDCHK.
