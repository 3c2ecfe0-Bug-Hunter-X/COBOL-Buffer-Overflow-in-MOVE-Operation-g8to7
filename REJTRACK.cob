      *  CHANGE LOG
      *  ----------
      *  2026-09-02  Initial version.
      *  2026-10-15  Days outstanding count business days on the
      *              shared BUSCLMST calendar (BUSCLREC.CPY) instead
      *              of calendar days.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJTRACK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REGISTER-FILE.
       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-TODAY-ORDINAL            PIC S9(8) COMP.
       01  WS-AGE-DAYS                 PIC S9(8) COMP.

       01  WS-OLD-REGISTER-STATUS      PIC XX.
       01  WS-EXTRACT1-STATUS          PIC XX.
       01  WS-EXTRACT2-STATUS          PIC XX.
       01  WS-RESEND-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.

       01  WS-FOLD-FEED-NAME           PIC X(8).
       01  WS-FOLD-REC-KEY             PIC 9(8).

           COPY OUTSTTAB.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 0060-LOAD-CALENDAR
           MOVE WS-TODAY-DATE TO WS-BUSCL-DATE
           PERFORM 3150-COUNT-BUSINESS-ORDINAL
           MOVE WS-BUSCL-ORDINAL TO WS-TODAY-ORDINAL

           PERFORM 0100-LOAD-OLD-REGISTER
           PERFORM 1000-FOLD-MOVE-CHECK-EXTRACT
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    The business-day calendar is shared with SUSFIX, TKTRECON,
      *    MOVCHK01 and SCANPRE.  Without it every Monday to Friday
      *    counts and nothing else does - holidays then age like any
      *    other day, which CFGCHK flags before the window runs.
       0060-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "REJTRACK: BUSCLMST not found - ages count "
                   "Monday to Friday with no holidays."
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0065-LOAD-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    A row that is not a real date cannot be placed in the
      *    week and is left out, and only the first row for a date
      *    counts - CFGCHK reports both.
       0065-LOAD-ONE-CALENDAR-DAY.
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
                       DISPLAY "REJTRACK: BUSCLMST has more than 1000 "
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

      *    The very first run has no register yet, so a missing file
      *    starts it empty instead of failing the job.
       0100-LOAD-OLD-REGISTER.

       3100-ROLL-INTO-UPSTREAM-TABLE.
           IF WS-OUTST-FIRST-SENT(WS-OUTST-IDX) > ZERO
               MOVE WS-OUTST-FIRST-SENT(WS-OUTST-IDX)
                   TO WS-BUSCL-DATE
               PERFORM 3150-COUNT-BUSINESS-ORDINAL
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-ORDINAL - WS-BUSCL-ORDINAL
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
               MOVE WS-AGE-DAYS TO WS-UPF-OLDEST-DAYS(WS-UPF-IDX)
           END-IF.

      *    Business days from 1601-01-01 through WS-BUSCL-DATE: five
      *    for every whole week, the weekdays of the part week, then
      *    each calendar row dated on or before it - a weekday
      *    holiday takes one off, a weekend working day adds one.
       3150-COUNT-BUSINESS-ORDINAL.
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

       4000-WRITE-UPSTREAM-REPORT.
           OPEN OUTPUT TRACK-REPORT-FILE
           MOVE "REJTRACK - OUTSTANDING REJECTS BY UPSTREAM" TO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FEED " WS-UPF-FEED-NAME(WS-UPF-IDX)
                   " OUTSTANDING " WS-EDIT-COUNT
                   " OLDEST " WS-EDIT-AGE " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

