      *              new-register swap (and its in-memory table) is
      *              retired.  The register no longer caps out at
      *              the old 200-ticket table limit.
      *  2026-10-15  Escalation age counts business days on the
      *              shared BUSCLMST calendar (BUSCLREC.CPY), so a
      *              ticket issued before a weekend or a holiday is
      *              no longer escalated for days nobody could have
      *              worked it.  PARM 1 is now business days.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTRECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-ACK-STATUS               PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-TICKET-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-REG-FOUND-SWITCH         PIC X     VALUE "N".
           88  WS-REG-FOUND            VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-ESCALATE-AGE-DAYS        PIC 9(4) COMP VALUE 1.
       01  WS-TODAY-ORDINAL            PIC S9(8) COMP.
       01  WS-TKT-DATE                 PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(8) COMP.
       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS
           PERFORM 0060-LOAD-CALENDAR
           PERFORM 0100-OPEN-TICKET-REGISTER
           PERFORM 0150-COUNT-CARRIED-TICKETS
           PERFORM 0200-LOAD-TONIGHT-TICKETS
           PERFORM 1000-MATCH-ACKNOWLEDGMENTS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSCL-DATE
           PERFORM 2150-COUNT-BUSINESS-ORDINAL
           MOVE WS-BUSCL-ORDINAL TO WS-TODAY-ORDINAL

           OPEN OUTPUT ESCALATION-FILE
           PERFORM 2000-WRITE-ESCALATION-REPORT
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARM: 1 = escalation age in business days (an
      *    issued ticket unacknowledged longer than this is
      *    escalated).  Omitted or non-numeric falls back to 1.
       0050-GET-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
               ELSE
                   DISPLAY "TKTRECON: age argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not numeric - using 1 business day."
               END-IF
           END-IF.

      *    The business-day calendar is shared with SUSFIX, REJTRACK,
      *    MOVCHK01 and SCANPRE.  Without it every Monday to Friday
      *    counts and nothing else does - holidays then age like any
      *    other day, which CFGCHK flags before the window runs.
       0060-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "TKTRECON: BUSCLMST not found - aging counts "
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
                       DISPLAY "TKTRECON: BUSCLMST has more than 1000 "
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

                   TKTACK-REFERENCE " matches no issued ticket."
           END-IF.

      *    Ages every ticket still on the register, in business days,
      *    from the date in its issue timestamp and lists the ones
      *    past the threshold.
      *    Acknowledged tickets were deleted above, so whatever this
      *    pass sees is exactly what carries forward to tomorrow.
       2000-WRITE-ESCALATION-REPORT.
       2100-ESCALATE-IF-AGED.
           IF REG-TIMESTAMP(1:8) IS NUMERIC
               MOVE REG-TIMESTAMP(1:8) TO WS-TKT-DATE
               MOVE WS-TKT-DATE TO WS-BUSCL-DATE
               PERFORM 2150-COUNT-BUSINESS-ORDINAL
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-ORDINAL - WS-BUSCL-ORDINAL
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
               STRING "REF " REG-REFERENCE
                   " FEED " REG-FEED-NAME
                   " REJECTS " WS-EDIT-COUNT
                   " UNACKED " WS-EDIT-AGE " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *    Business days from 1601-01-01 through WS-BUSCL-DATE: five
      *    for every whole week, the weekdays of the part week, then
      *    each calendar row dated on or before it - a weekday
      *    holiday takes one off, a weekend working day adds one.
       2150-COUNT-BUSINESS-ORDINAL.
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

      *    Grades the run for the scheduler: an escalated or unknown
      *    acknowledgment needs a person's eyes, so either grades as
      *    a warning.  Config and file errors never reach here -
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

