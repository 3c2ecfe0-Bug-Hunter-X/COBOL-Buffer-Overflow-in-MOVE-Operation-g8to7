      *              every day on a permanent trail.  The extract
      *              file itself is EXTENDed on cycles past the
      *              first so REJTRACK sees the whole day.
      *  2026-10-15  Reject-rate circuit breaker: a per-feed
      *              tolerance on the new RJTOLMST master (RJTOLREC.
      *              cpy) - more than N percent FAIL once M records
      *              have been checked - stops the run, copies the
      *              whole transmission untouched to the MOVCHKQT
      *              quarantine file, withdraws the suspense pairs
      *              the feed already wrote, and opens one "feed
      *              rejected whole" ticket (reason FEED) in place
      *              of the record-level one.  The run ends QUARANT
      *              with RC 16 so WINCTRL holds everything behind
      *              it; the serial goes on FEEDSERL with outcome Q
      *              and the corrected feed is replayed under a new
      *              cycle.
      *  2026-10-15  FEEDSERL rows now also carry the run cycle and
      *              the FEEDTRL detail count - the arrival and
      *              volume history FEEDCHK checks each feed against.
      *  2026-10-15  UTF-8 aware length check: FLDMXMST's new
      *              encoding column judges AREA1 in bytes or in
      *              characters, a truncation always stops on a
      *              character boundary, a value whose bytes are
      *              not well-formed UTF-8 is rejected to suspense
      *              under its own reason code (UTF8), and the
      *              suspense and audit records carry the value's
      *              byte and character lengths both.
      *  2026-10-15  Tamper-evident audit trail: every MOVCHKAU row
      *              now carries a chain sequence and a chain value
      *              folded from the row before it (TRLCHAIN.CPY),
      *              and each run appends a RUN seal for the range
      *              it closed to the TRLSEAL register (SEALREC.CPY)
      *              for TRLVERFY to check against.
      *  2026-10-15  The FEEDHDR business date must be a processing
      *              day on the shared BUSCLMST calendar
      *              (BUSCLREC.CPY): a non-date, a future date, a
      *              weekend or a holiday is refused before anything
      *              is written, graded BADDATE with RC 20.
      *  2026-10-15  Partitioned parallel run: PARM 5 names one key-
      *              range partition of a MOVSPLIT partition set
      *              (MOVCHKPS, allocated as MOVCHKIN).  The run
      *              reads only its own FEEDHDR/FEEDTRL bracket,
      *              sequence-checks its first row against the key
      *              before it in the feed as received, checkpoints
      *              on its own MOVCHKPC control record, and writes
      *              its audit rows unchained to the MOVCHKAW work
      *              file.  Tickets, the reject extract, the summary,
      *              the audit seal, the serial registration and a
      *              whole-feed quarantine are left to MOVMERGE.
      *  2026-10-15  The TRLSEAL chain head is re-read just before
      *              each seal is appended, so a seal another
      *              program writes while this one runs no longer
      *              forks the register's chain.
      *  2026-10-15  A partition only counts toward the reject-rate
      *              breaker; MOVMERGE judges the whole feed.  The
      *              partition overlay now ends the timestamp with
      *              the partition number after a four-digit
      *              sequence.
      *  2026-10-15  A quarantined transmission is registered on
      *              FEEDSERL with outcome Q, and a run under a
      *              business date and cycle that hold a quarantined
      *              run is refused - the replay takes a new cycle.
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCHK01.
               RECORD KEY IS SFU-KEY
               FILE STATUS IS WS-COMPANION-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO "RJTOLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "MOVCHKQT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN TO "MOVCHKAW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUW-KEY
               FILE STATUS IS WS-AUDIT-WORK-STATUS.

           SELECT PARTCTL-FILE ASSIGN TO "MOVCHKPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCTL-PARTITION
               FILE STATUS IS WS-PARTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       FD  COMPANION-FILE.
           COPY SUSREC REPLACING LEADING ==SUS== BY ==SFU==.

       FD  TOLERANCE-FILE.
           COPY RJTOLREC.

      *    A feed the reject-rate breaker rejected whole, copied
      *    byte for byte - header, every detail, and trailer - so
      *    it can be handed back or replayed as received.
       FD  QUARANTINE-FILE.
       01  QTN-RECORD                  PIC X(166).

       FD  SEAL-FILE.
           COPY SEALREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

      *    A partition's audit rows, the same layout as MOVCHKAU but
      *    not yet chained - the partitions run side by side, so only
      *    MOVMERGE, once they are all in, can put their rows on the
      *    chain one after another.
       FD  AUDIT-WORK-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUW==.

       FD  PARTCTL-FILE.
           COPY PARTCTRC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                   PIC X(150).
       01  WS-AREA-2                   PIC X(100).
       01  WS-LENGTH                   PIC 9(4) COMP.
       01  WS-FIELD-ID                 PIC X(8)  VALUE "AREA1".
       01  WS-TARGET-LENGTH            PIC 9(4) COMP.
       01  WS-FIELD-ENCODING           PIC X     VALUE SPACE.
           88  WS-FIELD-UTF8           VALUE "U" "C".
           88  WS-FIELD-IN-CHARS       VALUE "C".
       01  WS-LENGTH-UNIT              PIC X     VALUE "B".
       01  WS-BYTE-LENGTH              PIC 9(4) COMP.
       01  WS-CHAR-LENGTH              PIC 9(4) COMP.
       01  WS-FIT-BYTES                PIC 9(4) COMP.
       01  WS-UTF8-POS                 PIC 9(4) COMP.
       01  WS-UTF8-SEQ-LEN             PIC 9(4) COMP.
       01  WS-UTF8-SUB                 PIC 9(4) COMP.
       01  WS-UTF8-BYTE                PIC 9(4) COMP.
       01  WS-UTF8-FIRST-LOW           PIC 9(4) COMP.
       01  WS-UTF8-FIRST-HIGH          PIC 9(4) COMP.
       01  WS-ENCODING-SWITCH          PIC X     VALUE "N".
           88  WS-ENCODING-BAD         VALUE "Y".
       01  WS-REJECT-REASON            PIC X(4).
       01  WS-JOB-NAME                 PIC X(8)  VALUE "MOVCHK01".
       01  WS-RUN-MODE                 PIC X     VALUE "R".
           88  WS-MODE-REJECT          VALUE "R".
           05  WS-SUMM-TRUNCATED       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-DUPLICATES      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SEQBREAKS       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BAD-ENCODING    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-MIN-LENGTH      PIC 9(4) COMP VALUE 9999.
           05  WS-SUMM-MAX-LENGTH      PIC 9(4) COMP VALUE 0.
           05  WS-SUMM-TOTAL-LENGTH    PIC 9(8) COMP VALUE 0.
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-FIELD-SENS-SWITCH        PIC X     VALUE "N".
           88  WS-FIELD-SENSITIVE      VALUE "Y".
       01  WS-TOLERANCE-STATUS         PIC XX.
       01  WS-QUARANTINE-STATUS        PIC XX.
       01  WS-BREAKER-ARMED-SWITCH     PIC X     VALUE "N".
           88  WS-BREAKER-ARMED        VALUE "Y".
       01  WS-QUARANTINE-SWITCH        PIC X     VALUE "N".
           88  WS-FEED-QUARANTINED     VALUE "Y".
       01  WS-TOL-FEED-HIT-SWITCH      PIC X     VALUE "N".
           88  WS-TOL-FEED-HIT         VALUE "Y".
       01  WS-TOL-MAX-REJECT-PCT       PIC 9(3)  VALUE ZERO.
       01  WS-TOL-MIN-RECORDS          PIC 9(8)  VALUE ZERO.
       01  WS-TOL-FAIL-LIMIT           PIC 9(11) COMP VALUE 0.
       01  WS-TOL-FAIL-SCALED          PIC 9(11) COMP VALUE 0.
       01  WS-QTN-DETAIL-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-QTN-FIRST-KEY            PIC 9(8)  VALUE ZERO.
       01  WS-QTN-LAST-KEY             PIC 9(8)  VALUE ZERO.
       01  WS-SUS-WITHDRAWN            PIC 9(8) COMP VALUE 0.
       01  WS-WITHDRAW-DONE-SWITCH     PIC X     VALUE "N".
           88  WS-WITHDRAW-DONE        VALUE "Y".
       01  WS-EDIT-PCT                 PIC ZZ9.
       01  WS-SEAL-STATUS              PIC XX.
       01  WS-SEAL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEAL-EOF             VALUE "Y".
       01  WS-CHAIN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-CHAIN-EOF            VALUE "Y".
       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-CALENDAR-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-CALENDAR-EOF         VALUE "Y".
       01  WS-TODAY-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-PARTITION-NUMBER         PIC 9(2)  VALUE ZERO.
           88  WS-PARTITIONED          VALUE 1 THRU 9.
       01  WS-PARTITION-ARG-SWITCH     PIC X     VALUE "N".
           88  WS-PARTITION-ARG-BAD    VALUE "Y".
       01  WS-PARTITION-ARG            PIC X(8)  VALUE SPACES.
       01  WS-PART-HDR-FOUND-SWITCH    PIC X     VALUE "N".
           88  WS-PART-HDR-FOUND       VALUE "Y".
       01  WS-AUDIT-WORK-STATUS        PIC XX.
       01  WS-PARTCTL-STATUS           PIC XX.
       01  WS-PARTITION-SEQ-X.
           05  WS-PARTITION-SEQ-NUMBER PIC 9(4).
           05  WS-PARTITION-SEQ-DIGIT  PIC 9(1).

       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".

           COPY FDSRTAB.

           COPY TRLCHAIN.

           COPY BUSCLTAB.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0030-GET-RUN-CYCLE
           OPEN INPUT  IN-FILE

           PERFORM 0080-READ-FEED-HEADER
           PERFORM 0082-LOAD-CALENDAR
           PERFORM 0085-CHECK-BUSINESS-DATE
           PERFORM 0090-CHECK-FEED-SERIAL

      *    The threshold lookup is as-of the header's business date,
      *    so it cannot run until the header has been read.
           PERFORM 0200-LOOKUP-TARGET-LENGTH
           PERFORM 0250-LOAD-REJECT-TOLERANCE

           PERFORM 0060-OPEN-TRAIL-FILES

           IF WS-PARTITIONED
               PERFORM 0600-CLAIM-PARTITION
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF

           IF WS-RESTART-KEY > 0
               PERFORM 0300-SKIP-TO-RESTART-POINT
           END-IF

           PERFORM UNTIL WS-EOF OR WS-FEED-QUARANTINED
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

      *    A partition's end-of-job work is only to record its
      *    figures for MOVMERGE - everything written once per feed
      *    waits until every partition is in.
           IF WS-PARTITIONED
               PERFORM 0650-CLOSE-PARTITION-RUN
           ELSE
      *        A tripped breaker rejects the feed whole: no trailer
      *        tie (the rest of the file was never read), no
      *        checkpoint to restart from, and one feed-level ticket
      *        in place of the record-level ones.  The reject extract
      *        still runs - with the feed's suspense pairs withdrawn
      *        it carries nothing for this cycle, and a first cycle
      *        still starts the day's extract fresh.
               IF WS-FEED-QUARANTINED
                   PERFORM 7000-QUARANTINE-FEED
               ELSE
                   PERFORM 0460-VERIFY-TRAILER-COUNT
                   PERFORM 4000-WRITE-CHECKPOINT
                   PERFORM 8000-WRITE-FEED-TICKETS
               END-IF
               PERFORM 8500-WRITE-REJECT-EXTRACT
               PERFORM 9000-WRITE-SUMMARY-REPORT

               CLOSE IN-FILE
               CLOSE AUDIT-FILE
               PERFORM 9200-SEAL-AUDIT-RUN
               CLOSE SUMMARY-FILE
               CLOSE TICKET-FILE

      *        A quarantined transmission goes on the register as
      *        outcome Q, which leaves its serial free for the
      *        corrected resend but closes this business date and
      *        cycle to any further run.
               PERFORM 9300-REGISTER-FEED-SERIAL
           END-IF

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE WS-PARTITION-NUMBER  TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARMs: 1 = run mode (R/T), 2 = restart record
      *    the overnight case).  Cycle 1 starts the day's trails
      *    fresh; later cycles add to them, so a second same-day
      *    run no longer wipes the first run's suspense and audit
      *    records.  5 = partition number 1-9 of a MOVSPLIT
      *    partition set (omitted = one pass over the whole feed).
       0050-GET-RUN-PARAMETERS.
           IF WS-PARTITION-ARG-BAD
               DISPLAY "MOVCHK01: partition argument '"
                   FUNCTION TRIM(WS-PARTITION-ARG)
                   "' is not a partition number 1 to 9 - supply "
                   "one or omit it."
               PERFORM 9800-ABORT-RUN
           END-IF

           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE "Y" TO WS-STRICT-SWITCH
           END-IF.

      *    The cycle and the partition number are parsed before the
      *    START handshake so the handshake itself carries them - it
      *    can never abort.  A bad cycle just falls back to cycle
      *    01; a bad partition number is refused in 0050 once the
      *    START is on file, since guessing would run the wrong
      *    slice of the feed.
       0030-GET-RUN-CYCLE.
           MOVE 5 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-ARG-VALUE)
                       TO WS-PARTITION-NUMBER
               END-IF
               IF NOT WS-PARTITIONED
                   MOVE ZERO TO WS-PARTITION-NUMBER
                   MOVE WS-ARG-VALUE TO WS-PARTITION-ARG
                   SET WS-PARTITION-ARG-BAD TO TRUE
               END-IF
           END-IF

           MOVE 4 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      *    is created with OPEN OUTPUT.  The per-window report
      *    trails (summary, tickets) still start fresh on a clean
      *    first cycle and EXTEND on a restart or a later cycle.
      *    A partition shares the suspense pair with its siblings
      *    but writes its audit rows to the MOVCHKAW work file and
      *    opens no report trail at all - MOVMERGE writes those.
       0060-OPEN-TRAIL-FILES.
           IF WS-RESTART-KEY > 0 AND NOT WS-PARTITIONED
               PERFORM 0070-SEED-TICKET-TABLE
           END-IF

               OPEN OUTPUT COMPANION-FILE
           END-IF

           IF WS-PARTITIONED
               OPEN I-O AUDIT-WORK-FILE
               IF WS-AUDIT-WORK-STATUS = "35"
                   DISPLAY "MOVCHK01: MOVCHKAW not found "
                       "- creating it fresh."
                   OPEN OUTPUT AUDIT-WORK-FILE
               END-IF
           ELSE
               PERFORM 0065-READ-SEAL-REGISTER
               OPEN I-O AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   DISPLAY "MOVCHK01: MOVCHKAU not found "
                       "- creating it fresh."
                   OPEN OUTPUT AUDIT-FILE
               ELSE
                   PERFORM 0068-FIND-AUDIT-CHAIN-HEAD
               END-IF
           END-IF

           IF NOT WS-PARTITIONED
               IF WS-RESTART-KEY > 0 OR WS-RUN-CYCLE > 1
                   OPEN EXTEND SUMMARY-FILE
                   IF WS-SUMMARY-STATUS = "35"
                       DISPLAY "MOVCHK01: MOVCHKRP not found "
                           "- opening it fresh instead of extending it."
                       OPEN OUTPUT SUMMARY-FILE
                   END-IF

                   OPEN EXTEND TICKET-FILE
                   IF WS-TICKET-STATUS = "35"
                       DISPLAY "MOVCHK01: MOVCHKTK not found "
                           "- opening it fresh instead of extending it."
                       OPEN OUTPUT TICKET-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT SUMMARY-FILE
                   OPEN OUTPUT TICKET-FILE
               END-IF
           END-IF.

      *    Picks up the audit chain where the seal register says it
      *    was last closed: the highest sequence any MOVCHKAU seal
      *    (RUN or RETPURGE's SPLT anchor) names, its chain value,
      *    and the timestamp of that row.  The highest RUN seal is
      *    also what this run's own seal starts after.  The
      *    register's own chain head is kept for appending to it.
      *    No register yet means no chained row has ever been
      *    sealed - the chain starts from zero.
       0065-READ-SEAL-REGISTER.
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "35"
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 0066-TAKE-SEAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

       0066-TAKE-SEAL-RECORD.
           IF SEAL-CHAIN-SEQ IS NUMERIC
               MOVE SEAL-CHAIN-SEQ   TO WS-SEAL-CHAIN-SEQ
               MOVE SEAL-CHAIN-VALUE TO WS-SEAL-CHAIN-VALUE
           END-IF
           IF SEAL-TRAIL-ID = "MOVCHKAU"
                   AND SEAL-LAST-SEQ IS NUMERIC
               IF SEAL-LAST-SEQ > WS-CHAIN-SEQ
                   MOVE SEAL-LAST-SEQ       TO WS-CHAIN-SEQ
                   MOVE SEAL-LAST-VALUE     TO WS-CHAIN-VALUE
                   MOVE SEAL-LAST-TIMESTAMP TO WS-CHAIN-HEAD-TIMESTAMP
                   MOVE SEAL-LAST-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
               END-IF
               IF SEAL-IS-RUN
                       AND SEAL-LAST-SEQ > WS-CHAIN-SEALED-SEQ
                   MOVE SEAL-LAST-SEQ TO WS-CHAIN-SEALED-SEQ
               END-IF
           END-IF.

      *    Rows a crashed run wrote after the last seal are still
      *    on the chain, so the head is the highest chained row on
      *    the trail, not just the last sealed one.  Chain order is
      *    write order and the key leads with the write timestamp,
      *    so reading on from the sealed row's timestamp finds them
      *    without walking the whole history.  Rows from before
      *    chaining carry no sequence and are passed over.
       0068-FIND-AUDIT-CHAIN-HEAD.
           MOVE LOW-VALUES TO AUD-KEY
           IF WS-CHAIN-HEAD-TIMESTAMP NOT = SPACES
               MOVE WS-CHAIN-HEAD-TIMESTAMP TO AUD-TIMESTAMP
           END-IF
           MOVE "N" TO WS-CHAIN-EOF-SWITCH
           START AUDIT-FILE KEY >= AUD-KEY
               INVALID KEY
                   SET WS-CHAIN-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-CHAIN-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-CHAIN-EOF TO TRUE
                   NOT AT END
                       IF AUD-CHAIN-SEQ IS NUMERIC
                               AND AUD-CHAIN-SEQ > WS-CHAIN-SEQ
                           MOVE AUD-CHAIN-SEQ   TO WS-CHAIN-SEQ
                           MOVE AUD-CHAIN-VALUE TO WS-CHAIN-VALUE
                           MOVE AUD-TIMESTAMP
                               TO WS-CHAIN-LAST-TIMESTAMP
                       END-IF
               END-READ
           END-PERFORM.

      *    The per-feed ticket table lives in memory and tickets are
      *    written only at end of job, so a crashed segment's rejects
      *    would otherwise never be ticketed: the restart skips the
      *    record the upstream transmission now opens with - a file
      *    that starts straight into detail rows is either an old-
      *    format feed or a transfer that lost its top, and neither
      *    can be count-verified, so refuse to run it.  A partition
      *    run reads past its siblings' brackets to its own FEEDHDR.
       0080-READ-FEED-HEADER.
           IF WS-PARTITIONED
               PERFORM 0081-FIND-PARTITION-HEADER
           ELSE
               READ IN-FILE
                   AT END
                       DISPLAY "MOVCHK01: MOVCHKIN is empty - no "
                           "FEEDHDR control record."
                       PERFORM 9800-ABORT-RUN
               END-READ
               MOVE IN-RECORD TO FCTL-RECORD
               IF NOT FCTL-IS-HEADER
                   DISPLAY "MOVCHK01: first MOVCHKIN record is not a "
                       "FEEDHDR control record - feed cannot be "
                       "count-verified, run refused."
                   PERFORM 9800-ABORT-RUN
               END-IF
               IF FCTL-PARTITION IS NUMERIC
                   DISPLAY "MOVCHK01: MOVCHKIN is a MOVSPLIT "
                       "partition set - run each partition with its "
                       "partition number."
                   PERFORM 9800-ABORT-RUN
               END-IF
           END-IF
           SET WS-HEADER-SEEN TO TRUE
           MOVE FCTL-FEED-NAME     TO WS-HEADER-FEED-NAME
           MOVE FCTL-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
           MOVE FCTL-FEED-SERIAL   TO WS-FEED-SERIAL.

      *    The partition's first detail row is sequence-checked
      *    against the row before it in the feed as received, which
      *    MOVSPLIT carried on the partition's FEEDHDR - so a
      *    duplicate or a sequence break straddling a partition
      *    boundary is caught exactly as one pass would catch it.
       0081-FIND-PARTITION-HEADER.
           PERFORM UNTIL WS-PART-HDR-FOUND
               READ IN-FILE
                   AT END
                       DISPLAY "MOVCHK01: partition "
                           WS-PARTITION-NUMBER " is not on the "
                           "MOVCHKIN partition set - run refused."
                       PERFORM 9800-ABORT-RUN
               END-READ
               MOVE IN-RECORD TO FCTL-RECORD
               IF FCTL-IS-HEADER
                   IF FCTL-PARTITION IS NOT NUMERIC
                       DISPLAY "MOVCHK01: MOVCHKIN is not a MOVSPLIT "
                           "partition set - run it without a "
                           "partition number."
                       PERFORM 9800-ABORT-RUN
                   END-IF
                   IF FCTL-PARTITION = WS-PARTITION-NUMBER
                       SET WS-PART-HDR-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF FCTL-HAS-PRIOR-KEY AND FCTL-PRIOR-KEY IS NUMERIC
               MOVE FCTL-PRIOR-KEY TO WS-PREVIOUS-KEY
               SET WS-HAVE-PREVIOUS-KEY TO TRUE
           END-IF.

      *    The business-day calendar is shared with SCANPRE, SUSFIX,
      *    TKTRECON and REJTRACK.  Without it every Monday to Friday
      *    is a processing day and nothing else is, which CFGCHK
      *    flags before the window runs.
       0082-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "MOVCHK01: BUSCLMST not found - Monday to "
                   "Friday are processing days, with no holidays."
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-CALENDAR-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CALENDAR-EOF TO TRUE
                       NOT AT END
                           PERFORM 0083-LOAD-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *    A row that is not a real date cannot be placed in the
      *    week and is left out, and only the first row for a date
      *    counts - CFGCHK reports both.
       0083-LOAD-ONE-CALENDAR-DAY.
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
                       DISPLAY "MOVCHK01: BUSCLMST has more than 1000 "
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

      *    The header's business date drives the as-of threshold
      *    lookup, the suspense and audit stamps and the serial
      *    register, so a date that is not a real processing day
      *    would quietly misfile the whole feed.  A non-date, a date
      *    past today's, a weekend or a holiday is refused before
      *    anything is written.  This runs ahead of the replay guard
      *    so a refused feed is never registered and the corrected
      *    resend can still run.
       0085-CHECK-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           IF FCTL-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " FCTL-BUSINESS-DATE
                   " is not numeric - feed refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEED-BUSINESS-DATE)
                   NOT = 0
               DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is not a valid date - feed refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           IF WS-FEED-BUSINESS-DATE > WS-TODAY-DATE
               DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is in the future - feed refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF
           MOVE WS-FEED-BUSINESS-DATE TO WS-BUSCL-DATE
           PERFORM 0087-JUDGE-BUSINESS-DAY
           IF NOT WS-BUSCL-BUSINESS-DAY
               IF WS-BUSCL-HIT-DESC = SPACES
                   IF WS-BUSCL-ON-WEEKDAY
                       MOVE "holiday" TO WS-BUSCL-HIT-DESC
                   ELSE
                       MOVE "weekend" TO WS-BUSCL-HIT-DESC
                   END-IF
               END-IF
               DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
                   " FEEDHDR business date " WS-FEED-BUSINESS-DATE
                   " is not a processing day ("
                   FUNCTION TRIM(WS-BUSCL-HIT-DESC)
                   ") - feed refused."
               PERFORM 9850-REFUSE-BUSINESS-DATE
           END-IF.

      *    Monday to Friday are processing days unless the calendar
      *    marks the date a holiday; Saturday and Sunday are not,
      *    unless the calendar marks the date a working day.
       0087-JUDGE-BUSINESS-DAY.
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
      *    processed-serial register means this transmission was
      *    already run to completion - refuse it rather than load
               WHEN WS-FDSR-FEED-NAME(WS-FDSR-IDX)
                       = WS-HEADER-FEED-NAME
                   AND WS-FDSR-SERIAL(WS-FDSR-IDX) = WS-FEED-SERIAL
                   AND NOT WS-FDSR-QUARANTINED(WS-FDSR-IDX)
                   DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
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
                   DISPLAY "MOVCHK01: cycle " WS-RUN-CYCLE " of "
                       WS-FEED-BUSINESS-DATE " holds feed "
                       WS-FDSR-FEED-NAME(WS-FDSR-IDX) " serial "
                       WS-FDSR-SERIAL(WS-FDSR-IDX)
                       " rejected whole - replay under a new cycle."
                   PERFORM 9800-ABORT-RUN
           END-SEARCH.

       0095-LOAD-ONE-SERIAL.
           SET WS-FDSR-IDX UP BY 1
           MOVE FDSR-FEED-NAME TO WS-FDSR-FEED-NAME(WS-FDSR-IDX)
           MOVE FDSR-FEED-SERIAL TO WS-FDSR-SERIAL(WS-FDSR-IDX)
           MOVE FDSR-BUSINESS-DATE
               TO WS-FDSR-BUSINESS-DATE(WS-FDSR-IDX)
           MOVE FDSR-CYCLE-NUMBER TO WS-FDSR-CYCLE(WS-FDSR-IDX)
           MOVE FDSR-OUTCOME TO WS-FDSR-OUTCOME(WS-FDSR-IDX)
           SET WS-FDSR-COUNT TO WS-FDSR-IDX.

      *    A partition runs only against the MOVCHKPC control record
      *    MOVSPLIT cut for it - same feed, serial, business date and
      *    cycle as the partition set in hand.  A fresh partition is
      *    READY; one left RUNNING crashed and is being restarted.
      *    One that already finished, or was merged, is refused: a
      *    second run would put its records on the trails twice.
      *    The record is marked RUNNING before any trail is written
      *    and held open for the run's checkpoints.
       0600-CLAIM-PARTITION.
           OPEN I-O PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "35"
               DISPLAY "MOVCHK01: MOVCHKPC not found - run MOVSPLIT "
                   "before running its partitions."
               PERFORM 9800-ABORT-RUN
           END-IF
           MOVE WS-PARTITION-NUMBER TO PCTL-PARTITION
           READ PARTCTL-FILE
               INVALID KEY
                   DISPLAY "MOVCHK01: partition " WS-PARTITION-NUMBER
                       " has no MOVCHKPC control record - run "
                       "refused."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-READ
           IF PCTL-FEED-NAME NOT = WS-HEADER-FEED-NAME
               OR PCTL-FEED-SERIAL NOT = WS-FEED-SERIAL
               OR PCTL-BUSINESS-DATE NOT = WS-FEED-BUSINESS-DATE
               OR PCTL-CYCLE-NUMBER NOT = WS-RUN-CYCLE
               DISPLAY "MOVCHK01: MOVCHKPC was cut for feed "
                   PCTL-FEED-NAME " serial " PCTL-FEED-SERIAL
                   " cycle " PCTL-CYCLE-NUMBER " - not this "
                   "partition set, run refused."
               CLOSE PARTCTL-FILE
               PERFORM 9800-ABORT-RUN
           END-IF
           IF NOT PCTL-READY AND NOT PCTL-RUNNING
               DISPLAY "MOVCHK01: partition " WS-PARTITION-NUMBER
                   " is already " FUNCTION TRIM(PCTL-STATUS)
                   " - only a READY or crashed partition may run."
               CLOSE PARTCTL-FILE
               PERFORM 9800-ABORT-RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           SET PCTL-RUNNING TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO PCTL-RUN-TIMESTAMP
           MOVE WS-RESTART-KEY       TO PCTL-RESTART-KEY
           MOVE WS-RESTART-KEY       TO PCTL-CHECKPOINT-KEY
           MOVE ZERO                 TO PCTL-CHECKPOINT-COUNT
           REWRITE PCTL-RECORD
               INVALID KEY
                   DISPLAY "MOVCHK01: MOVCHKPC control record for "
                       "partition " WS-PARTITION-NUMBER
                       " could not be rewritten - run refused."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-REWRITE.

      *    The partition's figures go onto its control record for
      *    MOVMERGE: the trailer still has to tie, and the record
      *    ends DONE carrying the feed's reject-rate tolerance, so
      *    MOVMERGE can judge the whole feed's rate against the
      *    tolerance every partition ran under.  The rest of the
      *    partition set is never read.
       0650-CLOSE-PARTITION-RUN.
           PERFORM 0460-VERIFY-TRAILER-COUNT
           CLOSE IN-FILE
           CLOSE SUSPENSE-FILE
           CLOSE COMPANION-FILE
           CLOSE AUDIT-WORK-FILE
           PERFORM 9400-SET-RUN-OUTCOME

           MOVE WS-PARTITION-NUMBER TO PCTL-PARTITION
           READ PARTCTL-FILE
               INVALID KEY
                   DISPLAY "MOVCHK01: MOVCHKPC control record for "
                       "partition " WS-PARTITION-NUMBER
                       " has gone - figures not recorded."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-READ
           SET PCTL-DONE TO TRUE
           IF NOT (WS-MODE-STRICT AND WS-SEQUENCE-BROKEN)
               MOVE WS-LAST-PROCESSED-KEY TO PCTL-CHECKPOINT-KEY
               MOVE WS-SUMM-PROCESSED     TO PCTL-CHECKPOINT-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP    TO PCTL-RUN-TIMESTAMP
           IF WS-MODE-STRICT AND WS-SEQUENCE-BROKEN
               MOVE "Y" TO PCTL-SEQ-FROZEN-FLAG
           ELSE
               MOVE "N" TO PCTL-SEQ-FROZEN-FLAG
           END-IF
           MOVE WS-RETURN-CODE          TO PCTL-RETURN-CODE
           MOVE WS-TOL-MAX-REJECT-PCT   TO PCTL-TOL-MAX-REJECT-PCT
           MOVE WS-TOL-MIN-RECORDS      TO PCTL-TOL-MIN-RECORDS
           MOVE WS-BREAKER-ARMED-SWITCH TO PCTL-BREAKER-FLAG
           MOVE SPACE                   TO PCTL-RATE-VERDICT
           MOVE WS-SUMM-PROCESSED       TO PCTL-PROCESSED
           MOVE WS-SUMM-REJECTED        TO PCTL-REJECTED
           MOVE WS-SUMM-TRUNCATED       TO PCTL-TRUNCATED
           MOVE WS-SUMM-DUPLICATES      TO PCTL-DUPLICATES
           MOVE WS-SUMM-SEQBREAKS       TO PCTL-SEQBREAKS
           MOVE WS-SUMM-BAD-ENCODING    TO PCTL-BAD-ENCODING
           MOVE WS-SUMM-MIN-LENGTH      TO PCTL-MIN-LENGTH
           MOVE WS-SUMM-MAX-LENGTH      TO PCTL-MAX-LENGTH
           MOVE WS-SUMM-TOTAL-LENGTH    TO PCTL-TOTAL-LENGTH
           MOVE WS-SUMM-BUCKET-00-25    TO PCTL-BUCKET-00-25
           MOVE WS-SUMM-BUCKET-26-50    TO PCTL-BUCKET-26-50
           MOVE WS-SUMM-BUCKET-51-75    TO PCTL-BUCKET-51-75
           MOVE WS-SUMM-BUCKET-76-100   TO PCTL-BUCKET-76-100
           MOVE WS-SUMM-BUCKET-OVER-100 TO PCTL-BUCKET-OVER-100
           REWRITE PCTL-RECORD
               INVALID KEY
                   DISPLAY "MOVCHK01: MOVCHKPC control record for "
                       "partition " WS-PARTITION-NUMBER
                       " could not be rewritten - figures not "
                       "recorded."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-REWRITE
           CLOSE PARTCTL-FILE.

      *    The restart point for this partition alone: the last key
      *    it safely processed, on its own control record, so its
      *    siblings' progress never overwrites it.
       0680-CHECKPOINT-PARTITION.
           MOVE WS-PARTITION-NUMBER TO PCTL-PARTITION
           READ PARTCTL-FILE
               INVALID KEY
                   DISPLAY "MOVCHK01: MOVCHKPC control record for "
                       "partition " WS-PARTITION-NUMBER
                       " has gone - no checkpoint written."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO PCTL-RUN-TIMESTAMP
           MOVE WS-LAST-PROCESSED-KEY TO PCTL-CHECKPOINT-KEY
           MOVE WS-SUMM-PROCESSED     TO PCTL-CHECKPOINT-COUNT
           REWRITE PCTL-RECORD
               INVALID KEY
                   DISPLAY "MOVCHK01: MOVCHKPC control record for "
                       "partition " WS-PARTITION-NUMBER
                       " could not be rewritten - no checkpoint "
                       "written."
                   CLOSE PARTCTL-FILE
                   PERFORM 9800-ABORT-RUN
           END-REWRITE.

      *    Reads and discards records already moved in a prior run
      *    (key less than or equal to the checkpointed restart key -
      *    CHKPT-LAST-KEY is the last record that was *successfully*
               PERFORM 9800-ABORT-RUN
           END-IF
           SET WS-TRAILER-SEEN TO TRUE
           MOVE FCTL-DETAIL-COUNT TO WS-TRAILER-COUNT
      *    A partition's FEEDTRL closes its bracket; what follows
      *    belongs to the next partition.
           IF WS-PARTITIONED
               SET WS-EOF TO TRUE
           END-IF.

       0480-REJECT-EXTRA-HEADER.
           DISPLAY "MOVCHK01: second FEEDHDR header on MOVCHKIN - "
               PERFORM 1000-CHECK-AND-MOVE
           END-IF
           MOVE IN-REC-KEY TO WS-PREVIOUS-KEY
           SET WS-HAVE-PREVIOUS-KEY TO TRUE
           IF WS-BREAKER-ARMED AND NOT WS-PARTITIONED
               PERFORM 0550-CHECK-REJECT-RATE
           END-IF.

      *    The reject-rate circuit breaker: once the feed's minimum
      *    sample has been checked, a FAIL rate above its tolerance
      *    means the transmission itself is broken (a shifted
      *    layout fails every record), not that a few values are
      *    long - stop reading and let the main line quarantine it
      *    instead of writing a suspense pair per record.  Compared
      *    as FAIL x 100 > PCT x PROCESSED so no rounding can let a
      *    rate just over the line through.  After a restart the
      *    rate covers this segment only, the same as the summary.
      *    A partition never trips it: one key range's rate is not
      *    the feed's, so a partition only counts, and MOVMERGE
      *    runs this same test over the whole feed's audit rows.
       0550-CHECK-REJECT-RATE.
           IF WS-SUMM-PROCESSED >= WS-TOL-MIN-RECORDS
               AND WS-SUMM-PROCESSED > ZERO
               COMPUTE WS-TOL-FAIL-SCALED = WS-SUMM-REJECTED * 100
               COMPUTE WS-TOL-FAIL-LIMIT =
                   WS-TOL-MAX-REJECT-PCT * WS-SUMM-PROCESSED
               IF WS-TOL-FAIL-SCALED > WS-TOL-FAIL-LIMIT
                   SET WS-FEED-QUARANTINED TO TRUE
                   MOVE WS-TOL-MAX-REJECT-PCT TO WS-EDIT-PCT
                   DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME
                       " failed " WS-SUMM-REJECTED " of "
                       WS-SUMM-PROCESSED " records checked - over "
                       "its " WS-EDIT-PCT "% reject tolerance, "
                       "feed rejected whole."
               END-IF
           END-IF.

      *    Checkpoint/restart assumes IN-REC-KEY is unique and
      *    ascending - a duplicate or out-of-order key would make a
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
                   WS-FIELD-ID " in force on "
                   WS-FEED-BUSINESS-DATE ", defaulting to 100."
           END-IF
           IF WS-FIELD-IN-CHARS
               MOVE "C" TO WS-LENGTH-UNIT
           ELSE
               MOVE "B" TO WS-LENGTH-UNIT
           END-IF

           IF WS-TARGET-LENGTH > FUNCTION LENGTH(WS-AREA-2)
               DISPLAY "MOVCHK01: FLDMXMST max length "
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    Arms the reject-rate breaker from RJTOLMST: the header
      *    feed's own row wins, a *DEFAULT row covers feeds without
      *    one, and with neither - or no master at all - the breaker
      *    stays disarmed and the feed runs exactly as it always has.
       0250-LOAD-REJECT-TOLERANCE.
           MOVE "N" TO WS-TOL-FEED-HIT-SWITCH
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS = "35"
               DISPLAY "MOVCHK01: RJTOLMST not found - reject-rate "
                   "breaker disarmed."
           ELSE
               PERFORM UNTIL WS-EOF OR WS-TOL-FEED-HIT
                   READ TOLERANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0260-TAKE-TOLERANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH

           IF WS-BREAKER-ARMED
               MOVE WS-TOL-MAX-REJECT-PCT TO WS-EDIT-PCT
               MOVE WS-TOL-MIN-RECORDS TO WS-EDIT-COUNT
               DISPLAY "MOVCHK01: reject-rate breaker armed for "
                   WS-HEADER-FEED-NAME " - over " WS-EDIT-PCT
                   "% FAIL after " FUNCTION TRIM(WS-EDIT-COUNT)
                   " records rejects the feed whole."
           END-IF.

       0260-TAKE-TOLERANCE-ROW.
           IF RJTOL-FEED-NAME = WS-HEADER-FEED-NAME
               OR RJTOL-FEED-NAME = "*DEFAULT"
               IF RJTOL-MAX-REJECT-PCT IS NOT NUMERIC
                   OR RJTOL-MIN-RECORDS IS NOT NUMERIC
                   DISPLAY "MOVCHK01: RJTOLMST row for "
                       RJTOL-FEED-NAME " is not numeric - fix the "
                       "tolerance master before rerunning."
                   CLOSE TOLERANCE-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               MOVE RJTOL-MAX-REJECT-PCT TO WS-TOL-MAX-REJECT-PCT
               MOVE RJTOL-MIN-RECORDS    TO WS-TOL-MIN-RECORDS
               IF WS-TOL-MAX-REJECT-PCT < 100
                   SET WS-BREAKER-ARMED TO TRUE
               ELSE
                   MOVE "N" TO WS-BREAKER-ARMED-SWITCH
               END-IF
               IF RJTOL-FEED-NAME = WS-HEADER-FEED-NAME
                   SET WS-TOL-FEED-HIT TO TRUE
               END-IF
           END-IF.

      *    A UTF-8 value over its limit is also over when its bytes
      *    will not fit WS-AREA-2 - a character-judged limit can
      *    pass a value the byte buffer would still clip.  Malformed
      *    UTF-8 is rejected in either run mode: truncating cannot
      *    repair it.
       1000-CHECK-AND-MOVE.
           PERFORM 1050-MEASURE-AREA-1

           EVALUATE TRUE
               WHEN WS-ENCODING-BAD
                   ADD 1 TO WS-SUMM-BAD-ENCODING
                   MOVE "UTF8" TO WS-REJECT-REASON
                   PERFORM 2000-REJECT-TO-SUSPENSE
                   MOVE "FAIL" TO AUD-OUTCOME
                   PERFORM 3000-WRITE-AUDIT-RECORD
               WHEN WS-LENGTH > WS-TARGET-LENGTH
                   OR WS-BYTE-LENGTH > FUNCTION LENGTH(WS-AREA-2)
                   IF WS-MODE-TRUNCATE
                       PERFORM 2100-TRUNCATE-AND-MOVE
                       MOVE "WARN" TO AUD-OUTCOME
                   ELSE
                       MOVE "OVER" TO WS-REJECT-REASON
                       PERFORM 2000-REJECT-TO-SUSPENSE
                       MOVE "FAIL" TO AUD-OUTCOME
                   END-IF
                   PERFORM 3000-WRITE-AUDIT-RECORD
               WHEN OTHER
                   MOVE WS-AREA-1 TO WS-AREA-2
                   DISPLAY "Data moved successfully."
                   MOVE "PASS" TO AUD-OUTCOME
                   PERFORM 3000-WRITE-AUDIT-RECORD
           END-EVALUATE

           PERFORM 3200-UPDATE-SUMMARY-STATS

               MOVE 0 TO WS-RECS-SINCE-CHECKPOINT
           END-IF.

      *    Measures AREA1 for the check: WS-BYTE-LENGTH and
      *    WS-CHAR-LENGTH are the value's length both ways, and
      *    WS-LENGTH is the one the limit is judged in.  Single-byte
      *    data is one character per byte.  A UTF-8 value is trimmed
      *    on the right only - the walk needs real byte positions -
      *    and walked sequence by sequence.
       1050-MEASURE-AREA-1.
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
           END-IF.

      *    Walks WS-AREA-1(1:WS-BYTE-LENGTH) one UTF-8 sequence at a
      *    time, counting characters.  The lead byte gives the
      *    sequence length (00-7F one byte, C2-DF two, E0-EF three,
      *    F0-F4 four); any other lead byte, a continuation byte
      *    outside 80-BF, or a sequence cut off by the end of the
      *    value is malformed and stops the walk.  WS-FIT-BYTES
      *    ends up as the bytes of the longest run of whole
      *    characters that fits both the limit (in the field's
      *    unit) and WS-AREA-2 - where a truncation has to cut.
       1100-MEASURE-UTF8-VALUE.
           MOVE ZERO TO WS-CHAR-LENGTH
           MOVE ZERO TO WS-FIT-BYTES
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
                   IF WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                           <= FUNCTION LENGTH(WS-AREA-2)
                       AND ((WS-FIELD-IN-CHARS
                               AND WS-CHAR-LENGTH
                                   <= WS-TARGET-LENGTH)
                           OR (NOT WS-FIELD-IN-CHARS
                               AND WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                                   <= WS-TARGET-LENGTH))
                       COMPUTE WS-FIT-BYTES =
                           WS-UTF8-POS + WS-UTF8-SEQ-LEN - 1
                   END-IF
                   ADD WS-UTF8-SEQ-LEN TO WS-UTF8-POS
               END-IF
           END-PERFORM.

      *    Suspends the record under WS-REJECT-REASON - OVER for a
      *    value past its limit, UTF8 for one whose bytes are not
      *    well-formed UTF-8.
       2000-REJECT-TO-SUSPENSE.
           PERFORM 3700-BUILD-TRAIL-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO SUS-TIMESTAMP
           MOVE IN-REC-KEY           TO SUS-REC-KEY
           MOVE WS-LENGTH            TO SUS-SOURCE-LENGTH
           MOVE WS-TARGET-LENGTH     TO SUS-TARGET-LENGTH
           MOVE WS-REJECT-REASON     TO SUS-REASON-CODE
           MOVE WS-RUN-CYCLE         TO SUS-CYCLE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-AREA-1            TO SUS-ORIGINAL-DATA
           MOVE WS-BYTE-LENGTH       TO SUS-BYTE-LENGTH
           MOVE WS-CHAR-LENGTH       TO SUS-CHAR-LENGTH
           MOVE WS-LENGTH-UNIT       TO SUS-LENGTH-UNIT
           PERFORM 2900-WRITE-SUSPENSE-PAIR

           MOVE WS-REJECT-REASON TO WS-TICKET-REASON
           MOVE IN-FEED-NAME     TO WS-TICKET-FEED
           MOVE IN-REC-KEY       TO WS-TICKET-KEY
           PERFORM 2060-ACCUMULATE-FEED-REJECT

           IF WS-REJECT-REASON = "UTF8"
               DISPLAY "Warning: Data is not well-formed UTF-8 - "
                   "routed to suspense file."
           ELSE
               DISPLAY "Warning: Data exceeds target field size - "
                   "routed to suspense file."
           END-IF.

      *    Rolls one rejection into its feed's entry in the per-feed
      *    ticket table, from WS-TICKET-FEED / WS-TICKET-KEY /
                   PERFORM 9800-ABORT-RUN
           END-WRITE.

      *    Every byte of the value is starred - a multibyte
      *    character masked by half would leak the rest of it.
       2950-MASK-ORIGINAL-DATA.
           IF WS-BYTE-LENGTH > ZERO
               MOVE ALL "*" TO SUS-ORIGINAL-DATA(1:WS-BYTE-LENGTH)
           END-IF.

      *    A UTF-8 value is cut after the last whole character that
      *    fits, never through the middle of one.
       2100-TRUNCATE-AND-MOVE.
           IF WS-FIELD-UTF8
               MOVE SPACES TO WS-AREA-2
               IF WS-FIT-BYTES > ZERO
                   MOVE WS-AREA-1(1:WS-FIT-BYTES) TO WS-AREA-2
               END-IF
           ELSE
               MOVE WS-AREA-1(1:WS-TARGET-LENGTH) TO WS-AREA-2
           END-IF
           DISPLAY "Warning: Data exceeds target field size - "
               "truncated and moved.".

               END-IF
           END-IF

           PERFORM 1050-MEASURE-AREA-1

           PERFORM 3700-BUILD-TRAIL-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO SUS-TIMESTAMP
           MOVE WS-RUN-CYCLE         TO SUS-CYCLE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-AREA-1            TO SUS-ORIGINAL-DATA
           MOVE WS-BYTE-LENGTH       TO SUS-BYTE-LENGTH
           MOVE WS-CHAR-LENGTH       TO SUS-CHAR-LENGTH
           MOVE WS-LENGTH-UNIT       TO SUS-LENGTH-UNIT
           PERFORM 2900-WRITE-SUSPENSE-PAIR

           MOVE WS-KEY-REASON TO WS-TICKET-REASON
           MOVE IN-FEED-NAME         TO AUD-FEED-NAME
           MOVE WS-RUN-CYCLE         TO AUD-CYCLE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BYTE-LENGTH       TO AUD-BYTE-LENGTH
           MOVE WS-CHAR-LENGTH       TO AUD-CHAR-LENGTH
           MOVE WS-LENGTH-UNIT       TO AUD-LENGTH-UNIT
           IF WS-PARTITIONED
               MOVE ZERO TO AUD-CHAIN-SEQ
               MOVE ZERO TO AUD-CHAIN-VALUE
               WRITE AUW-RECORD FROM AUD-RECORD
                   INVALID KEY
                       DISPLAY "MOVCHK01: duplicate MOVCHKAW key at "
                           AUD-TIMESTAMP " - audit work file "
                           "unusable."
                       PERFORM 9800-ABORT-RUN
               END-WRITE
           ELSE
               PERFORM 3100-CHAIN-AUDIT-RECORD
               WRITE AUD-RECORD
                   INVALID KEY
                       DISPLAY "MOVCHK01: duplicate MOVCHKAU key at "
                           AUD-TIMESTAMP " - audit trail unusable."
                       PERFORM 9800-ABORT-RUN
               END-WRITE
           END-IF.

       3200-UPDATE-SUMMARY-STATS.
           ADD 1 TO WS-SUMM-PROCESSED
                   ADD 1 TO WS-SUMM-BUCKET-OVER-100
           END-EVALUATE.

      *    Links the row about to be written onto the audit chain:
      *    the next chain sequence, then the chain value folded from
      *    the previous row's value over every byte up to and
      *    including that sequence (TRLCHAIN.CPY).
       3100-CHAIN-AUDIT-RECORD.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ
           MOVE AUD-RECORD TO WS-CHAIN-IMAGE
           COMPUTE WS-CHAIN-IMAGE-LEN =
               FUNCTION LENGTH(AUD-RECORD)
               - FUNCTION LENGTH(AUD-CHAIN-VALUE)
           MOVE WS-CHAIN-VALUE TO WS-CHAIN-FOLD
           PERFORM 3150-FOLD-CHAIN-IMAGE
           MOVE WS-CHAIN-FOLD TO WS-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO AUD-CHAIN-VALUE
           MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
           ADD 1 TO WS-CHAIN-RUN-COUNT.

       3150-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-FOLD = FUNCTION MOD(
                   WS-CHAIN-FOLD * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-POS:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.

      *    Builds the timestamp that goes on an indexed trail record.
      *    CURRENT-DATE's last five bytes are the timezone offset -
      *    useless on file - so a wrapping per-run write sequence is
      *    inside the same hundredth of a second from colliding on
      *    a key that folds the timestamp in.  The date/time bytes
      *    (1:21) that every consumer actually reads are untouched.
      *    A partition wraps the sequence at four digits and ends
      *    the overlay with its partition number, so partitions
      *    running side by side can never write the same key and
      *    the trail records still say which partition wrote them,
      *    while the sequence still orders each partition's rows.
       3700-BUILD-TRAIL-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           ADD 1 TO WS-TRAIL-WRITE-SEQ
           IF WS-PARTITIONED
               IF WS-TRAIL-WRITE-SEQ > 9999
                   MOVE 1 TO WS-TRAIL-WRITE-SEQ
               END-IF
               MOVE WS-PARTITION-NUMBER TO WS-PARTITION-SEQ-DIGIT
               MOVE WS-TRAIL-WRITE-SEQ TO WS-PARTITION-SEQ-NUMBER
               MOVE WS-PARTITION-SEQ-X TO WS-CURRENT-TIMESTAMP(22:5)
           ELSE
               IF WS-TRAIL-WRITE-SEQ > 99999
                   MOVE 1 TO WS-TRAIL-WRITE-SEQ
               END-IF
               MOVE WS-TRAIL-WRITE-SEQ TO WS-TRAIL-SEQ-X
               MOVE WS-TRAIL-SEQ-X TO WS-CURRENT-TIMESTAMP(22:5)
           END-IF.

      *    Overwrites the checkpoint file with the latest progress
      *    point.  Opened fresh each time so the write is flushed to
      *    checkpoint, not a history of older ones.  In strict mode a
      *    broken key sequence freezes the last good checkpoint: a
      *    restart key taken from a disordered feed would skip or
      *    reprocess an unknowable set of records.  A partition
      *    checkpoints on its own MOVCHKPC control record instead.
       4000-WRITE-CHECKPOINT.
           IF NOT (WS-MODE-STRICT AND WS-SEQUENCE-BROKEN)
               IF WS-PARTITIONED
                   PERFORM 0680-CHECKPOINT-PARTITION
               ELSE
                   OPEN OUTPUT CHECKPOINT-FILE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                   MOVE "MOVCHK01"            TO CHKPT-PROGRAM-ID
                   MOVE WS-RUN-CYCLE          TO CHKPT-CYCLE-NUMBER
                   MOVE WS-LAST-PROCESSED-KEY TO CHKPT-LAST-KEY
                   MOVE WS-SUMM-PROCESSED     TO CHKPT-REC-COUNT
                   MOVE WS-CURRENT-TIMESTAMP  TO CHKPT-TIMESTAMP
                   WRITE CHKPT-RECORD
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

      *    Rejects a feed the breaker tripped on as a whole.  The
      *    transmission is re-read from the top and copied byte for
      *    byte to MOVCHKQT - header, every detail, trailer - so the
      *    records never checked stay untouched and the file can be
      *    handed back or replayed exactly as received.  The suspense
      *    pairs the feed already wrote are withdrawn (the whole feed
      *    goes back upstream, so none of it belongs on the repair
      *    backlog or the reject extract; the audit trail keeps the
      *    FAIL rows as the evidence), the checkpoint is emptied so
      *    nobody restarts into a rejected feed, and one feed-level
      *    ticket replaces the record-level ones.
      *    The corrected feed is replayed under a NEW cycle.  The
      *    FAIL rows, this run's summary section and its FEED ticket
      *    all stay under this business date and cycle, so a replay
      *    under the same cycle could never tie in RECONBAL; the Q
      *    row 9300 puts on FEEDSERL closes the cycle to any further
      *    run, and the replay's own cycle balances on its own.
       7000-QUARANTINE-FEED.
           CLOSE IN-FILE
           OPEN INPUT IN-FILE
           OPEN OUTPUT QUARANTINE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 7100-COPY-TO-QUARANTINE
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 7200-WITHDRAW-FEED-SUSPENSE

           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE

           PERFORM 7400-WRITE-FEED-REJECT-TICKET

           MOVE WS-QTN-DETAIL-COUNT TO WS-EDIT-COUNT
           DISPLAY "MOVCHK01: feed " WS-HEADER-FEED-NAME " serial "
               WS-FEED-SERIAL " quarantined to MOVCHKQT - "
               FUNCTION TRIM(WS-EDIT-COUNT) " detail records, "
               WS-SUS-WITHDRAWN " suspense records withdrawn.".

       7100-COPY-TO-QUARANTINE.
           WRITE QTN-RECORD FROM IN-RECORD
           MOVE IN-RECORD TO FCTL-RECORD
           IF NOT FCTL-IS-HEADER AND NOT FCTL-IS-TRAILER
               ADD 1 TO WS-QTN-DETAIL-COUNT
               IF WS-QTN-DETAIL-COUNT = 1
                   MOVE IN-REC-KEY TO WS-QTN-FIRST-KEY
               END-IF
               MOVE IN-REC-KEY TO WS-QTN-LAST-KEY
           END-IF.

      *    Every feed on the ticket table has suspense pairs from this
      *    window - including a crashed segment's, which the restart
      *    seeded into the table - so the table is the list of feeds
      *    to withdraw.  Only this business date and cycle is
      *    touched; earlier windows' rejects were judged on feeds
      *    that passed and stay on the backlog.
       7200-WITHDRAW-FEED-SUSPENSE.
           PERFORM VARYING WS-TKTFD-IDX FROM 1 BY 1
               UNTIL WS-TKTFD-IDX > WS-TKTFD-COUNT
               PERFORM 7250-WITHDRAW-ONE-FEED
           END-PERFORM.

       7250-WITHDRAW-ONE-FEED.
           MOVE WS-TKTFD-FEED-NAME(WS-TKTFD-IDX) TO SUS-FEED-NAME
           MOVE ZERO TO SUS-REC-KEY
           MOVE LOW-VALUES TO SUS-TIMESTAMP
           MOVE "N" TO WS-WITHDRAW-DONE-SWITCH
           START SUSPENSE-FILE KEY >= SUS-KEY
               INVALID KEY
                   SET WS-WITHDRAW-DONE TO TRUE
           END-START

           PERFORM UNTIL WS-WITHDRAW-DONE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-WITHDRAW-DONE TO TRUE
                   NOT AT END
                       IF SUS-FEED-NAME
                           NOT = WS-TKTFD-FEED-NAME(WS-TKTFD-IDX)
                           SET WS-WITHDRAW-DONE TO TRUE
                       ELSE
                           IF SUS-CYCLE-NUMBER = WS-RUN-CYCLE
                               AND SUS-BUSINESS-DATE
                                   = WS-FEED-BUSINESS-DATE
                               PERFORM 7300-WITHDRAW-SUSPENSE-PAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7300-WITHDRAW-SUSPENSE-PAIR.
           MOVE SUS-KEY TO SFU-KEY
           DELETE SUSPENSE-FILE RECORD
           ADD 1 TO WS-SUS-WITHDRAWN
           READ COMPANION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE COMPANION-FILE RECORD
           END-READ.

      *    The one ticket a rejected-whole feed gets: severity 1,
      *    reason FEED, the whole transmission's detail count and
      *    key range, so the helpdesk chases a resend instead of
      *    record-level repairs.
       7400-WRITE-FEED-REJECT-TICKET.
           ADD 1 TO WS-TICKET-SEQ
           MOVE WS-TICKET-SEQ TO WS-TICKET-SEQ-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE WS-CURRENT-TIMESTAMP TO TKT-TIMESTAMP
           MOVE "DATAQUALTY"         TO TKT-TICKET-TYPE
           MOVE WS-HEADER-FEED-NAME  TO TKT-FEED-NAME
           MOVE "1"                  TO TKT-SEVERITY
           MOVE "FEED"               TO TKT-REASON-CODE

           MOVE SPACES TO TKT-REFERENCE
           STRING "MC" WS-CURRENT-TIMESTAMP(3:6)
               WS-CURRENT-TIMESTAMP(9:4) WS-TICKET-SEQ-X
               DELIMITED BY SIZE INTO TKT-REFERENCE

           MOVE WS-QTN-DETAIL-COUNT TO TKT-REJECT-COUNT
           MOVE WS-QTN-FIRST-KEY    TO TKT-FIRST-KEY
           MOVE WS-QTN-LAST-KEY     TO TKT-LAST-KEY
           MOVE WS-RUN-CYCLE        TO TKT-CYCLE-NUMBER

           MOVE WS-TOL-MAX-REJECT-PCT TO WS-EDIT-PCT
           MOVE SPACES TO TKT-SUMMARY
           STRING "Rejected whole - serial " WS-FEED-SERIAL
               " over " WS-EDIT-PCT "% FAIL - quarantined"
               DELIMITED BY SIZE INTO TKT-SUMMARY
           WRITE TKT-RECORD.

      *    Writes the one-per-feed helpdesk tickets accumulated in
      *    the per-feed table, stamping each with a generated
      *    reference number (program id + run date + sequence) - the
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BAD-ENCODING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS MALFORMED UTF-8.: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           IF WS-MODE-STRICT AND WS-SEQUENCE-BROKEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** KEY SEQUENCE BROKEN - CHECKPOINTS "
               WRITE WS-REPORT-LINE
           END-IF

           IF WS-FEED-QUARANTINED
               MOVE WS-TOL-MAX-REJECT-PCT TO WS-EDIT-PCT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** FEED REJECTED WHOLE - OVER " WS-EDIT-PCT
                   "% FAIL, QUARANTINED TO MOVCHKQT **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               MOVE WS-QTN-DETAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECORDS QUARANTINED.....: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE

               MOVE WS-SUS-WITHDRAWN TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUSPENSE WITHDRAWN......: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF

           MOVE WS-SUMM-MIN-LENGTH TO WS-EDIT-LENGTH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MINIMUM LENGTH..........: " WS-EDIT-LENGTH
      *    Appends this transmission's serial to the processed-serial
      *    register - only here, after the trailer tied and the whole
      *    feed moved, so an aborted or crashed run never blocks its
      *    own retransmission.  A feed rejected whole is registered
      *    with outcome Q instead (FDSRREC.CPY).  The register may
      *    have been archived between windows, so fall back to OPEN
      *    OUTPUT the same way the trail files do.
       9300-REGISTER-FEED-SERIAL.
           OPEN EXTEND SERIAL-FILE
           IF WS-SERIAL-STATUS = "35"
           MOVE WS-FEED-SERIAL        TO FDSR-FEED-SERIAL
           MOVE WS-FEED-BUSINESS-DATE TO FDSR-BUSINESS-DATE
           MOVE WS-CURRENT-TIMESTAMP  TO FDSR-TIMESTAMP
           MOVE WS-RUN-CYCLE          TO FDSR-CYCLE-NUMBER
           MOVE WS-TRAILER-COUNT      TO FDSR-DETAIL-COUNT
           IF WS-FEED-QUARANTINED
               MOVE WS-QTN-DETAIL-COUNT TO FDSR-DETAIL-COUNT
               SET FDSR-QUARANTINED   TO TRUE
           ELSE
               MOVE SPACE             TO FDSR-OUTCOME
           END-IF
           WRITE FDSR-RECORD
           CLOSE SERIAL-FILE.

      *    Seals the audit rows this run closed on TRLSEAL.  The
      *    seal starts one past the last sealed sequence, so rows a
      *    crashed run wrote and never sealed are taken up here and
      *    counted as adopted.  An aborted run leaves through
      *    9800-ABORT-RUN without sealing - the next run adopts its
      *    rows - and a run that neither wrote nor found anything
      *    unsealed writes no seal at all.  The seal row is linked
      *    onto the register's own chain.
       9200-SEAL-AUDIT-RUN.
           IF WS-CHAIN-SEQ > WS-CHAIN-SEALED-SEQ
               PERFORM 9210-READ-SEAL-HEAD
               MOVE SPACES TO SEAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
               MOVE "MOVCHKAU"          TO SEAL-TRAIL-ID
               SET SEAL-IS-RUN          TO TRUE
               MOVE "MOVCHK01"          TO SEAL-PROGRAM-ID
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
               PERFORM 3150-FOLD-CHAIN-IMAGE
               MOVE WS-CHAIN-FOLD       TO WS-SEAL-CHAIN-VALUE
               MOVE WS-SEAL-CHAIN-VALUE TO SEAL-CHAIN-VALUE
               OPEN EXTEND SEAL-FILE
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF
               WRITE SEAL-RECORD
               CLOSE SEAL-FILE
               IF SEAL-ADOPTED-COUNT > 0
                   DISPLAY "MOVCHK01: sealed " SEAL-ADOPTED-COUNT
                       " unsealed MOVCHKAU rows left by an earlier "
                       "run."
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

      *    Grades the run for the scheduler: a feed rejected whole
      *    outranks everything - RC 16, above every grade a
      *    JOBDEPRL rule normally tolerates, so WINCTRL holds the
      *    steps behind it - then rejects outrank truncations,
      *    which outrank a clean pass.  Config and file errors never
      *    reach here - they leave through 9800-ABORT-RUN with their
      *    own grade.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-FEED-QUARANTINED
                   MOVE "QUARANT"  TO WS-RUN-OUTCOME
                   MOVE 16         TO WS-RETURN-CODE
               WHEN WS-SUMM-REJECTED > 0
                   MOVE "REJECTS"  TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE WS-PARTITION-NUMBER  TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Exit for a feed whose FEEDHDR business date is not a
      *    processing day.  It gets its own grade, RC 20, so the
      *    scheduler can tell "the upstream stamped the wrong date"
      *    from a broken configuration, and WINCTRL holds everything
      *    behind it the same way.
       9850-REFUSE-BUSINESS-DATE.
           MOVE "BADDATE" TO WS-RUN-OUTCOME
           MOVE 20        TO WS-RETURN-CODE
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       END PROGRAM MOVCHK01.
