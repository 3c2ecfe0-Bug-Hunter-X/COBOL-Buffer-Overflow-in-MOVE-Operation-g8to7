      *****************************************************************
      *  PROGRAM-ID.  MOVSPLIT
      *
      *  Cuts the feed staged on MOVCHKIN into key-range partitions
      *  so MOVCHK01 can run them side by side instead of as one long
      *  sequential pass.  The feed is checked whole first - FEEDHDR
      *  on top, the FEEDTRL count tying to the details - and then
      *  written to the MOVCHKPS partition set: the details in their
      *  order as received, dealt into N consecutive runs of (near
      *  enough) equal size, each run bracketed by its own copy of
      *  the FEEDHDR and FEEDTRL.  Every partition header carries
      *  the partition number, the partition count, and the key of
      *  the detail row just before the partition in the feed
      *  (FEEDCTRC.cpy), so each MOVCHK01 run can sequence-check its
      *  first row as one pass would have.  Each partition trailer
      *  carries the partition's own detail count for its run to
      *  tie to.
      *
      *  One READY record per partition goes on the MOVCHKPC
      *  partition control file (PARTCTRC.cpy), which the partition
      *  runs claim and checkpoint on and MOVMERGE merges from, and
      *  the MOVCHKAW audit work file is started empty.  A split is
      *  refused while MOVCHKPC still holds a set that has not been
      *  merged - cutting over it would lose partitions already run.
      *
      *  Positional PARMs: 1 = number of partitions (2 to 9),
      *  2 = intra-day run cycle (omitted = 01).  A feed with fewer
      *  details than partitions asked for gets one partition per
      *  detail.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVSPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO "MOVCHKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT PARTSET-FILE ASSIGN TO "MOVCHKPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSET-STATUS.

           SELECT PARTCTL-FILE ASSIGN TO "MOVCHKPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PARTITION
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN TO "MOVCHKAW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUW-KEY
               FILE STATUS IS WS-AUDIT-WORK-STATUS.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           COPY INPREC.

      *    The partition set, record for record the same 166-byte
      *    layout as MOVCHKIN, so a partition step runs MOVCHK01
      *    with MOVCHKIN allocated to it.
       FD  PARTSET-FILE.
       01  PS-RECORD                   PIC X(166).

       FD  PARTCTL-FILE.
           COPY PARTCTRC.

       FD  AUDIT-WORK-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUW==.

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-SPLIT-TIMESTAMP          PIC X(26).
       01  WS-RUN-CYCLE                PIC 9(2)  VALUE 1.

       01  WS-INPUT-STATUS             PIC XX.
       01  WS-PARTSET-STATUS           PIC XX.
       01  WS-PARTCTL-STATUS           PIC XX.
       01  WS-AUDIT-WORK-STATUS        PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.

       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(8).

      *    The feed as received: its control records, kept whole so
      *    every partition bracket is a faithful copy of them.
       01  WS-FEED-HEADER              PIC X(166).
       01  WS-FEED-TRAILER             PIC X(166).
       01  WS-HEADER-FEED-NAME         PIC X(8).
       01  WS-FEED-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
       01  WS-FEED-SERIAL              PIC 9(6)  VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(8)  VALUE ZERO.
       01  WS-TRAILER-SEEN-SWITCH      PIC X     VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-DETAIL-READ-COUNT        PIC 9(8) COMP VALUE 0.

      *    The cut: partitions asked for, partitions made, and the
      *    size of each - the first WS-PART-LARGER partitions take
      *    one detail more than the rest so the sizes never differ
      *    by more than one.
       01  WS-PARTITIONS-ASKED         PIC 9(2)  VALUE ZERO.
       01  WS-PARTITION-COUNT          PIC 9(2)  VALUE ZERO.
       01  WS-PART-BASE-SIZE           PIC 9(8) COMP VALUE 0.
       01  WS-PART-LARGER              PIC 9(2)  VALUE ZERO.
       01  WS-PARTITION-NUMBER         PIC 9(2)  VALUE ZERO.
       01  WS-PART-SIZE                PIC 9(8) COMP VALUE 0.
       01  WS-PART-DETAILS             PIC 9(8) COMP VALUE 0.
       01  WS-PART-FIRST-KEY           PIC 9(8)  VALUE ZERO.
       01  WS-PART-LAST-KEY            PIC 9(8)  VALUE ZERO.
       01  WS-PRIOR-KEY                PIC 9(8)  VALUE ZERO.
       01  WS-PRIOR-KEY-SWITCH         PIC X     VALUE "N".
           88  WS-HAVE-PRIOR-KEY       VALUE "Y".
       01  WS-PART-OPEN-SWITCH         PIC X     VALUE "N".
           88  WS-PART-OPEN            VALUE "Y".
       01  WS-UNMERGED-COUNT           PIC 9(2)  VALUE ZERO.
       01  WS-UNMERGED-FEED            PIC X(8)  VALUE SPACES.
       01  WS-UNMERGED-SERIAL          PIC 9(6)  VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.

       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY FEEDCTRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0030-GET-RUN-CYCLE
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS
           PERFORM 0100-CHECK-PARTITION-CONTROL

           PERFORM 0200-SURVEY-FEED
           PERFORM 0300-SIZE-PARTITIONS

           MOVE FUNCTION CURRENT-DATE TO WS-SPLIT-TIMESTAMP
           OPEN INPUT  IN-FILE
           OPEN OUTPUT PARTSET-FILE
           OPEN OUTPUT PARTCTL-FILE
           OPEN OUTPUT AUDIT-WORK-FILE
           CLOSE AUDIT-WORK-FILE

      *    The FEEDHDR was judged by the survey; skip past it.
           READ IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE IN-RECORD TO FCTL-RECORD
                       IF FCTL-IS-TRAILER
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 1000-CUT-DETAIL-RECORD
                       END-IF
               END-READ
           END-PERFORM
      *    A feed with no details at all still gets one (empty)
      *    partition, so the merge has a set to close.
           IF WS-PARTITION-NUMBER = ZERO
               PERFORM 1100-OPEN-PARTITION
           END-IF
           IF WS-PART-OPEN
               PERFORM 1200-CLOSE-PARTITION
           END-IF

           CLOSE IN-FILE
           CLOSE PARTSET-FILE
           CLOSE PARTCTL-FILE

           MOVE WS-DETAIL-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "MOVSPLIT: feed " WS-HEADER-FEED-NAME " serial "
               WS-FEED-SERIAL " cut into " WS-PARTITION-COUNT
               " partitions, " FUNCTION TRIM(WS-EDIT-COUNT)
               " details."

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    The cycle is parsed before the START handshake so the
      *    handshake itself carries it - it can never abort.  A bad
      *    cycle just falls back to cycle 01.
       0030-GET-RUN-CYCLE.
           MOVE 2 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-RUN-CYCLE
                   IF WS-RUN-CYCLE = ZERO
                       MOVE 1 TO WS-RUN-CYCLE
                   END-IF
               ELSE
                   DISPLAY "MOVSPLIT: cycle argument '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not numeric - using cycle 01."
               END-IF
           END-IF.

      *    Opens the common job-status file and stamps the START
      *    handshake before anything else can fail, so even a config
      *    abort leaves a matched START/END pair for the scheduler.
       0040-WRITE-START-STATUS.
           OPEN EXTEND JOBSTAT-FILE
           IF WS-JOBSTAT-STATUS = "35"
               OPEN OUTPUT JOBSTAT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           MOVE "MOVSPLIT"           TO JOBST-PROGRAM-ID
           MOVE "START"              TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE SPACES               TO JOBST-END-TIMESTAMP
           MOVE ZERO                 TO JOBST-RECORDS-READ
           MOVE ZERO                 TO JOBST-EXCEPTION-COUNT
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    PARM 1 is the number of partitions to cut.  It has no
      *    default - the partition steps are scheduled to match it,
      *    so a guess would leave partitions nobody runs.
       0050-GET-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ARG-VALUE)
                   TO WS-PARTITIONS-ASKED
           END-IF
           IF WS-PARTITIONS-ASKED < 2 OR WS-PARTITIONS-ASKED > 9
               DISPLAY "MOVSPLIT: partition count argument '"
                   FUNCTION TRIM(WS-ARG-VALUE)
                   "' is not a number 2 to 9 - run refused."
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    A set still on MOVCHKPC that is not wholly MERGED has
      *    partitions run (or running) whose figures only live
      *    there; cutting a new set would overwrite them.  Either
      *    finish it through MOVMERGE or, when it is to be thrown
      *    away, delete MOVCHKPC by hand first.
       0100-CHECK-PARTITION-CONTROL.
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF
                   READ PARTCTL-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT PCTL-MERGED
                               ADD 1 TO WS-UNMERGED-COUNT
                               MOVE PCTL-FEED-NAME
                                   TO WS-UNMERGED-FEED
                               MOVE PCTL-FEED-SERIAL
                                   TO WS-UNMERGED-SERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTCTL-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-UNMERGED-COUNT > ZERO
               DISPLAY "MOVSPLIT: MOVCHKPC still holds "
                   WS-UNMERGED-COUNT " unmerged partitions of feed "
                   WS-UNMERGED-FEED " serial " WS-UNMERGED-SERIAL
                   " - run MOVMERGE first."
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    Reads the whole feed once before anything is written: the
      *    same completeness contract MOVCHK01 holds a single pass
      *    to - FEEDHDR first, one FEEDTRL whose serial matches and
      *    whose count ties to the details - so a short transfer is
      *    refused here rather than by one partition of it.
       0200-SURVEY-FEED.
           OPEN INPUT IN-FILE
           IF WS-INPUT-STATUS = "35"
               DISPLAY "MOVSPLIT: MOVCHKIN not found - nothing to "
                   "split."
               PERFORM 9800-ABORT-RUN
           END-IF
           READ IN-FILE
               AT END
                   DISPLAY "MOVSPLIT: MOVCHKIN is empty - no "
                       "FEEDHDR control record."
                   CLOSE IN-FILE
                   PERFORM 9800-ABORT-RUN
           END-READ
           MOVE IN-RECORD TO FCTL-RECORD
           IF NOT FCTL-IS-HEADER
               DISPLAY "MOVSPLIT: first MOVCHKIN record is not a "
                   "FEEDHDR control record - feed cannot be "
                   "count-verified, split refused."
               CLOSE IN-FILE
               PERFORM 9800-ABORT-RUN
           END-IF
           IF FCTL-PARTITION IS NUMERIC
               DISPLAY "MOVSPLIT: MOVCHKIN is already a MOVSPLIT "
                   "partition set - split refused."
               CLOSE IN-FILE
               PERFORM 9800-ABORT-RUN
           END-IF
           MOVE IN-RECORD          TO WS-FEED-HEADER
           MOVE FCTL-FEED-NAME     TO WS-HEADER-FEED-NAME
           MOVE FCTL-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
           MOVE FCTL-FEED-SERIAL   TO WS-FEED-SERIAL

           PERFORM UNTIL WS-EOF
               READ IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0250-SURVEY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE "N" TO WS-EOF-SWITCH

           IF NOT WS-TRAILER-SEEN
               DISPLAY "MOVSPLIT: no FEEDTRL trailer on MOVCHKIN - "
                   "transmission is incomplete, split refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-READ-COUNT
               DISPLAY "MOVSPLIT: FEEDTRL detail count "
                   WS-TRAILER-COUNT " does not tie to "
                   WS-DETAIL-READ-COUNT " details read - "
                   "transmission is incomplete, split refused."
               PERFORM 9800-ABORT-RUN
           END-IF.

       0250-SURVEY-ONE-RECORD.
           MOVE IN-RECORD TO FCTL-RECORD
           EVALUATE TRUE
               WHEN FCTL-IS-HEADER
                   DISPLAY "MOVSPLIT: second FEEDHDR header on "
                       "MOVCHKIN - two transmissions concatenated, "
                       "split refused."
                   CLOSE IN-FILE
                   PERFORM 9800-ABORT-RUN
               WHEN WS-TRAILER-SEEN
                   DISPLAY "MOVSPLIT: record after the FEEDTRL "
                       "trailer - feed is mangled, split refused."
                   CLOSE IN-FILE
                   PERFORM 9800-ABORT-RUN
               WHEN FCTL-IS-TRAILER
                   IF FCTL-FEED-SERIAL NOT = WS-FEED-SERIAL
                       DISPLAY "MOVSPLIT: FEEDTRL serial "
                           FCTL-FEED-SERIAL " does not match the "
                           "FEEDHDR serial " WS-FEED-SERIAL
                           " - feed is mangled, split refused."
                       CLOSE IN-FILE
                       PERFORM 9800-ABORT-RUN
                   END-IF
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE IN-RECORD         TO WS-FEED-TRAILER
                   MOVE FCTL-DETAIL-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-READ-COUNT
           END-EVALUATE.

      *    Equal shares by count, not by key value - keys cluster, so
      *    a cut by value could leave one partition with most of the
      *    feed.  The feed is in key order, so consecutive shares
      *    are key ranges all the same.
       0300-SIZE-PARTITIONS.
           MOVE WS-PARTITIONS-ASKED TO WS-PARTITION-COUNT
           IF WS-DETAIL-READ-COUNT < WS-PARTITION-COUNT
               MOVE WS-DETAIL-READ-COUNT TO WS-PARTITION-COUNT
               IF WS-PARTITION-COUNT = ZERO
                   MOVE 1 TO WS-PARTITION-COUNT
               END-IF
               DISPLAY "MOVSPLIT: only " WS-DETAIL-READ-COUNT
                   " details on the feed - cutting "
                   WS-PARTITION-COUNT " partitions, not "
                   WS-PARTITIONS-ASKED "."
           END-IF
           DIVIDE WS-DETAIL-READ-COUNT BY WS-PARTITION-COUNT
               GIVING WS-PART-BASE-SIZE
               REMAINDER WS-PART-LARGER.

      *    Deals one detail row into the current partition, opening
      *    the next partition first when the current one is full.
      *    The row's key becomes the prior key the next partition's
      *    header will carry - whatever the key, in or out of order,
      *    since the single pass compares each row with the row
      *    physically before it.
       1000-CUT-DETAIL-RECORD.
           IF WS-PART-OPEN AND WS-PART-DETAILS >= WS-PART-SIZE
               PERFORM 1200-CLOSE-PARTITION
           END-IF
           IF NOT WS-PART-OPEN
               PERFORM 1100-OPEN-PARTITION
           END-IF
           WRITE PS-RECORD FROM IN-RECORD
           ADD 1 TO WS-PART-DETAILS
           IF WS-PART-DETAILS = 1
               MOVE IN-REC-KEY TO WS-PART-FIRST-KEY
           END-IF
           MOVE IN-REC-KEY TO WS-PART-LAST-KEY
           MOVE IN-REC-KEY TO WS-PRIOR-KEY
           SET WS-HAVE-PRIOR-KEY TO TRUE.

       1100-OPEN-PARTITION.
           ADD 1 TO WS-PARTITION-NUMBER
           MOVE WS-PART-BASE-SIZE TO WS-PART-SIZE
           IF WS-PARTITION-NUMBER <= WS-PART-LARGER
               ADD 1 TO WS-PART-SIZE
           END-IF
           MOVE ZERO TO WS-PART-DETAILS
           MOVE ZERO TO WS-PART-FIRST-KEY
           MOVE ZERO TO WS-PART-LAST-KEY

           MOVE WS-FEED-HEADER      TO FCTL-RECORD
           MOVE WS-PARTITION-NUMBER TO FCTL-PARTITION
           MOVE WS-PARTITION-COUNT  TO FCTL-PARTITION-COUNT
           IF WS-HAVE-PRIOR-KEY
               MOVE "Y"             TO FCTL-PRIOR-KEY-FLAG
               MOVE WS-PRIOR-KEY    TO FCTL-PRIOR-KEY
           ELSE
               MOVE "N"             TO FCTL-PRIOR-KEY-FLAG
               MOVE ZERO            TO FCTL-PRIOR-KEY
           END-IF
           WRITE PS-RECORD FROM FCTL-RECORD
           SET WS-PART-OPEN TO TRUE.

      *    Closes the partition's bracket with its own FEEDTRL and
      *    puts its READY control record on MOVCHKPC.
       1200-CLOSE-PARTITION.
           MOVE WS-FEED-TRAILER     TO FCTL-RECORD
           MOVE WS-PART-DETAILS     TO FCTL-DETAIL-COUNT
           MOVE WS-PARTITION-NUMBER TO FCTL-PARTITION
           MOVE WS-PARTITION-COUNT  TO FCTL-PARTITION-COUNT
           MOVE "N"                 TO FCTL-PRIOR-KEY-FLAG
           MOVE ZERO                TO FCTL-PRIOR-KEY
           WRITE PS-RECORD FROM FCTL-RECORD

           INITIALIZE PCTL-RECORD
           MOVE WS-PARTITION-NUMBER   TO PCTL-PARTITION
           MOVE WS-PARTITION-COUNT    TO PCTL-PARTITION-COUNT
           MOVE WS-HEADER-FEED-NAME   TO PCTL-FEED-NAME
           MOVE WS-FEED-BUSINESS-DATE TO PCTL-BUSINESS-DATE
           MOVE WS-FEED-SERIAL        TO PCTL-FEED-SERIAL
           MOVE WS-RUN-CYCLE          TO PCTL-CYCLE-NUMBER
           MOVE WS-TRAILER-COUNT      TO PCTL-FEED-DETAIL-COUNT
           MOVE WS-PART-DETAILS       TO PCTL-DETAIL-COUNT
           MOVE WS-PART-FIRST-KEY     TO PCTL-FIRST-KEY
           MOVE WS-PART-LAST-KEY      TO PCTL-LAST-KEY
           SET PCTL-READY             TO TRUE
           MOVE WS-SPLIT-TIMESTAMP    TO PCTL-SPLIT-TIMESTAMP
           MOVE SPACES                TO PCTL-RUN-TIMESTAMP
           MOVE "N"                   TO PCTL-SEQ-FROZEN-FLAG
           WRITE PCTL-RECORD
               INVALID KEY
                   DISPLAY "MOVSPLIT: duplicate MOVCHKPC key for "
                       "partition " WS-PARTITION-NUMBER
                       " - partition control unusable."
                   PERFORM 9800-ABORT-RUN
           END-WRITE

           MOVE WS-PART-DETAILS TO WS-EDIT-COUNT
           DISPLAY "MOVSPLIT: partition " WS-PARTITION-NUMBER
               " keys " WS-PART-FIRST-KEY "-" WS-PART-LAST-KEY ", "
               FUNCTION TRIM(WS-EDIT-COUNT) " details."
           MOVE "N" TO WS-PART-OPEN-SWITCH.

      *    A split either cuts the whole feed or aborts; there is no
      *    partial grade.
       9400-SET-RUN-OUTCOME.
           MOVE "CLEAN"    TO WS-RUN-OUTCOME
           MOVE 0          TO WS-RETURN-CODE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "MOVSPLIT"           TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-DETAIL-READ-COUNT TO JOBST-RECORDS-READ
           MOVE ZERO                 TO JOBST-EXCEPTION-COUNT
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
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

       END PROGRAM MOVSPLIT.
