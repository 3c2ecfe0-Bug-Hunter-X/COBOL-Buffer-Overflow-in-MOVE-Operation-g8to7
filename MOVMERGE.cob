      *****************************************************************
      *  PROGRAM-ID.  MOVMERGE
      *
      *  Closes a partitioned MOVCHK01 run.  MOVSPLIT cuts an
      *  oversized feed into key-range partitions and MOVCHK01 runs
      *  each one side by side; every partition writes its suspense
      *  pairs straight to MOVCHKSU/MOVCHKSF, its audit rows
      *  unchained to the MOVCHKAW work file, and its figures to
      *  its MOVCHKPC control record (PARTCTRC.cpy).  Once every
      *  partition is DONE (or QUARANT), this program writes what a
      *  single pass writes once per feed at end of job, so nothing
      *  downstream can tell the feed was run in pieces:
      *
      *      - the audit rows go onto the MOVCHKAU chain and the run
      *        is sealed on TRLSEAL;
      *      - one MOVCHKRP summary section, its figures summed over
      *        the partitions;
      *      - one MOVCHKTK ticket per feed, built from the window's
      *        suspense records the way a restart seeds its table;
      *      - the MOVCHKRJ return-to-sender extract;
      *      - the FEEDSERL serial registration.
      *
      *  The reject-rate breaker is judged here, over the whole
      *  feed: a partition only counts, and the partitions' audit
      *  rows are walked in partition and key order with the same
      *  running test a single pass applies as it reads.  A feed
      *  over its tolerance is rejected whole, exactly as a single
      *  pass would reject it: the transmission is put back
      *  together from the partition set and copied to MOVCHKQT,
      *  every partition's suspense pairs are withdrawn, one FEED
      *  ticket is raised, the serial goes on FEEDSERL as outcome
      *  Q - free for the corrected resend, which is replayed
      *  under a new cycle - and the merge ends QUARANT with RC
      *  16.  The verdict is recorded on MOVCHKPC before any audit
      *  row is posted, and the partitions are marked MERGED last,
      *  so a merge that dies can be rerun on the same verdict -
      *  each audit row leaves MOVCHKAW as it goes onto the chain,
      *  so none is posted twice.
      *
      *  Positional PARM: 1 = intra-day run cycle (omitted = 01),
      *  which must be the cycle the partition set was cut for.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  The TRLSEAL chain head is re-read just before
      *              each seal is appended, so a seal another
      *              program writes while this one runs no longer
      *              forks the register's chain.
      *  2026-10-15  The reject-rate breaker is judged here over
      *              the whole feed's audit rows, partition by
      *              partition in key order, and the verdict is
      *              recorded on every MOVCHKPC record.  The overlay
      *              takes the partition from byte 26.
      *  2026-10-15  A quarantined feed is registered on FEEDSERL
      *              with outcome Q; the replay runs under a new
      *              cycle.
      *  2026-10-15  A rerun after a merge that died between the
      *              FEEDSERL registration and marking the set MERGED
      *              finds the row already there and does not write
      *              a second one.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AUDIT-FILE ASSIGN TO "MOVCHKAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "MOVCHKSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT COMPANION-FILE ASSIGN TO "MOVCHKSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-KEY
               FILE STATUS IS WS-COMPANION-STATUS.

           SELECT PARTSET-FILE ASSIGN TO "MOVCHKPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSET-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "MOVCHKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT TICKET-FILE ASSIGN TO "MOVCHKTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT REJECT-EXTRACT-FILE ASSIGN TO "MOVCHKRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SERIAL-FILE ASSIGN TO "FEEDSERL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "MOVCHKQT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTCTL-FILE.
           COPY PARTCTRC.

       FD  AUDIT-WORK-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUW==.

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  SUSPENSE-FILE.
           COPY SUSREC.

       FD  COMPANION-FILE.
           COPY SUSREC REPLACING LEADING ==SUS== BY ==SFU==.

       FD  PARTSET-FILE.
           COPY INPREC.

       FD  SUMMARY-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  TICKET-FILE.
           COPY TKTREC.

       FD  REJECT-EXTRACT-FILE.
           COPY REJEXREC.

       FD  SERIAL-FILE.
           COPY FDSRREC.

       FD  QUARANTINE-FILE.
       01  QTN-RECORD                  PIC X(166).

       FD  SEAL-FILE.
           COPY SEALREC.

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8)  VALUE "MOVMERGE".
       01  WS-RUN-CYCLE                PIC 9(2)  VALUE 1.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-PARTCTL-STATUS           PIC XX.
       01  WS-AUDIT-WORK-STATUS        PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-COMPANION-STATUS         PIC XX.
       01  WS-PARTSET-STATUS           PIC XX.
       01  WS-SUMMARY-STATUS           PIC XX.
       01  WS-TICKET-STATUS            PIC XX.
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-SERIAL-STATUS            PIC XX.
       01  WS-QUARANTINE-STATUS        PIC XX.
       01  WS-SEAL-STATUS              PIC XX.
       01  WS-JOBSTAT-STATUS           PIC XX.

       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(8).

      *    The feed the partition set was cut from, as MOVSPLIT put
      *    it on every control record.
       01  WS-HEADER-FEED-NAME         PIC X(8)  VALUE SPACES.
       01  WS-FEED-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.
       01  WS-FEED-SERIAL              PIC 9(6)  VALUE ZERO.
       01  WS-SET-CYCLE                PIC 9(2)  VALUE ZERO.
       01  WS-PARTITION-COUNT          PIC 9(2)  VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(8)  VALUE ZERO.

      *    One entry per partition, in partition order.
       01  WS-PART-TABLE.
           05  WS-PART-LOADED          PIC 9(2)  VALUE ZERO.
           05  WS-PART-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-PART-IDX.
               10  WS-PART-STATUS      PIC X(8).
               10  WS-PART-RESTART-KEY PIC 9(8).
       01  WS-MERGED-COUNT             PIC 9(2)  VALUE ZERO.
       01  WS-RESTARTED-COUNT          PIC 9(2)  VALUE ZERO.

      *    The whole feed's figures: each partition's summed, its
      *    shortest and longest value compared.
       01  WS-SUMMARY-STATS.
           05  WS-SUMM-PROCESSED       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-REJECTED        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-TRUNCATED       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-DUPLICATES      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SEQBREAKS       PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BAD-ENCODING    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-MIN-LENGTH      PIC 9(4) COMP VALUE 9999.
           05  WS-SUMM-MAX-LENGTH      PIC 9(4) COMP VALUE 0.
           05  WS-SUMM-TOTAL-LENGTH    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-AVG-LENGTH      PIC 9(4)V99.
           05  WS-SUMM-BUCKET-00-25    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BUCKET-26-50    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BUCKET-51-75    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BUCKET-76-100   PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-BUCKET-OVER-100 PIC 9(8) COMP VALUE 0.

       01  WS-SEQ-FROZEN-SWITCH        PIC X     VALUE "N".
           88  WS-SEQ-FROZEN           VALUE "Y".
       01  WS-QUARANTINE-SWITCH        PIC X     VALUE "N".
           88  WS-FEED-QUARANTINED     VALUE "Y".
       01  WS-TOL-MAX-REJECT-PCT       PIC 9(3)  VALUE ZERO.
       01  WS-TOL-MIN-RECORDS          PIC 9(8)  VALUE ZERO.
       01  WS-BREAKER-ARMED-SWITCH     PIC X     VALUE "N".
           88  WS-BREAKER-ARMED        VALUE "Y".
       01  WS-TOL-FAIL-LIMIT           PIC 9(11) COMP VALUE 0.
       01  WS-TOL-FAIL-SCALED          PIC 9(11) COMP VALUE 0.

      *    The reject rate over the whole feed, counted off the
      *    partitions' audit rows in partition order, and whether
      *    an earlier attempt at this merge already judged it.
       01  WS-RATE-JUDGED-SWITCH       PIC X     VALUE "N".
           88  WS-RATE-JUDGED          VALUE "Y".
       01  WS-SERIAL-FOUND-SWITCH      PIC X     VALUE "N".
           88  WS-SERIAL-FOUND         VALUE "Y".
       01  WS-RATE-PROCESSED           PIC 9(8) COMP VALUE 0.
       01  WS-RATE-REJECTED            PIC 9(8) COMP VALUE 0.
       01  WS-RATE-PARTITION           PIC 9(2)  VALUE ZERO.
       01  WS-QTN-DETAIL-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-QTN-FIRST-KEY            PIC 9(8)  VALUE ZERO.
       01  WS-QTN-LAST-KEY             PIC 9(8)  VALUE ZERO.
       01  WS-SUS-WITHDRAWN            PIC 9(8) COMP VALUE 0.
       01  WS-WITHDRAW-DONE-SWITCH     PIC X     VALUE "N".
           88  WS-WITHDRAW-DONE        VALUE "Y".
       01  WS-AUDIT-POSTED             PIC 9(8) COMP VALUE 0.

       01  WS-TICKET-REASON            PIC X(4).
       01  WS-TICKET-FEED              PIC X(8).
       01  WS-TICKET-KEY               PIC 9(8).
       01  WS-TKTFD-FOUND-SWITCH       PIC X     VALUE "N".
           88  WS-TKTFD-FOUND          VALUE "Y".
       01  WS-TICKET-SEQ               PIC 9(4) COMP VALUE 0.
       01  WS-TICKET-SEQ-X             PIC 9(4).

      *    Audit rows take the merge's clock as they go onto the
      *    trail, the partition number ending the write-sequence
      *    overlay as it did on the work file.
       01  WS-TRAIL-WRITE-SEQ          PIC 9(8) COMP VALUE 0.
       01  WS-PARTITION-SEQ-X.
           05  WS-PARTITION-SEQ-NUMBER PIC 9(4).
           05  WS-PARTITION-SEQ-DIGIT  PIC 9(1).

       01  WS-SEAL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEAL-EOF             VALUE "Y".
       01  WS-CHAIN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-CHAIN-EOF            VALUE "Y".

       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.
       01  WS-EDIT-LENGTH              PIC ZZZ9.
       01  WS-EDIT-AVG                 PIC ZZZ9.99.
       01  WS-EDIT-PCT                 PIC ZZ9.
       01  WS-EDIT-KEY                 PIC ZZZZ,ZZ9.
       01  WS-EDIT-PARTITION           PIC 9(2).

       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY TKTFDTAB.

           COPY FEEDCTRC.

           COPY TRLCHAIN.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0030-GET-RUN-CYCLE
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0100-LOAD-PARTITION-SET
           IF NOT WS-RATE-JUDGED
               PERFORM 0200-JUDGE-REJECT-RATE
           END-IF

           PERFORM 1000-POST-AUDIT-ROWS
           PERFORM 2000-SEED-TICKET-TABLE

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKSU not found "
                   "- creating it fresh."
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           OPEN I-O COMPANION-FILE
           IF WS-COMPANION-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKSF not found "
                   "- creating it fresh."
               OPEN OUTPUT COMPANION-FILE
           END-IF

           IF WS-RUN-CYCLE > 1
               OPEN EXTEND SUMMARY-FILE
               IF WS-SUMMARY-STATUS = "35"
                   DISPLAY "MOVMERGE: MOVCHKRP not found "
                       "- opening it fresh instead of extending it."
                   OPEN OUTPUT SUMMARY-FILE
               END-IF
               OPEN EXTEND TICKET-FILE
               IF WS-TICKET-STATUS = "35"
                   DISPLAY "MOVMERGE: MOVCHKTK not found "
                       "- opening it fresh instead of extending it."
                   OPEN OUTPUT TICKET-FILE
               END-IF
           ELSE
               OPEN OUTPUT SUMMARY-FILE
               OPEN OUTPUT TICKET-FILE
           END-IF

      *    The same end of job as a single pass: a feed rejected
      *    whole gets its one FEED ticket in place of the record-
      *    level ones, and the extract still runs - with the pairs
      *    withdrawn it carries nothing for this cycle.
           IF WS-FEED-QUARANTINED
               PERFORM 7000-QUARANTINE-FEED
           ELSE
               PERFORM 8000-WRITE-FEED-TICKETS
           END-IF
           PERFORM 8500-WRITE-REJECT-EXTRACT
           PERFORM 9000-WRITE-SUMMARY-REPORT
           CLOSE SUMMARY-FILE
           CLOSE TICKET-FILE

           PERFORM 9300-REGISTER-FEED-SERIAL
           PERFORM 9100-MARK-PARTITIONS-MERGED

           MOVE WS-SUMM-PROCESSED TO WS-EDIT-COUNT
           DISPLAY "MOVMERGE: feed " WS-HEADER-FEED-NAME " serial "
               WS-FEED-SERIAL " - " WS-PARTITION-COUNT
               " partitions merged, "
               FUNCTION TRIM(WS-EDIT-COUNT) " records processed."

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    The cycle is parsed before the START handshake so the
      *    handshake itself carries it - it can never abort.  A bad
      *    cycle just falls back to cycle 01, and then fails the
      *    partition set's cycle check if that was the wrong guess.
       0030-GET-RUN-CYCLE.
           MOVE 1 TO WS-ARG-NUMBER
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
                   DISPLAY "MOVMERGE: cycle argument '"
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
           MOVE WS-JOB-NAME          TO JOBST-PROGRAM-ID
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

      *    Reads the whole partition set off MOVCHKPC and refuses to
      *    merge anything short of a complete, finished set of this
      *    cycle: partitions 1 to N of one feed, every one DONE or
      *    QUARANT.  A READY partition has not run; a RUNNING one
      *    crashed and must be restarted from its checkpoint first.
      *    A set already MERGED has had its tickets and serial
      *    written once and must not have them written again.
       0100-LOAD-PARTITION-SET.
           OPEN I-O PARTCTL-FILE
           IF WS-PARTCTL-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKPC not found - no partition "
                   "set to merge."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ PARTCTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0150-TAKE-PARTITION
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH

           IF WS-PART-LOADED = ZERO
               DISPLAY "MOVMERGE: MOVCHKPC is empty - no partition "
                   "set to merge."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-PART-LOADED NOT = WS-PARTITION-COUNT
               DISPLAY "MOVMERGE: MOVCHKPC holds " WS-PART-LOADED
                   " of the " WS-PARTITION-COUNT " partitions of "
                   "feed " WS-HEADER-FEED-NAME " - set incomplete, "
                   "merge refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-SET-CYCLE NOT = WS-RUN-CYCLE
               DISPLAY "MOVMERGE: partition set was cut for cycle "
                   WS-SET-CYCLE ", not cycle " WS-RUN-CYCLE
                   " - merge refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-MERGED-COUNT = WS-PART-LOADED
               DISPLAY "MOVMERGE: feed " WS-HEADER-FEED-NAME
                   " serial " WS-FEED-SERIAL " was already merged "
                   "- nothing to do, merge refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF WS-MERGED-COUNT > ZERO
               DISPLAY "MOVMERGE: MOVCHKPC mixes merged and unmerged "
                   "partitions - partition control unusable."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-LOADED
               IF WS-PART-STATUS(WS-PART-IDX) NOT = "DONE"
                   AND WS-PART-STATUS(WS-PART-IDX) NOT = "QUARANT"
                   SET WS-EDIT-PARTITION TO WS-PART-IDX
                   DISPLAY "MOVMERGE: partition " WS-EDIT-PARTITION
                       " is " FUNCTION TRIM(WS-PART-STATUS(WS-PART-IDX))
                       " - run or restart it before merging."
                   PERFORM 9800-ABORT-RUN
               END-IF
           END-PERFORM.

      *    Keys come back in partition order, so partition N must be
      *    the Nth record read; a gap means a record went missing.
       0150-TAKE-PARTITION.
           IF WS-PART-LOADED = ZERO
               MOVE PCTL-FEED-NAME         TO WS-HEADER-FEED-NAME
               MOVE PCTL-BUSINESS-DATE     TO WS-FEED-BUSINESS-DATE
               MOVE PCTL-FEED-SERIAL       TO WS-FEED-SERIAL
               MOVE PCTL-CYCLE-NUMBER      TO WS-SET-CYCLE
               MOVE PCTL-PARTITION-COUNT   TO WS-PARTITION-COUNT
               MOVE PCTL-FEED-DETAIL-COUNT TO WS-TRAILER-COUNT
               MOVE PCTL-BREAKER-FLAG      TO WS-BREAKER-ARMED-SWITCH
               MOVE PCTL-TOL-MAX-REJECT-PCT TO WS-TOL-MAX-REJECT-PCT
               MOVE PCTL-TOL-MIN-RECORDS   TO WS-TOL-MIN-RECORDS
           END-IF
           IF PCTL-FEED-NAME NOT = WS-HEADER-FEED-NAME
               OR PCTL-FEED-SERIAL NOT = WS-FEED-SERIAL
               OR PCTL-BUSINESS-DATE NOT = WS-FEED-BUSINESS-DATE
               OR PCTL-CYCLE-NUMBER NOT = WS-SET-CYCLE
               OR PCTL-PARTITION-COUNT NOT = WS-PARTITION-COUNT
               DISPLAY "MOVMERGE: MOVCHKPC holds partitions of more "
                   "than one split - partition control unusable."
               PERFORM 9800-ABORT-RUN
           END-IF
           IF PCTL-PARTITION NOT = WS-PART-LOADED + 1
               OR PCTL-PARTITION > 9
               DISPLAY "MOVMERGE: partition " PCTL-PARTITION
                   " out of place on MOVCHKPC - set incomplete, "
                   "merge refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           ADD 1 TO WS-PART-LOADED
           SET WS-PART-IDX TO WS-PART-LOADED
           MOVE PCTL-STATUS      TO WS-PART-STATUS(WS-PART-IDX)
           MOVE PCTL-RESTART-KEY TO WS-PART-RESTART-KEY(WS-PART-IDX)
           IF PCTL-MERGED
               ADD 1 TO WS-MERGED-COUNT
           END-IF
           IF PCTL-DONE OR PCTL-QUARANTINED
               PERFORM 0160-ADD-PARTITION-FIGURES
           END-IF
           IF PCTL-RATE-CLEAR OR PCTL-RATE-TRIPPED
               SET WS-RATE-JUDGED TO TRUE
           END-IF
           IF PCTL-RATE-TRIPPED
               SET WS-FEED-QUARANTINED TO TRUE
           END-IF.

       0160-ADD-PARTITION-FIGURES.
           ADD PCTL-PROCESSED       TO WS-SUMM-PROCESSED
           ADD PCTL-REJECTED        TO WS-SUMM-REJECTED
           ADD PCTL-TRUNCATED       TO WS-SUMM-TRUNCATED
           ADD PCTL-DUPLICATES      TO WS-SUMM-DUPLICATES
           ADD PCTL-SEQBREAKS       TO WS-SUMM-SEQBREAKS
           ADD PCTL-BAD-ENCODING    TO WS-SUMM-BAD-ENCODING
           ADD PCTL-TOTAL-LENGTH    TO WS-SUMM-TOTAL-LENGTH
           ADD PCTL-BUCKET-00-25    TO WS-SUMM-BUCKET-00-25
           ADD PCTL-BUCKET-26-50    TO WS-SUMM-BUCKET-26-50
           ADD PCTL-BUCKET-51-75    TO WS-SUMM-BUCKET-51-75
           ADD PCTL-BUCKET-76-100   TO WS-SUMM-BUCKET-76-100
           ADD PCTL-BUCKET-OVER-100 TO WS-SUMM-BUCKET-OVER-100
           IF PCTL-PROCESSED > ZERO
               IF PCTL-MIN-LENGTH < WS-SUMM-MIN-LENGTH
                   MOVE PCTL-MIN-LENGTH TO WS-SUMM-MIN-LENGTH
               END-IF
               IF PCTL-MAX-LENGTH > WS-SUMM-MAX-LENGTH
                   MOVE PCTL-MAX-LENGTH TO WS-SUMM-MAX-LENGTH
               END-IF
           END-IF
           IF PCTL-SEQ-FROZEN
               SET WS-SEQ-FROZEN TO TRUE
           END-IF
           IF PCTL-RESTART-KEY > ZERO
               ADD 1 TO WS-RESTARTED-COUNT
           END-IF.

      *    The reject-rate circuit breaker, judged over the whole
      *    feed the way a single pass judges it as it reads: the
      *    partitions' audit rows are walked in partition order and
      *    each partition's in key order - the order the feed was
      *    received in - with the same running test after every
      *    row, PROCESSED >= the minimum sample and FAIL x 100 >
      *    PCT x PROCESSED.  Every audit row is one record checked,
      *    a FAIL row one rejected.  The verdict goes on every
      *    partition's control record before the first row leaves
      *    MOVCHKAW, so a merge that dies while posting is rerun on
      *    the verdict it already reached rather than on the rows
      *    still left to post.
       0200-JUDGE-REJECT-RATE.
           IF WS-BREAKER-ARMED
               OPEN INPUT AUDIT-WORK-FILE
               IF WS-AUDIT-WORK-STATUS NOT = "35"
                   PERFORM VARYING WS-RATE-PARTITION FROM 1 BY 1
                           UNTIL WS-RATE-PARTITION > WS-PARTITION-COUNT
                           OR WS-FEED-QUARANTINED
                       PERFORM 0250-WALK-PARTITION-ROWS
                   END-PERFORM
                   CLOSE AUDIT-WORK-FILE
               END-IF
           END-IF
           PERFORM 0280-RECORD-RATE-VERDICT.

       0250-WALK-PARTITION-ROWS.
           MOVE LOW-VALUES TO AUW-KEY
           MOVE "N" TO WS-EOF-SWITCH
           START AUDIT-WORK-FILE KEY >= AUW-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF OR WS-FEED-QUARANTINED
               READ AUDIT-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUW-TIMESTAMP(26:1)
                           = WS-RATE-PARTITION(2:1)
                           PERFORM 0260-COUNT-RATE-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       0260-COUNT-RATE-ROW.
           ADD 1 TO WS-RATE-PROCESSED
           IF AUW-OUTCOME = "FAIL"
               ADD 1 TO WS-RATE-REJECTED
           END-IF
           IF WS-RATE-PROCESSED >= WS-TOL-MIN-RECORDS
               COMPUTE WS-TOL-FAIL-SCALED = WS-RATE-REJECTED * 100
               COMPUTE WS-TOL-FAIL-LIMIT =
                   WS-TOL-MAX-REJECT-PCT * WS-RATE-PROCESSED
               IF WS-TOL-FAIL-SCALED > WS-TOL-FAIL-LIMIT
                   SET WS-FEED-QUARANTINED TO TRUE
                   MOVE WS-TOL-MAX-REJECT-PCT TO WS-EDIT-PCT
                   DISPLAY "MOVMERGE: feed " WS-HEADER-FEED-NAME
                       " failed " WS-RATE-REJECTED " of "
                       WS-RATE-PROCESSED " records checked by "
                       "partition " WS-RATE-PARTITION " - over its "
                       WS-EDIT-PCT "% reject tolerance, feed "
                       "rejected whole."
               END-IF
           END-IF.

      *    A tripped feed's partitions also turn QUARANT, so the
      *    set shows on MOVCHKPC as the single pass's run does on
      *    MOVCHKJS.
       0280-RECORD-RATE-VERDICT.
           MOVE ZERO TO PCTL-PARTITION
           START PARTCTL-FILE KEY >= PCTL-PARTITION
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PARTCTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-FEED-QUARANTINED
                           SET PCTL-RATE-TRIPPED TO TRUE
                           SET PCTL-QUARANTINED TO TRUE
                       ELSE
                           SET PCTL-RATE-CLEAR TO TRUE
                       END-IF
                       REWRITE PCTL-RECORD
                           INVALID KEY
                               DISPLAY "MOVMERGE: MOVCHKPC partition "
                                   PCTL-PARTITION " could not be "
                                   "given the reject-rate verdict."
                               PERFORM 9800-ABORT-RUN
                       END-REWRITE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

      *    Moves every partition's audit rows from MOVCHKAW onto the
      *    MOVCHKAU chain and seals them, exactly as a single pass
      *    chains its rows as it writes them.  Each row takes the
      *    merge's clock as it goes on, so the trail's key order -
      *    the order TRLVERFY walks - stays the chain order even
      *    when other runs have written since the partitions did;
      *    the partition number still ends the overlay.  A row is
      *    deleted from the work file once it is on the chain, so a
      *    merge that dies here picks up where it stopped.
       1000-POST-AUDIT-ROWS.
           PERFORM 0065-READ-SEAL-REGISTER
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKAU not found "
                   "- creating it fresh."
               OPEN OUTPUT AUDIT-FILE
           ELSE
               PERFORM 0068-FIND-AUDIT-CHAIN-HEAD
           END-IF

           OPEN I-O AUDIT-WORK-FILE
           IF WS-AUDIT-WORK-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKAW not found - no partition "
                   "audit rows to post."
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-WORK-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1100-POST-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-WORK-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF

           CLOSE AUDIT-FILE
           PERFORM 9200-SEAL-AUDIT-RUN.

       1100-POST-ONE-AUDIT-ROW.
           MOVE AUW-RECORD TO AUD-RECORD
           PERFORM 3700-BUILD-TRAIL-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           PERFORM 3100-CHAIN-AUDIT-RECORD
           WRITE AUD-RECORD
               INVALID KEY
                   DISPLAY "MOVMERGE: duplicate MOVCHKAU key at "
                       AUD-TIMESTAMP " - audit trail unusable."
                   PERFORM 9800-ABORT-RUN
           END-WRITE
           DELETE AUDIT-WORK-FILE RECORD
               INVALID KEY
                   DISPLAY "MOVMERGE: MOVCHKAW row at "
                       AUW-TIMESTAMP " could not be removed after "
                       "posting - audit work file unusable."
                   PERFORM 9800-ABORT-RUN
           END-DELETE
           ADD 1 TO WS-AUDIT-POSTED.

      *    Picks up the audit chain where the seal register says it
      *    was last closed, the same way MOVCHK01 does.
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

      *    Rows a crashed run wrote after the last seal are still on
      *    the chain, so the head is the highest chained row on the
      *    trail - read on from the sealed row's timestamp.
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

      *    The partitions' rejections are already on the suspense
      *    file, so the per-feed ticket table is built from there,
      *    the same way a restarted single pass seeds it: every
      *    suspense record of this business date and cycle.
       2000-SEED-TICKET-TABLE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKSU not found - no rejects "
                   "to ticket."
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUS-CYCLE-NUMBER = WS-RUN-CYCLE
                               AND SUS-BUSINESS-DATE
                                   = WS-FEED-BUSINESS-DATE
                               MOVE SUS-REASON-CODE
                                   TO WS-TICKET-REASON
                               MOVE SUS-FEED-NAME  TO WS-TICKET-FEED
                               MOVE SUS-REC-KEY    TO WS-TICKET-KEY
                               PERFORM 2060-ACCUMULATE-FEED-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       2060-ACCUMULATE-FEED-REJECT.
           MOVE "N" TO WS-TKTFD-FOUND-SWITCH
           SET WS-TKTFD-IDX TO 1
           PERFORM UNTIL WS-TKTFD-FOUND
               OR WS-TKTFD-IDX > WS-TKTFD-COUNT
               IF WS-TKTFD-FEED-NAME(WS-TKTFD-IDX) = WS-TICKET-FEED
                   SET WS-TKTFD-FOUND TO TRUE
               ELSE
                   SET WS-TKTFD-IDX UP BY 1
               END-IF
           END-PERFORM

           IF NOT WS-TKTFD-FOUND
               IF WS-TKTFD-COUNT >= 50
                   DISPLAY "MOVMERGE: more than 50 feeds rejected "
                       "this run - increase WS-TKTFD-ENTRY OCCURS "
                       "in TKTFDTAB.cpy and recompile."
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-TKTFD-IDX TO WS-TKTFD-COUNT
               SET WS-TKTFD-IDX UP BY 1
               MOVE WS-TICKET-FEED
                   TO WS-TKTFD-FEED-NAME(WS-TKTFD-IDX)
               MOVE ZERO TO WS-TKTFD-REJECTS(WS-TKTFD-IDX)
               MOVE WS-TICKET-KEY
                   TO WS-TKTFD-FIRST-KEY(WS-TKTFD-IDX)
               MOVE SPACES TO WS-TKTFD-REASON(WS-TKTFD-IDX)
               SET WS-TKTFD-COUNT TO WS-TKTFD-IDX
           END-IF

           ADD 1 TO WS-TKTFD-REJECTS(WS-TKTFD-IDX)
           MOVE WS-TICKET-KEY TO WS-TKTFD-LAST-KEY(WS-TKTFD-IDX)
           EVALUATE TRUE
               WHEN WS-TKTFD-REASON(WS-TKTFD-IDX) = SPACES
                   MOVE WS-TICKET-REASON
                       TO WS-TKTFD-REASON(WS-TKTFD-IDX)
               WHEN WS-TKTFD-REASON(WS-TKTFD-IDX)
                   NOT = WS-TICKET-REASON
                   MOVE "MULT" TO WS-TKTFD-REASON(WS-TKTFD-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Links the row about to be written onto the audit chain
      *    (TRLCHAIN.CPY).
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

      *    The partition's write-sequence overlay, rebuilt on the
      *    merge's clock: a four-digit sequence, then the partition
      *    digit the row carried on the work file, as MOVCHK01
      *    builds it for a partition run.  The sequence comes first
      *    so the trail's key order stays the order the rows were
      *    chained in.
       3700-BUILD-TRAIL-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           ADD 1 TO WS-TRAIL-WRITE-SEQ
           IF WS-TRAIL-WRITE-SEQ > 9999
               MOVE 1 TO WS-TRAIL-WRITE-SEQ
           END-IF
           MOVE WS-TRAIL-WRITE-SEQ  TO WS-PARTITION-SEQ-NUMBER
           MOVE AUW-TIMESTAMP(26:1) TO WS-PARTITION-SEQ-X(5:1)
           MOVE WS-PARTITION-SEQ-X  TO WS-CURRENT-TIMESTAMP(22:5).

      *    Rejects the feed whole, as MOVCHK01 does when its breaker
      *    trips.  The transmission is put back together from the
      *    partition set - partition 1's FEEDHDR and the last
      *    partition's FEEDTRL with the partition fields blanked and
      *    the whole feed's count restored, every detail in between
      *    - so MOVCHKQT holds the feed byte for byte as received.
      *    Every partition's suspense pairs for this window are
      *    withdrawn and one FEED ticket replaces the record-level
      *    ones.
      *    As for a single pass, the corrected feed is replayed
      *    under a NEW cycle.  The FAIL rows, the summary section
      *    and the FEED ticket stay under this business date and
      *    cycle, so a replay under the same cycle could never tie
      *    in RECONBAL; the Q row 9300 puts on FEEDSERL closes the
      *    cycle to any further run, and the replay's own cycle
      *    balances on its own.
       7000-QUARANTINE-FEED.
           OPEN INPUT PARTSET-FILE
           IF WS-PARTSET-STATUS = "35"
               DISPLAY "MOVMERGE: MOVCHKPS not found - the feed "
                   "cannot be quarantined, merge refused."
               PERFORM 9800-ABORT-RUN
           END-IF
           OPEN OUTPUT QUARANTINE-FILE
           PERFORM UNTIL WS-EOF
               READ PARTSET-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 7100-COPY-TO-QUARANTINE
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE
           CLOSE PARTSET-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 7200-WITHDRAW-FEED-SUSPENSE
           PERFORM 7400-WRITE-FEED-REJECT-TICKET

           MOVE WS-QTN-DETAIL-COUNT TO WS-EDIT-COUNT
           DISPLAY "MOVMERGE: feed " WS-HEADER-FEED-NAME " serial "
               WS-FEED-SERIAL " quarantined to MOVCHKQT - "
               FUNCTION TRIM(WS-EDIT-COUNT) " detail records, "
               WS-SUS-WITHDRAWN " suspense records withdrawn.".

       7100-COPY-TO-QUARANTINE.
           MOVE IN-RECORD TO FCTL-RECORD
           EVALUATE TRUE
               WHEN FCTL-IS-HEADER
                   IF FCTL-PARTITION = 1
                       MOVE SPACES TO FCTL-PARTITION-FIELDS
                       WRITE QTN-RECORD FROM FCTL-RECORD
                   END-IF
               WHEN FCTL-IS-TRAILER
                   IF FCTL-PARTITION = WS-PARTITION-COUNT
                       MOVE WS-TRAILER-COUNT TO FCTL-DETAIL-COUNT
                       MOVE SPACES TO FCTL-PARTITION-FIELDS
                       WRITE QTN-RECORD FROM FCTL-RECORD
                   END-IF
               WHEN OTHER
                   WRITE QTN-RECORD FROM IN-RECORD
                   ADD 1 TO WS-QTN-DETAIL-COUNT
                   IF WS-QTN-DETAIL-COUNT = 1
                       MOVE IN-REC-KEY TO WS-QTN-FIRST-KEY
                   END-IF
                   MOVE IN-REC-KEY TO WS-QTN-LAST-KEY
           END-EVALUATE.

      *    Every feed on the ticket table has suspense pairs from
      *    this window, so the table is the list of feeds to
      *    withdraw.  Only this business date and cycle is touched.
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
      *    key range.
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

      *    One ticket per feed, with the generated reference number
      *    TKTRECON matches the helpdesk acknowledgment back on.
       8000-WRITE-FEED-TICKETS.
           PERFORM VARYING WS-TKTFD-IDX FROM 1 BY 1
               UNTIL WS-TKTFD-IDX > WS-TKTFD-COUNT
               PERFORM 8100-WRITE-ONE-FEED-TICKET
           END-PERFORM.

       8100-WRITE-ONE-FEED-TICKET.
           ADD 1 TO WS-TICKET-SEQ
           MOVE WS-TICKET-SEQ TO WS-TICKET-SEQ-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE WS-CURRENT-TIMESTAMP TO TKT-TIMESTAMP
           MOVE "DATAQUALTY"         TO TKT-TICKET-TYPE
           MOVE WS-TKTFD-FEED-NAME(WS-TKTFD-IDX) TO TKT-FEED-NAME
           MOVE "2"                  TO TKT-SEVERITY
           MOVE WS-TKTFD-REASON(WS-TKTFD-IDX) TO TKT-REASON-CODE

           MOVE SPACES TO TKT-REFERENCE
           STRING "MC" WS-CURRENT-TIMESTAMP(3:6)
               WS-CURRENT-TIMESTAMP(9:4) WS-TICKET-SEQ-X
               DELIMITED BY SIZE INTO TKT-REFERENCE

           MOVE WS-TKTFD-REJECTS(WS-TKTFD-IDX) TO TKT-REJECT-COUNT
           MOVE WS-TKTFD-FIRST-KEY(WS-TKTFD-IDX) TO TKT-FIRST-KEY
           MOVE WS-TKTFD-LAST-KEY(WS-TKTFD-IDX) TO TKT-LAST-KEY
           MOVE WS-RUN-CYCLE TO TKT-CYCLE-NUMBER

           MOVE WS-TKTFD-REJECTS(WS-TKTFD-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO TKT-SUMMARY
           STRING "Rejected" WS-EDIT-COUNT
               " records, keys "
               WS-TKTFD-FIRST-KEY(WS-TKTFD-IDX)
               "-" WS-TKTFD-LAST-KEY(WS-TKTFD-IDX)
               DELIMITED BY SIZE INTO TKT-SUMMARY
           WRITE TKT-RECORD.

      *    The return-to-sender extract, read back from the MOVCHKSF
      *    companion for this business date and cycle exactly as a
      *    single pass writes it - cycle 1 starts the day's extract
      *    fresh, later cycles EXTEND it.
       8500-WRITE-REJECT-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE SUSPENSE-FILE
           CLOSE COMPANION-FILE
           OPEN INPUT COMPANION-FILE
           IF WS-RUN-CYCLE > 1
               OPEN EXTEND REJECT-EXTRACT-FILE
               IF WS-EXTRACT-STATUS = "35"
                   DISPLAY "MOVMERGE: MOVCHKRJ not found "
                       "- opening it fresh instead of extending it."
                   OPEN OUTPUT REJECT-EXTRACT-FILE
               END-IF
           ELSE
               OPEN OUTPUT REJECT-EXTRACT-FILE
           END-IF
           PERFORM UNTIL WS-EOF
               READ COMPANION-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SFU-CYCLE-NUMBER = WS-RUN-CYCLE
                           AND SFU-BUSINESS-DATE
                               = WS-FEED-BUSINESS-DATE
                           PERFORM 8600-WRITE-ONE-EXTRACT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANION-FILE
           CLOSE REJECT-EXTRACT-FILE
           MOVE "N" TO WS-EOF-SWITCH.

       8600-WRITE-ONE-EXTRACT-RECORD.
           MOVE SFU-FEED-NAME         TO REJX-FEED-NAME
           MOVE SFU-BUSINESS-DATE     TO REJX-BUSINESS-DATE
           MOVE SFU-REC-KEY           TO REJX-REC-KEY
           MOVE SFU-FIELD-ID          TO REJX-FIELD-NAME
           MOVE SFU-REASON-CODE       TO REJX-REASON-CODE
           MOVE SFU-SOURCE-LENGTH     TO REJX-SOURCE-LENGTH
           MOVE SFU-TARGET-LENGTH     TO REJX-TARGET-LENGTH
           MOVE SFU-ORIGINAL-DATA     TO REJX-ORIGINAL-DATA
           WRITE REJX-RECORD.

      *    The one summary section for the feed, line for line the
      *    section a single pass writes - RECONBAL and the control
      *    desk read it the same way - with a PARTITIONS MERGED line
      *    after the cycle, and a note for each partition that was
      *    restarted, whose figures cover only its last segment.
       9000-WRITE-SUMMARY-REPORT.
           IF WS-SUMM-PROCESSED > 0
               COMPUTE WS-SUMM-AVG-LENGTH =
                   WS-SUMM-TOTAL-LENGTH / WS-SUMM-PROCESSED
           END-IF

           MOVE "MOVCHK01 - LENGTH CHECK SUMMARY" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN CYCLE...............: " WS-RUN-CYCLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARTITIONS MERGED.......: " WS-PARTITION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           IF WS-RESTARTED-COUNT > ZERO
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-LOADED
                   IF WS-PART-RESTART-KEY(WS-PART-IDX) > ZERO
                       MOVE WS-PART-RESTART-KEY(WS-PART-IDX)
                           TO WS-EDIT-KEY
                       SET WS-EDIT-PARTITION TO WS-PART-IDX
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "** PARTITION " WS-EDIT-PARTITION
                           " RESTARTED - figures are for the "
                           "segment after key " WS-EDIT-KEY " **"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE WS-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-SUMM-PROCESSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS PROCESSED.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS REJECTED........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-TRUNCATED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS TRUNCATED.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-DUPLICATES TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS DUPLICATE KEY...: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-SEQBREAKS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS OUT OF SEQUENCE.: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BAD-ENCODING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS MALFORMED UTF-8.: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           IF WS-SEQ-FROZEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** KEY SEQUENCE BROKEN - CHECKPOINTS "
                   "FROZEN (STRICT MODE) **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
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
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-MAX-LENGTH TO WS-EDIT-LENGTH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAXIMUM LENGTH..........: " WS-EDIT-LENGTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-AVG-LENGTH TO WS-EDIT-AVG
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVERAGE LENGTH..........: " WS-EDIT-AVG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BUCKET-00-25 TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LENGTH 000-025..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BUCKET-26-50 TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LENGTH 026-050..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BUCKET-51-75 TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LENGTH 051-075..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BUCKET-76-100 TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LENGTH 076-100..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-BUCKET-OVER-100 TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LENGTH OVER 100.........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    Marks the set MERGED - the last thing done, so a merge
      *    that dies before here can be run again.
       9100-MARK-PARTITIONS-MERGED.
           MOVE ZERO TO PCTL-PARTITION
           START PARTCTL-FILE KEY >= PCTL-PARTITION
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PARTCTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       SET PCTL-MERGED TO TRUE
                       REWRITE PCTL-RECORD
                           INVALID KEY
                               DISPLAY "MOVMERGE: MOVCHKPC partition "
                                   PCTL-PARTITION " could not be "
                                   "marked MERGED."
                               PERFORM 9800-ABORT-RUN
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE PARTCTL-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      *    The serial goes on the register once, for the whole feed,
      *    with the feed's FEEDTRL count - never a partition's.  A
      *    feed rejected whole is registered with outcome Q, as
      *    MOVCHK01 registers one (FDSRREC.CPY).  A merge that died
      *    after registering but before 9100 reruns through here, so
      *    a row already on the register for this feed, serial,
      *    business date and cycle is left as the one registration.
       9300-REGISTER-FEED-SERIAL.
           PERFORM 9310-FIND-FEED-SERIAL
           IF WS-SERIAL-FOUND
               DISPLAY "MOVMERGE: feed " WS-HEADER-FEED-NAME
                   " serial " WS-FEED-SERIAL " already registered "
                   "for this cycle - not registered again."
           ELSE
               OPEN EXTEND SERIAL-FILE
               IF WS-SERIAL-STATUS = "35"
                   OPEN OUTPUT SERIAL-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-HEADER-FEED-NAME   TO FDSR-FEED-NAME
               MOVE WS-FEED-SERIAL        TO FDSR-FEED-SERIAL
               MOVE WS-FEED-BUSINESS-DATE TO FDSR-BUSINESS-DATE
               MOVE WS-CURRENT-TIMESTAMP  TO FDSR-TIMESTAMP
               MOVE WS-RUN-CYCLE          TO FDSR-CYCLE-NUMBER
               MOVE WS-TRAILER-COUNT      TO FDSR-DETAIL-COUNT
               IF WS-FEED-QUARANTINED
                   SET FDSR-QUARANTINED   TO TRUE
               ELSE
                   MOVE SPACE             TO FDSR-OUTCOME
               END-IF
               WRITE FDSR-RECORD
               CLOSE SERIAL-FILE
           END-IF.

       9310-FIND-FEED-SERIAL.
           MOVE "N" TO WS-SERIAL-FOUND-SWITCH
           OPEN INPUT SERIAL-FILE
           IF WS-SERIAL-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF OR WS-SERIAL-FOUND
                   READ SERIAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF FDSR-FEED-NAME = WS-HEADER-FEED-NAME
                               AND FDSR-FEED-SERIAL = WS-FEED-SERIAL
                               AND FDSR-BUSINESS-DATE
                                   = WS-FEED-BUSINESS-DATE
                               AND FDSR-CYCLE-NUMBER = WS-RUN-CYCLE
                               SET WS-SERIAL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *    Seals the audit rows this merge put on the chain, taking
      *    up any a crashed run left unsealed, the same way MOVCHK01
      *    seals a single pass.
       9200-SEAL-AUDIT-RUN.
           IF WS-CHAIN-SEQ > WS-CHAIN-SEALED-SEQ
               PERFORM 9210-READ-SEAL-HEAD
               MOVE SPACES TO SEAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
               MOVE "MOVCHKAU"          TO SEAL-TRAIL-ID
               SET SEAL-IS-RUN          TO TRUE
               MOVE WS-JOB-NAME         TO SEAL-PROGRAM-ID
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
                   DISPLAY "MOVMERGE: sealed " SEAL-ADOPTED-COUNT
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

      *    Grades the merge the way MOVCHK01 grades a single pass,
      *    so the scheduler branches on the feed exactly as before:
      *    QUARANT 16, rejects 8, truncations 4, clean 0.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-FEED-QUARANTINED
                   MOVE "QUARANT"  TO WS-RUN-OUTCOME
                   MOVE 16         TO WS-RETURN-CODE
               WHEN WS-SUMM-REJECTED > 0
                   MOVE "REJECTS"  TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
               WHEN WS-SUMM-TRUNCATED > 0
                   MOVE "TRUNC"    TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-JOB-NAME          TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-PROCESSED    TO JOBST-RECORDS-READ
           ADD WS-SUMM-REJECTED WS-SUMM-TRUNCATED
               GIVING JOBST-EXCEPTION-COUNT
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

       END PROGRAM MOVMERGE.
