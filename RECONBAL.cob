      *              balanced as well as the cycle, so yesterday's
      *              cycle under the same number stays out of the
      *              counts.
      *  2026-10-15  Partitioned MOVCHK01 runs are balanced as the one
      *              logical step they stand for: when MOVCHKPC holds
      *              the partition set of the feed and cycle being
      *              balanced, every partition must be MERGED or the
      *              window does not balance, and each partition's
      *              audit rows must tie to the processed count on
      *              its control record, so a short partition is
      *              named rather than lost in the feed total.
      *  2026-10-15  A partitioned window's audit rows are split by
      *              the partition number in timestamp byte 26, where
      *              MOVMERGE now puts it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONBAL.
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PARTCTL-FILE ASSIGN TO "MOVCHKPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCTL-PARTITION
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT TICKET-FILE ASSIGN TO "MOVCHKTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
       FD  SUSPENSE-FILE.
           COPY SUSREC.

       FD  PARTCTL-FILE.
           COPY PARTCTRC.

       FD  TICKET-FILE.
           COPY TKTREC.

       01  WS-TICKET-STATUS            PIC XX.
       01  WS-SUMMARY-STATUS           PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-PARTCTL-STATUS           PIC XX.

       01  WS-RECON-COUNTS.
           05  WS-INPUT-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(8)  VALUE ZERO.

      *    The partition set of a partitioned run of this feed and
      *    cycle, by partition number - empty for a single pass.
       01  WS-PARTITIONED-SWITCH       PIC X     VALUE "N".
           88  WS-PARTITIONED          VALUE "Y".
       01  WS-AUD-PARTITION            PIC 9(1).
       01  WS-PART-SUB                 PIC 9(4) COMP.
       01  WS-EDIT-PARTITION           PIC 9(2).
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 9 TIMES.
               10  WS-PART-IN-SET-FLAG PIC X.
                   88  WS-PART-IN-SET  VALUE "Y".
               10  WS-PART-PROCESSED   PIC 9(8) COMP.
               10  WS-PART-AUDIT-COUNT PIC 9(8) COMP.
               10  WS-PART-RESTART-KEY PIC 9(8).

           COPY FEEDCTRC.

       PROCEDURE DIVISION.
           PERFORM 0030-GET-RUN-CYCLE
           PERFORM 0050-WRITE-START-STATUS
           PERFORM 1000-COUNT-INPUT-FILE
           PERFORM 1500-LOAD-PARTITION-SET
           PERFORM 2000-COUNT-AUDIT-FILE
           PERFORM 3000-COUNT-SUSPENSE-FILE
           PERFORM 4000-COUNT-TICKET-FILE
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    The input leg is the FEEDTRL trailer's detail count - the
                   ADD 1 TO WS-DETAIL-COUNT
           END-EVALUATE.

      *    A feed MOVSPLIT cut up is balanced only once MOVMERGE has
      *    put it back together - before that MOVCHKAU, MOVCHKRP and
      *    MOVCHKTK hold none of it, or part of it.  MOVCHKPC holds
      *    the last partition set cut; a set for some other feed date
      *    or cycle, or no MOVCHKPC at all, means this window was a
      *    single pass.
       1500-LOAD-PARTITION-SET.
           INITIALIZE WS-PART-TABLE
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF
                   READ PARTCTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PCTL-BUSINESS-DATE
                               = WS-FEED-BUSINESS-DATE
                               AND PCTL-CYCLE-NUMBER = WS-RUN-CYCLE
                               AND PCTL-PARTITION >= 1
                               AND PCTL-PARTITION <= 9
                               PERFORM 1550-TAKE-PARTITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTCTL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1550-TAKE-PARTITION.
           SET WS-PARTITIONED TO TRUE
           MOVE PCTL-PARTITION TO WS-PART-SUB
           MOVE "Y" TO WS-PART-IN-SET-FLAG(WS-PART-SUB)
           MOVE PCTL-PROCESSED TO WS-PART-PROCESSED(WS-PART-SUB)
           MOVE PCTL-RESTART-KEY TO WS-PART-RESTART-KEY(WS-PART-SUB)
           IF NOT PCTL-MERGED
               DISPLAY "RECONBAL: partition " PCTL-PARTITION
                   " of feed " PCTL-FEED-NAME " is "
                   FUNCTION TRIM(PCTL-STATUS)
                   ", not MERGED - run MOVMERGE before balancing, "
                   "run cannot balance."
               MOVE "N" TO WS-BALANCED-SWITCH
               ADD 1 TO WS-TIE-FAILURES
           END-IF.

       2000-COUNT-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"

       2100-COUNT-ONE-AUDIT.
           ADD 1 TO WS-AUDIT-COUNT
      *    Every audit row of a partitioned window went onto the
      *    trail through MOVMERGE, which ends the timestamp's offset
      *    with the partition number.  A single pass writes a
      *    sequence digit in that position, so it is only read as a
      *    partition when the window was partitioned.
           IF WS-PARTITIONED
               AND AUD-TIMESTAMP(26:1) >= "1"
               AND AUD-TIMESTAMP(26:1) <= "9"
               MOVE AUD-TIMESTAMP(26:1) TO WS-AUD-PARTITION
               ADD 1 TO WS-PART-AUDIT-COUNT(WS-AUD-PARTITION)
           END-IF
           EVALUATE AUD-OUTCOME
               WHEN "PASS"
                   ADD 1 TO WS-PASS-COUNT
      *    Each tie is checked and reported separately so the control
      *    desk sees exactly which leg diverged, not just that one
      *    did.
      *    A cycle whose feed the reject-rate breaker rejected whole
      *    does not tie - its FAIL rows stay on the audit trail as
      *    the evidence while its suspense pairs were withdrawn -
      *    and is already held as QUARANT.  The corrected feed is
      *    replayed under a new cycle (MOVCHK01 refuses the
      *    quarantined one, FDSRREC.CPY), so the replay is balanced
      *    as that cycle, on its own trail rows, summary section
      *    and tickets, and ties like any other.
       6000-CHECK-BALANCE.
           MOVE WS-INPUT-COUNT TO WS-EDIT-COUNT
           DISPLAY "RECONBAL: FEEDTRL trailer count......: "
                   "summary line."
               MOVE "N" TO WS-BALANCED-SWITCH
               ADD 1 TO WS-TIE-FAILURES
           END-IF

           IF WS-PARTITIONED
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 9
                   IF WS-PART-IN-SET(WS-PART-SUB)
                       PERFORM 6100-CHECK-ONE-PARTITION
                   END-IF
               END-PERFORM
           END-IF.

      *    A partition restarted from its checkpoint re-audited the
      *    records after it while its figures cover only the restart
      *    segment, so - just as for a restarted single pass - it
      *    cannot tie and is cleared by hand against its checkpoint.
       6100-CHECK-ONE-PARTITION.
           MOVE WS-PART-SUB TO WS-EDIT-PARTITION
           MOVE WS-PART-AUDIT-COUNT(WS-PART-SUB) TO WS-EDIT-COUNT
           DISPLAY "RECONBAL: partition " WS-EDIT-PARTITION
               " audit records.......: " WS-EDIT-COUNT
           IF WS-PART-AUDIT-COUNT(WS-PART-SUB)
               NOT = WS-PART-PROCESSED(WS-PART-SUB)
               MOVE WS-PART-PROCESSED(WS-PART-SUB) TO WS-EDIT-COUNT
               DISPLAY "RECONBAL: OUT OF BALANCE - partition "
                   WS-EDIT-PARTITION " audit records do not equal "
                   "the " FUNCTION TRIM(WS-EDIT-COUNT)
                   " it processed."
               IF WS-PART-RESTART-KEY(WS-PART-SUB) > ZERO
                   DISPLAY "RECONBAL: partition " WS-EDIT-PARTITION
                       " was restarted after key "
                       WS-PART-RESTART-KEY(WS-PART-SUB)
                       " - clear against its checkpoint."
               END-IF
               MOVE "N" TO WS-BALANCED-SWITCH
               ADD 1 TO WS-TIE-FAILURES
           END-IF.

      *    Appends tonight's totals to the control-totals history.
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE WS-RUN-CYCLE         TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

