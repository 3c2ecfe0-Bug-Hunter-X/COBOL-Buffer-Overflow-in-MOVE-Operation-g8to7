      *              any crashed cycle holds it, and the worst END
      *              grade across the cycles is judged against the
      *              rule's maximum.
      *  2026-10-15  Configuration gate: the CFGCHK configuration
      *              integrity check runs first in the window, and
      *              when it never ran, crashed, or ended worse than
      *              warnings, every gated step is held behind it -
      *              no step may run on control masters that failed
      *              their cross-checks.
      *  2026-10-15  Partitioned MOVCHK01 runs: handshakes fold per
      *              partition as well, so a crashed partition is
      *              flagged - and restarted - by itself, and the
      *              timeline shows the partition.  A step behind
      *              MOVCHK01 gates on the partitions and on the
      *              MOVMERGE run that puts them back together as one
      *              logical step: a partitioned cycle with no
      *              MOVMERGE END holds it, and MOVMERGE's grade is
      *              judged along with the partitions'.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINCTRL.

       01  WS-LOOKUP-PROGRAM           PIC X(8).
       01  WS-LOOKUP-CYCLE             PIC 9(2).
       01  WS-LOOKUP-PARTITION         PIC 9(2).
       01  WS-JST-FOUND-SWITCH         PIC X.
           88  WS-JST-FOUND            VALUE "Y".
       01  WS-PRED-SUB                 PIC 9(4) COMP.
           88  WS-PRED-BAD-RC          VALUE "Y".
       01  WS-PRED-WORST-RC            PIC 9(4) COMP.
       01  WS-PRED-WORST-OUTCOME       PIC X(8).
       01  WS-PRED-CRASH-PARTITION     PIC 9(2).
       01  WS-PRED-CRASH-CYCLE         PIC 9(2).
       01  WS-PRED-MERGE-CRASHED-SWITCH
                                       PIC X.
           88  WS-PRED-MERGE-CRASHED   VALUE "Y".
       01  WS-PRED-UNMERGED-SWITCH     PIC X.
           88  WS-PRED-UNMERGED        VALUE "Y".
       01  WS-PRED-MERGE-CYCLE         PIC 9(2).
       01  WS-MERGE-SUB                PIC 9(4) COMP.
       01  WS-MERGE-FOUND-SWITCH       PIC X.
           88  WS-MERGE-FOUND          VALUE "Y".
       01  WS-MERGE-PROGRAM            PIC X(8)  VALUE "MOVMERGE".
       01  WS-TIMELINE-PARTITION       PIC X(4).
       01  WS-STEP-REPORTED-SWITCH     PIC X.
           88  WS-STEP-REPORTED        VALUE "Y".
       01  WS-STEP-HELD-SWITCH         PIC X.
       01  WS-SCAN-SUB                 PIC 9(4) COMP.
       01  WS-RULE-SUB                 PIC 9(4) COMP.

       01  WS-CONFIG-GATE-PROGRAM      PIC X(8)  VALUE "CFGCHK".
       01  WS-CONFIG-GATE-MAX-RC       PIC 9(4) COMP VALUE 4.
       01  WS-CONFIG-HELD-SWITCH       PIC X     VALUE "N".
           88  WS-CONFIG-HELD          VALUE "Y".
       01  WS-CONFIG-HOLD-REASON       PIC X(50).

       01  WS-ELAPSED-SECONDS          PIC S9(8) COMP.
       01  WS-START-SECONDS            PIC 9(8) COMP.
       01  WS-END-SECONDS              PIC 9(8) COMP.
           ELSE
               MOVE ZERO TO WS-LOOKUP-CYCLE
           END-IF
      *    Likewise the partition column: spaces on handshakes from
      *    before partitioned runs, zero for every unpartitioned run.
           IF JOBST-PARTITION IS NUMERIC
               MOVE JOBST-PARTITION TO WS-LOOKUP-PARTITION
           ELSE
               MOVE ZERO TO WS-LOOKUP-PARTITION
           END-IF
           PERFORM 0170-FIND-OR-ADD-PROGRAM

           IF JOBST-PHASE-START
               OR WS-JST-IDX > WS-JST-COUNT
               IF WS-JST-PROGRAM-ID(WS-JST-IDX) = WS-LOOKUP-PROGRAM
                   AND WS-JST-CYCLE(WS-JST-IDX) = WS-LOOKUP-CYCLE
                   AND WS-JST-PARTITION(WS-JST-IDX)
                       = WS-LOOKUP-PARTITION
                   SET WS-JST-FOUND TO TRUE
               ELSE
                   SET WS-JST-IDX UP BY 1
           END-PERFORM

           IF NOT WS-JST-FOUND
               IF WS-JST-COUNT >= 100
                   DISPLAY "WINCTRL: more than 100 program/cycle/"
                       "partition entries on MOVCHKJS - increase "
                       "WS-JST-ENTRY OCCURS in JOBSTTAB.cpy and "
                       "recompile."
                   CLOSE JOBSTAT-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               MOVE WS-LOOKUP-PROGRAM
                   TO WS-JST-PROGRAM-ID(WS-JST-IDX)
               MOVE WS-LOOKUP-CYCLE TO WS-JST-CYCLE(WS-JST-IDX)
               MOVE WS-LOOKUP-PARTITION
                   TO WS-JST-PARTITION(WS-JST-IDX)
               MOVE SPACES TO WS-JST-START-TIMESTAMP(WS-JST-IDX)
               MOVE SPACES TO WS-JST-END-TIMESTAMP(WS-JST-IDX)
               MOVE SPACES TO WS-JST-OUTCOME(WS-JST-IDX)
           END-PERFORM.

       1100-WRITE-ONE-TIMELINE-LINE.
           IF WS-JST-PARTITION(WS-JST-IDX) > ZERO
               MOVE SPACES TO WS-TIMELINE-PARTITION
               STRING " P" WS-JST-PARTITION(WS-JST-IDX)
                   DELIMITED BY SIZE INTO WS-TIMELINE-PARTITION
           ELSE
               MOVE SPACES TO WS-TIMELINE-PARTITION
           END-IF
           IF WS-JST-RUNNING(WS-JST-IDX)
               ADD 1 TO WS-SUMM-CRASHED
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-JST-PROGRAM-ID(WS-JST-IDX)
                   " CYC " WS-JST-CYCLE(WS-JST-IDX)
                   WS-TIMELINE-PARTITION
                   " START "
                   WS-JST-START-TIMESTAMP(WS-JST-IDX)(9:6)
                   " ** NO END - CRASHED, NEEDS RESTART **"
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-JST-PROGRAM-ID(WS-JST-IDX)
                   " CYC " WS-JST-CYCLE(WS-JST-IDX)
                   WS-TIMELINE-PARTITION
                   " START "
                   WS-JST-START-TIMESTAMP(WS-JST-IDX)(9:6)
                   " END "
      *    whose predecessors all wrote a clean-enough END is
      *    released.
       2000-DECIDE-STEP-RELEASES.
           PERFORM 2010-CHECK-CONFIG-GATE

           MOVE "STEP RELEASE DECISIONS" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

               END-IF
           END-PERFORM.

      *    The configuration check gates the whole window, not just
      *    the steps a JOBDEPRL row happens to tie to it: a limit
      *    wider than its target or a broken field layout damages
      *    data in whichever step reads it.  Judged the same way as
      *    a predecessor - never ran, crashed, or an END worse than
      *    warnings across any of its runs holds everything.
       2010-CHECK-CONFIG-GATE.
           MOVE WS-CONFIG-GATE-PROGRAM TO WS-LOOKUP-PROGRAM
           MOVE "N" TO WS-PRED-SEEN-SWITCH
           MOVE "N" TO WS-PRED-CRASHED-SWITCH
           MOVE ZERO TO WS-PRED-WORST-RC
           MOVE SPACES TO WS-PRED-WORST-OUTCOME
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > WS-JST-COUNT
               IF WS-JST-PROGRAM-ID(WS-PRED-SUB) = WS-LOOKUP-PROGRAM
                   SET WS-PRED-SEEN TO TRUE
                   IF WS-JST-RUNNING(WS-PRED-SUB)
                       SET WS-PRED-CRASHED TO TRUE
                   ELSE
                       IF WS-JST-RETURN-CODE(WS-PRED-SUB)
                           >= WS-PRED-WORST-RC
                           MOVE WS-JST-RETURN-CODE(WS-PRED-SUB)
                               TO WS-PRED-WORST-RC
                           MOVE WS-JST-OUTCOME(WS-PRED-SUB)
                               TO WS-PRED-WORST-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CONFIG-HOLD-REASON
           EVALUATE TRUE
               WHEN NOT WS-PRED-SEEN
                   SET WS-CONFIG-HELD TO TRUE
                   MOVE "NEVER RAN THIS WINDOW"
                       TO WS-CONFIG-HOLD-REASON
               WHEN WS-PRED-CRASHED
                   SET WS-CONFIG-HELD TO TRUE
                   MOVE "CRASHED - START WITHOUT END, RESTART IT"
                       TO WS-CONFIG-HOLD-REASON
               WHEN WS-PRED-WORST-RC > WS-CONFIG-GATE-MAX-RC
                   SET WS-CONFIG-HELD TO TRUE
                   MOVE WS-PRED-WORST-RC TO WS-EDIT-RC
                   STRING "ENDED " WS-PRED-WORST-OUTCOME
                       " RC" WS-EDIT-RC " - SEE CFGRPT"
                       DELIMITED BY SIZE INTO WS-CONFIG-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CONFIG-HELD
               STRING "CONFIGURATION GATE " WS-CONFIG-GATE-PROGRAM
                   " " WS-CONFIG-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY "WINCTRL: configuration check failed - "
                   "holding every gated step."
           ELSE
               STRING "CONFIGURATION GATE " WS-CONFIG-GATE-PROGRAM
                   " PASSED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE.

      *    A step with several predecessor rows must be decided only
      *    once - on its first row.
       2050-CHECK-STEP-ALREADY-DONE.

       2100-DECIDE-ONE-STEP.
           MOVE "N" TO WS-STEP-HELD-SWITCH
           IF WS-CONFIG-HELD
               AND WS-CURRENT-STEP NOT = WS-CONFIG-GATE-PROGRAM
               PERFORM 2300-HOLD-STEP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CONFIGURATION CHECK " WS-CONFIG-GATE-PROGRAM
                   " DID NOT PASS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JDEP-COUNT
               IF WS-JDEP-STEP-NAME(WS-SCAN-SUB) = WS-CURRENT-STEP
      *    state entry per cycle, and the step gates on all of them:
      *    any cycle still showing START-without-END is a crash, and
      *    the worst END grade across the cycles is what the rule's
      *    maximum is judged against.  A partitioned cycle is one
      *    logical step made of its partitions and the MOVMERGE run
      *    behind them: every partition must have ended, MOVMERGE
      *    must have ended for that cycle, and its grade counts with
      *    theirs.  A crashed partition is named so only it is rerun.
       2200-CHECK-ONE-PREDECESSOR.
           MOVE WS-JDEP-PRED-NAME(WS-SCAN-SUB) TO WS-LOOKUP-PROGRAM
           MOVE "N" TO WS-PRED-SEEN-SWITCH
           MOVE "N" TO WS-PRED-CRASHED-SWITCH
           MOVE "N" TO WS-PRED-MERGE-CRASHED-SWITCH
           MOVE "N" TO WS-PRED-UNMERGED-SWITCH
           MOVE ZERO TO WS-PRED-CRASH-PARTITION
           MOVE ZERO TO WS-PRED-CRASH-CYCLE
           MOVE ZERO TO WS-PRED-MERGE-CYCLE
           MOVE ZERO TO WS-PRED-WORST-RC
           MOVE SPACES TO WS-PRED-WORST-OUTCOME
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > WS-JST-COUNT
               IF WS-JST-PROGRAM-ID(WS-PRED-SUB) = WS-LOOKUP-PROGRAM
                   SET WS-PRED-SEEN TO TRUE
                   IF WS-JST-PARTITION(WS-PRED-SUB) > ZERO
                       PERFORM 2250-CHECK-CYCLE-MERGED
                   END-IF
                   IF WS-JST-RUNNING(WS-PRED-SUB)
                       IF NOT WS-PRED-CRASHED
                           MOVE WS-JST-PARTITION(WS-PRED-SUB)
                               TO WS-PRED-CRASH-PARTITION
                           MOVE WS-JST-CYCLE(WS-PRED-SUB)
                               TO WS-PRED-CRASH-CYCLE
                       END-IF
                       SET WS-PRED-CRASHED TO TRUE
                   ELSE
                       IF WS-JST-RETURN-CODE(WS-PRED-SUB)
                       " NEVER RAN THIS WINDOW"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-PRED-CRASHED
                   AND WS-PRED-CRASH-PARTITION > ZERO
                   PERFORM 2300-HOLD-STEP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  PREDECESSOR " WS-LOOKUP-PROGRAM
                       " CYC " WS-PRED-CRASH-CYCLE
                       " PARTITION " WS-PRED-CRASH-PARTITION
                       " CRASHED - RESTART THAT PARTITION"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-PRED-CRASHED
                   PERFORM 2300-HOLD-STEP
                   MOVE SPACES TO WS-REPORT-LINE
                       " CRASHED - START WITHOUT END, RESTART IT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-PRED-MERGE-CRASHED
                   PERFORM 2300-HOLD-STEP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  PREDECESSOR " WS-LOOKUP-PROGRAM
                       " CYC " WS-PRED-MERGE-CYCLE " "
                       WS-MERGE-PROGRAM
                       " CRASHED - RESTART IT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-PRED-UNMERGED
                   PERFORM 2300-HOLD-STEP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  PREDECESSOR " WS-LOOKUP-PROGRAM
                       " CYC " WS-PRED-MERGE-CYCLE
                       " PARTITIONS NOT MERGED - RUN "
                       WS-MERGE-PROGRAM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-PRED-WORST-RC >
                   WS-JDEP-MAX-RC(WS-SCAN-SUB)
                   PERFORM 2300-HOLD-STEP
                   CONTINUE
           END-EVALUATE.

      *    Finds the MOVMERGE entry for the cycle of the partition at
      *    WS-PRED-SUB.  None means the partitions were never put back
      *    together; a START without END means the merge crashed.  An
      *    ended merge's grade is the logical step's grade, so it is
      *    folded into the worst RC with the partitions' own.
       2250-CHECK-CYCLE-MERGED.
           MOVE "N" TO WS-MERGE-FOUND-SWITCH
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-JST-COUNT
               IF WS-JST-PROGRAM-ID(WS-MERGE-SUB) = WS-MERGE-PROGRAM
                   AND WS-JST-CYCLE(WS-MERGE-SUB)
                       = WS-JST-CYCLE(WS-PRED-SUB)
                   SET WS-MERGE-FOUND TO TRUE
                   IF WS-JST-RUNNING(WS-MERGE-SUB)
                       IF NOT WS-PRED-MERGE-CRASHED
                           MOVE WS-JST-CYCLE(WS-MERGE-SUB)
                               TO WS-PRED-MERGE-CYCLE
                       END-IF
                       SET WS-PRED-MERGE-CRASHED TO TRUE
                   ELSE
                       IF WS-JST-RETURN-CODE(WS-MERGE-SUB)
                           >= WS-PRED-WORST-RC
                           MOVE WS-JST-RETURN-CODE(WS-MERGE-SUB)
                               TO WS-PRED-WORST-RC
                           MOVE WS-JST-OUTCOME(WS-MERGE-SUB)
                               TO WS-PRED-WORST-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-MERGE-FOUND
               AND NOT WS-PRED-UNMERGED
               AND NOT WS-PRED-MERGE-CRASHED
               SET WS-PRED-UNMERGED TO TRUE
               MOVE WS-JST-CYCLE(WS-PRED-SUB) TO WS-PRED-MERGE-CYCLE
           END-IF.

       2300-HOLD-STEP.
           SET WS-STEP-HELD TO TRUE
           ADD 1 TO WS-SUMM-STEPS-HELD
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

