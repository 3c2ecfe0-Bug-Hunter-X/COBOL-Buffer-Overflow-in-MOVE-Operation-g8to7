      *              working set without retention.  Its archive
      *              and replacement stay access-restricted with
      *              the live companion.
      *  2026-10-15  The MOVCHKAU and THRCHGLG splits keep the trail
      *              control chain verifiable across the archive
      *              boundary: records are copied untouched, a split
      *              that would archive a chained record from after
      *              one it retains fails to reconcile, and each
      *              good split appends a SPLT anchor (last archived
      *              chain sequence and value) to the TRLSEAL seal
      *              register for TRLVERFY to pick the live file's
      *              chain up from.
      *  2026-10-15  The TRLSEAL chain head is re-read just before
      *              each seal is appended, so a seal another
      *              program writes while this one runs no longer
      *              forks the register's chain.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  LOG-TRAIL-RECORD.
           05  LOG-TRAIL-TIMESTAMP     PIC X(26).
           05  FILLER                  PIC X(224).
           COPY THRLOGRC.

       FD  CHANGELOG-ARCH-FILE.
       01  LOG-ARCH-RECORD             PIC X(250).
       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       FD  SEAL-FILE.
           COPY SEALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
           88  WS-RECORD-OLD           VALUE "Y".
       01  WS-RECONCILED-SWITCH        PIC X.
           88  WS-FILE-RECONCILED      VALUE "Y".
       01  WS-RECORD-CHAIN-SEQ         PIC X(10).
       01  WS-RECORD-CHAIN-VALUE       PIC X(10).
       01  WS-ARCH-CHAIN-COUNT         PIC 9(8) COMP.
       01  WS-ARCH-FIRST-SEQ           PIC 9(10).
       01  WS-ARCH-LAST-SEQ            PIC 9(10).
       01  WS-ARCH-LAST-VALUE          PIC 9(10).
       01  WS-ARCH-LAST-TIMESTAMP      PIC X(26).
       01  WS-KEEP-FIRST-SEQ           PIC 9(10).
       01  WS-CHAIN-MIXED-SWITCH       PIC X.
           88  WS-CHAIN-MIXED          VALUE "Y".
       01  WS-SEAL-STATUS              PIC XX.
       01  WS-SEAL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEAL-EOF             VALUE "Y".

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-READ            PIC 9(8) COMP VALUE 0.

           COPY RETRULTB.

           COPY TRLCHAIN.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0100-LOAD-RETENTION-RULES
           PERFORM 0200-READ-SEAL-REGISTER

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

       0100-LOAD-RETENTION-RULES.
           END-PERFORM
           CLOSE RULES-FILE.

      *    Only the register's own chain head is wanted here - the
      *    SPLT anchors this run appends are linked onto it.
       0200-READ-SEAL-REGISTER.
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

       0500-RESET-FILE-COUNTERS.
           MOVE "N"    TO WS-RULE-FOUND-SWITCH
           MOVE "N"    TO WS-FILE-MISSING-SWITCH
           MOVE ZERO   TO WS-VERIFY-ARCH-COUNT
           MOVE ZERO   TO WS-VERIFY-KEEP-COUNT
           MOVE SPACES TO WS-FIRST-MONTH
           MOVE SPACES TO WS-LAST-MONTH
           MOVE ZERO   TO WS-ARCH-CHAIN-COUNT
           MOVE ZERO   TO WS-ARCH-FIRST-SEQ
           MOVE ZERO   TO WS-ARCH-LAST-SEQ
           MOVE ZERO   TO WS-ARCH-LAST-VALUE
           MOVE SPACES TO WS-ARCH-LAST-TIMESTAMP
           MOVE ZERO   TO WS-KEEP-FIRST-SEQ
           MOVE "N"    TO WS-CHAIN-MIXED-SWITCH.

       0600-LOOKUP-RETENTION-RULE.
           SET WS-RETRUL-IDX TO 1
               ELSE
                   PERFORM 1200-VERIFY-AUDIT-SPLIT
                   PERFORM 6000-WRITE-MANIFEST-RECORD
                   PERFORM 6100-WRITE-SPLIT-ANCHOR
               END-IF
           ELSE
               DISPLAY "RETPURGE: no retention rule for MOVCHKAU - "
                           MOVE AUD-TIMESTAMP
                               TO WS-RECORD-TIMESTAMP
                           PERFORM 5000-CLASSIFY-RECORD
                           MOVE AUD-CHAIN-SEQ
                               TO WS-RECORD-CHAIN-SEQ
                           MOVE AUD-CHAIN-VALUE
                               TO WS-RECORD-CHAIN-VALUE
                           PERFORM 5200-TRACK-CHAIN-BOUNDARY
                           IF WS-RECORD-OLD
                               ADD 1 TO WS-ARCH-COUNT
                               PERFORM 5100-TRACK-ARCHIVE-MONTH
               ELSE
                   PERFORM 3200-VERIFY-CHANGELOG-SPLIT
                   PERFORM 6000-WRITE-MANIFEST-RECORD
                   PERFORM 6100-WRITE-SPLIT-ANCHOR
               END-IF
           ELSE
               DISPLAY "RETPURGE: no retention rule for THRCHGLG - "
                           MOVE LOG-TRAIL-TIMESTAMP
                               TO WS-RECORD-TIMESTAMP
                           PERFORM 5000-CLASSIFY-RECORD
                           MOVE THRLOG-CHAIN-SEQ
                               TO WS-RECORD-CHAIN-SEQ
                           MOVE THRLOG-CHAIN-VALUE
                               TO WS-RECORD-CHAIN-VALUE
                           PERFORM 5200-TRACK-CHAIN-BOUNDARY
                           IF WS-RECORD-OLD
                               ADD 1 TO WS-ARCH-COUNT
                               PERFORM 5100-TRACK-ARCHIVE-MONTH
               MOVE WS-RECORD-MONTH TO WS-LAST-MONTH
           END-IF.

      *    The chained trails are split in write order, so the
      *    archive must take a head of the chain and the new live
      *    file the rest: an old record carrying a chain sequence
      *    beyond one already retained would leave each half with a
      *    hole nobody could verify across, and fails the split.
      *    Records from before chaining carry no sequence and are
      *    not tracked.
       5200-TRACK-CHAIN-BOUNDARY.
           IF WS-RECORD-CHAIN-SEQ IS NUMERIC
               AND WS-RECORD-CHAIN-SEQ NOT = ZERO
               IF WS-RECORD-OLD
                   IF WS-KEEP-FIRST-SEQ > 0
                       AND NOT WS-CHAIN-MIXED
                       MOVE "Y" TO WS-CHAIN-MIXED-SWITCH
                       DISPLAY "RETPURGE: " WS-FILE-ID " chain "
                           "sequence " WS-RECORD-CHAIN-SEQ
                           " is old but follows retained sequence "
                           WS-KEEP-FIRST-SEQ " - split would break "
                           "the control chain."
                   END-IF
                   ADD 1 TO WS-ARCH-CHAIN-COUNT
                   IF WS-ARCH-FIRST-SEQ = 0
                       MOVE WS-RECORD-CHAIN-SEQ TO WS-ARCH-FIRST-SEQ
                   END-IF
                   MOVE WS-RECORD-CHAIN-SEQ   TO WS-ARCH-LAST-SEQ
                   MOVE WS-RECORD-CHAIN-VALUE TO WS-ARCH-LAST-VALUE
                   MOVE WS-RECORD-TIMESTAMP
                       TO WS-ARCH-LAST-TIMESTAMP
               ELSE
                   IF WS-KEEP-FIRST-SEQ = 0
                       MOVE WS-RECORD-CHAIN-SEQ TO WS-KEEP-FIRST-SEQ
                   END-IF
               END-IF
           END-IF.

       5500-RECONCILE-FILE-COUNTS.
           IF WS-VERIFY-ARCH-COUNT = WS-ARCH-COUNT
               AND WS-VERIFY-KEEP-COUNT = WS-KEEP-COUNT
               AND WS-ARCH-COUNT + WS-KEEP-COUNT = WS-READ-COUNT
               AND NOT WS-CHAIN-MIXED
               MOVE "Y" TO WS-RECONCILED-SWITCH
           ELSE
               MOVE "N" TO WS-RECONCILED-SWITCH
           MOVE WS-RECONCILED-SWITCH TO RETMAN-RECONCILED
           WRITE RETMAN-RECORD.

      *    Anchors the chain across the split: the last archived
      *    sequence and its chain value are where the purged live
      *    file's chain (and the next archive's) picks up, so
      *    TRLVERFY can verify either half on its own.  Only a
      *    reconciled split that actually archived chained records
      *    gets an anchor - the scheduler swaps nothing else in.
      *    The anchor is linked onto the register's own chain.
       6100-WRITE-SPLIT-ANCHOR.
           IF WS-FILE-RECONCILED AND WS-ARCH-CHAIN-COUNT > 0
               PERFORM 6110-READ-SEAL-HEAD
               MOVE SPACES TO SEAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
               MOVE WS-FILE-ID             TO SEAL-TRAIL-ID
               SET SEAL-IS-SPLIT           TO TRUE
               MOVE "RETPURGE"             TO SEAL-PROGRAM-ID
               MOVE WS-ARCH-FIRST-SEQ      TO SEAL-FIRST-SEQ
               MOVE WS-ARCH-LAST-SEQ       TO SEAL-LAST-SEQ
               MOVE WS-ARCH-CHAIN-COUNT    TO SEAL-RECORD-COUNT
               MOVE ZERO                   TO SEAL-ADOPTED-COUNT
               MOVE WS-ARCH-LAST-VALUE     TO SEAL-LAST-VALUE
               MOVE WS-ARCH-LAST-TIMESTAMP TO SEAL-LAST-TIMESTAMP
               ADD 1 TO WS-SEAL-CHAIN-SEQ
               MOVE WS-SEAL-CHAIN-SEQ      TO SEAL-CHAIN-SEQ
               MOVE SEAL-RECORD TO WS-CHAIN-IMAGE
               COMPUTE WS-CHAIN-IMAGE-LEN =
                   FUNCTION LENGTH(SEAL-RECORD)
                   - FUNCTION LENGTH(SEAL-CHAIN-VALUE)
               MOVE WS-SEAL-CHAIN-VALUE TO WS-CHAIN-FOLD
               PERFORM 6150-FOLD-CHAIN-IMAGE
               MOVE WS-CHAIN-FOLD       TO WS-SEAL-CHAIN-VALUE
               MOVE WS-SEAL-CHAIN-VALUE TO SEAL-CHAIN-VALUE
               OPEN EXTEND SEAL-FILE
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF
               WRITE SEAL-RECORD
               CLOSE SEAL-FILE
           END-IF.

      *    The register's chain head as it stands now, just before
      *    it is appended to.  Another program may have sealed its
      *    own trail since the register was read at start of run,
      *    and folding from that older head would fork the
      *    register's chain.
       6110-READ-SEAL-HEAD.
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

       6150-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-FOLD = FUNCTION MOD(
                   WS-CHAIN-FOLD * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-POS:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.

      *    Grades the run for the scheduler: a split that failed to
      *    reconcile means the live file must not be swapped, so it
      *    outranks a file skipped for a missing rule.  Config and
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

