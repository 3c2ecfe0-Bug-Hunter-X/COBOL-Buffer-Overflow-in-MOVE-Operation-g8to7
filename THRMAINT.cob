      *              listed on the run report, and grade the run
      *              RC 4.  The change log now names the approver
      *              alongside the maker.
      *  2026-10-15  FLDMXMST encoding column carried through the
      *              rewrite, and inherited by an added version the
      *              same way the sensitivity flag is.
      *  2026-10-15  Tamper-evident change log: every THRCHGLG entry
      *              now carries a chain sequence and a chain value
      *              folded from the entry before it (TRLCHAIN.CPY),
      *              and each run that logged anything appends a RUN
      *              seal to the TRLSEAL register (SEALREC.CPY).
      *  2026-10-15  The TRLSEAL chain head is re-read just before
      *              each seal is appended, so a seal another
      *              program writes while this one runs no longer
      *              forks the register's chain.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
           05  NWMX-MAX-LENGTH         PIC 9(4).
           05  NWMX-SENSITIVE          PIC X(1).
           05  NWMX-DESCRIPTION        PIC X(30).
           05  NWMX-ENCODING           PIC X(1).

       FD  TRANS-FILE.
           COPY THRTRNRC.
       FD  APPROVAL-FILE.
           COPY APRVREC.

       FD  SEAL-FILE.
           COPY SEALREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF-SWITCH           PIC X     VALUE "N".
           88  WS-OLD-EOF              VALUE "Y".
           88  WS-FIELD-KNOWN          VALUE "Y".
       01  WS-INHERIT-DESC             PIC X(30).
       01  WS-INHERIT-SENSITIVE        PIC X(1).
       01  WS-INHERIT-ENCODING         PIC X(1).
       01  WS-OLD-VALUE                PIC 9(4) COMP.
       01  WS-OLD-BEST-DATE            PIC 9(8) COMP.
       01  WS-MATCH-SUB                PIC 9(4) COMP.

       01  WS-CHANGELOG-STATUS         PIC XX.
       01  WS-SEAL-STATUS              PIC XX.
       01  WS-SEAL-EOF-SWITCH          PIC X     VALUE "N".
           88  WS-SEAL-EOF             VALUE "Y".
       01  WS-CHAIN-EOF-SWITCH         PIC X     VALUE "N".
           88  WS-CHAIN-EOF            VALUE "Y".
       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".

           COPY APRVTAB.

           COPY TRLCHAIN.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-WRITE-START-STATUS
      *    between runs, and OPEN EXTEND on a file that isn't there
      *    fails the job instead of creating it - fall back to OPEN
      *    OUTPUT the same way MOVCHK01 handles its trail files.
           PERFORM 0250-READ-SEAL-REGISTER
           PERFORM 0270-FIND-CHANGELOG-CHAIN-HEAD
           OPEN EXTEND CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS = "35"
               DISPLAY "THRMAINT: THRCHGLG not found - opening it "
           CLOSE NEW-MASTER-FILE
           CLOSE REPORT-FILE
           CLOSE CHANGELOG-FILE
           PERFORM 9200-SEAL-CHANGELOG-RUN

           PERFORM 9400-SET-RUN-OUTCOME
           PERFORM 9500-WRITE-END-STATUS
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Builds the in-memory transaction table (THRTRNTB.CPY) from
                           WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                       MOVE FLDMX-DESCRIPTION TO
                           WS-FLDMX-DESC(WS-FLDMX-IDX)
                       MOVE FLDMX-ENCODING TO
                           WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                       SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE.

      *    Picks up the change-log chain where the seal register says
      *    it was last closed: the highest sequence any THRCHGLG seal
      *    (RUN or RETPURGE's SPLT anchor) names and its chain value.
      *    The highest RUN seal is also what this run's own seal
      *    starts after, and the register's own chain head is kept
      *    for appending to it.
       0250-READ-SEAL-REGISTER.
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "35"
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 0260-TAKE-SEAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

       0260-TAKE-SEAL-RECORD.
           IF SEAL-CHAIN-SEQ IS NUMERIC
               MOVE SEAL-CHAIN-SEQ   TO WS-SEAL-CHAIN-SEQ
               MOVE SEAL-CHAIN-VALUE TO WS-SEAL-CHAIN-VALUE
           END-IF
           IF SEAL-TRAIL-ID = "THRCHGLG"
                   AND SEAL-LAST-SEQ IS NUMERIC
               IF SEAL-LAST-SEQ > WS-CHAIN-SEQ
                   MOVE SEAL-LAST-SEQ       TO WS-CHAIN-SEQ
                   MOVE SEAL-LAST-VALUE     TO WS-CHAIN-VALUE
                   MOVE SEAL-LAST-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
               END-IF
               IF SEAL-IS-RUN
                       AND SEAL-LAST-SEQ > WS-CHAIN-SEALED-SEQ
                   MOVE SEAL-LAST-SEQ TO WS-CHAIN-SEALED-SEQ
               END-IF
           END-IF.

      *    Entries a crashed run logged after the last seal are still
      *    on the chain, so the head is the highest chained entry in
      *    the log, not just the last sealed one.  Entries from
      *    before chaining carry no sequence and are passed over.
       0270-FIND-CHANGELOG-CHAIN-HEAD.
           OPEN INPUT CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS NOT = "35"
               PERFORM UNTIL WS-CHAIN-EOF
                   READ CHANGELOG-FILE
                       AT END
                           SET WS-CHAIN-EOF TO TRUE
                       NOT AT END
                           IF THRLOG-CHAIN-SEQ IS NUMERIC
                              AND THRLOG-CHAIN-SEQ > WS-CHAIN-SEQ
                               MOVE THRLOG-CHAIN-SEQ TO WS-CHAIN-SEQ
                               MOVE THRLOG-CHAIN-VALUE
                                   TO WS-CHAIN-VALUE
                               MOVE THRLOG-TIMESTAMP
                                   TO WS-CHAIN-LAST-TIMESTAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGELOG-FILE
           END-IF.

       1000-APPLY-ALL-TRANSACTIONS.
           PERFORM VARYING WS-THRTRN-IDX FROM 1 BY 1
               UNTIL WS-THRTRN-IDX > WS-THRTRN-COUNT
           MOVE "N" TO WS-FIELD-KNOWN-SWITCH
           MOVE SPACES TO WS-INHERIT-DESC
           MOVE SPACES TO WS-INHERIT-SENSITIVE
           MOVE SPACES TO WS-INHERIT-ENCODING
           MOVE ZERO TO WS-OLD-VALUE
           MOVE ZERO TO WS-OLD-BEST-DATE
           MOVE ZERO TO WS-MATCH-SUB
                       TO WS-INHERIT-DESC
                   MOVE WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                       TO WS-INHERIT-SENSITIVE
                   MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                       TO WS-INHERIT-ENCODING
                   IF WS-FLDMX-EFF-DATE(WS-FLDMX-IDX) =
                       WS-THRTRN-EFF-DATE(WS-THRTRN-IDX)
                       SET WS-VERSION-FOUND TO TRUE
           MOVE WS-INHERIT-DESC TO WS-FLDMX-DESC(WS-FLDMX-IDX)
           MOVE WS-INHERIT-SENSITIVE
               TO WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
           MOVE WS-INHERIT-ENCODING
               TO WS-FLDMX-ENCODING(WS-FLDMX-IDX)
           SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
           MOVE "Y" TO WS-THRTRN-APPLIED(WS-THRTRN-IDX).

           MOVE WS-THRTRN-CHANGED-BY(WS-THRTRN-IDX)
               TO THRLOG-CHANGED-BY
           MOVE WS-APPROVER TO THRLOG-APPROVED-BY
           PERFORM 1550-CHAIN-CHANGELOG-ENTRY
           WRITE THRLOG-RECORD.

      *    Links the entry about to be written onto the change-log
      *    chain: the next chain sequence, then the chain value
      *    folded from the previous entry's value over every byte up
      *    to and including that sequence (TRLCHAIN.CPY).
       1550-CHAIN-CHANGELOG-ENTRY.
           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO THRLOG-CHAIN-SEQ
           MOVE THRLOG-RECORD TO WS-CHAIN-IMAGE
           COMPUTE WS-CHAIN-IMAGE-LEN =
               FUNCTION LENGTH(THRLOG-RECORD)
               - FUNCTION LENGTH(THRLOG-CHAIN-VALUE)
           MOVE WS-CHAIN-VALUE TO WS-CHAIN-FOLD
           PERFORM 1560-FOLD-CHAIN-IMAGE
           MOVE WS-CHAIN-FOLD TO WS-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO THRLOG-CHAIN-VALUE
           MOVE THRLOG-TIMESTAMP TO WS-CHAIN-LAST-TIMESTAMP
           ADD 1 TO WS-CHAIN-RUN-COUNT.

       1560-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-FOLD = FUNCTION MOD(
                   WS-CHAIN-FOLD * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-POS:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.

       2000-WRITE-NEW-MASTER.
           PERFORM VARYING WS-FLDMX-IDX FROM 1 BY 1
               UNTIL WS-FLDMX-IDX > WS-FLDMX-COUNT
                   TO NWMX-SENSITIVE
               MOVE WS-FLDMX-DESC(WS-FLDMX-IDX)
                   TO NWMX-DESCRIPTION
               MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                   TO NWMX-ENCODING
               WRITE WS-NEW-MASTER-RECORD

               MOVE WS-FLDMX-EFF-DATE(WS-FLDMX-IDX) TO WS-EDIT-DATE
               END-IF
           END-PERFORM.

      *    Seals the change-log entries this run closed on TRLSEAL.
      *    The seal starts one past the last sealed sequence, so
      *    entries a crashed run logged and never sealed are taken
      *    up here and counted as adopted.  An aborted run leaves
      *    through 9800-ABORT-RUN without sealing - the next run
      *    adopts its entries.  The seal row is linked onto the
      *    register's own chain.
       9200-SEAL-CHANGELOG-RUN.
           IF WS-CHAIN-SEQ > WS-CHAIN-SEALED-SEQ
               PERFORM 9210-READ-SEAL-HEAD
               MOVE SPACES TO SEAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
               MOVE "THRCHGLG"          TO SEAL-TRAIL-ID
               SET SEAL-IS-RUN          TO TRUE
               MOVE "THRMAINT"          TO SEAL-PROGRAM-ID
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
               PERFORM 1560-FOLD-CHAIN-IMAGE
               MOVE WS-CHAIN-FOLD       TO WS-SEAL-CHAIN-VALUE
               MOVE WS-SEAL-CHAIN-VALUE TO SEAL-CHAIN-VALUE
               OPEN EXTEND SEAL-FILE
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF
               WRITE SEAL-RECORD
               CLOSE SEAL-FILE
               IF SEAL-ADOPTED-COUNT > 0
                   DISPLAY "THRMAINT: sealed " SEAL-ADOPTED-COUNT
                       " unsealed THRCHGLG entries left by an "
                       "earlier run."
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

      *    Grades the run for the scheduler.  Config and file errors
      *    never reach here - they leave through 9800-ABORT-RUN with
      *    their own grade.
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

