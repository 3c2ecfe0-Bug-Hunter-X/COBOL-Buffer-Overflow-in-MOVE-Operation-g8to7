      *****************************************************************
      *  PROGRAM-ID.  TRLVERFY
      *
      *  Control-chain verification for the evidence trails.  Every
      *  record MOVCHK01 writes to the MOVCHKAU audit trail, THRMAINT
      *  to the THRCHGLG threshold change log, and SUSFIX to the
      *  SUSCHGLG suspense change log carries a chain sequence and a
      *  chain value folded from the record before it (TRLCHAIN.cpy),
      *  and each run seals the range it wrote on the TRLSEAL
      *  register (SEALREC.cpy).  This program walks a trail - live,
      *  or a MOVCHKAUAR/THRCHGLGAR archive RETPURGE split off - end
      *  to end, recomputes every link, and reports
      *
      *      - the first broken link in detail, and every later one:
      *        a record changed, removed, or inserted after the fact;
      *      - chain sequences missing from the file, including a
      *        head with no RETPURGE anchor and a tail cut short of
      *        the last seal;
      *      - sequences out of order or duplicated, and unchained
      *        records inside the chained part of the file;
      *      - chained records no RUN seal covers (an unsealed run),
      *        and a sealed last record whose value is not the one
      *        the seal recorded;
      *      - seals that took up records a crashed run left
      *        unsealed, and records from before chaining existed -
      *        both warnings, not faults.
      *
      *  The register's own chain is verified first.  PARM 1 names
      *  the file to verify (MOVCHKAU, MOVCHKAUAR, THRCHGLG,
      *  THRCHGLGAR or SUSCHGLG); left blank, every one of them that
      *  exists is verified.  RC 8 for any fault, 4 for warnings
      *  only, 12 for a bad parameter or a named file that is not
      *  there.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRLVERFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "TRLSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "MOVCHKAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCH-FILE ASSIGN TO "MOVCHKAUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCH-STATUS.

           SELECT THRLOG-FILE ASSIGN TO "THRCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRLOG-STATUS.

           SELECT THRLOG-ARCH-FILE ASSIGN TO "THRCHGLGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRLOG-ARCH-STATUS.

           SELECT SUSLOG-FILE ASSIGN TO "SUSCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSLOG-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "TRLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
           COPY SEALREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

      *    The archives are flat line-sequential images of the same
      *    records, copied by RETPURGE byte for byte.
       FD  AUDIT-ARCH-FILE.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUDAR==.

       FD  THRLOG-FILE.
           COPY THRLOGRC.

       FD  THRLOG-ARCH-FILE.
           COPY THRLOGRC REPLACING LEADING ==THRLOG== BY ==THRLAR==.

       FD  SUSLOG-FILE.
           COPY SUSLOGRC.

       FD  VERIFY-REPORT-FILE.
       01  WS-REPORT-LINE              PIC X(80).

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-SEAL-STATUS              PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-ARCH-STATUS        PIC XX.
       01  WS-THRLOG-STATUS            PIC XX.
       01  WS-THRLOG-ARCH-STATUS       PIC XX.
       01  WS-SUSLOG-STATUS            PIC XX.

       01  WS-ARG-NUMBER               PIC 9(4) COMP VALUE 0.
       01  WS-ARG-VALUE                PIC X(10).
       01  WS-REQUESTED-FILE           PIC X(10) VALUE SPACES.
           88  WS-VERIFY-ALL           VALUE SPACES.

      *    The file being walked and the trail whose seals cover it -
      *    an archive is verified against its live trail's seals.
       01  WS-FILE-ID                  PIC X(10).
       01  WS-TRAIL-ID                 PIC X(8).
       01  WS-FILE-LIVE-SWITCH         PIC X.
           88  WS-FILE-IS-LIVE         VALUE "Y".

      *    The record in hand, pulled out of WS-CHAIN-IMAGE: every
      *    trail record starts with its timestamp and ends with its
      *    chain sequence and value.
       01  WS-WALK-TIMESTAMP           PIC X(26).
       01  WS-WALK-SEQ-X               PIC X(10).
       01  WS-WALK-VALUE-X             PIC X(10).
       01  WS-WALK-SEQ                 PIC 9(10).
       01  WS-WALK-VALUE               PIC 9(10).

      *    Chain state for the file being walked.
       01  WS-PREV-SEQ                 PIC 9(10).
       01  WS-PREV-VALUE               PIC 9(10).
       01  WS-FIRST-CHAINED-SEQ        PIC 9(10).
       01  WS-LAST-CHAINED-SEQ         PIC 9(10).
       01  WS-CHAIN-STARTED-SWITCH     PIC X.
           88  WS-CHAIN-STARTED        VALUE "Y".
       01  WS-LINK-ANCHORED-SWITCH     PIC X.
           88  WS-LINK-ANCHORED        VALUE "Y".
       01  WS-IN-ORDER-SWITCH          PIC X.
           88  WS-RECORD-IN-ORDER      VALUE "Y".
       01  WS-FIRST-BREAK-SWITCH       PIC X.
           88  WS-FIRST-BREAK-SHOWN    VALUE "Y".
       01  WS-COVER-SUB                PIC 9(4) COMP.
       01  WS-FOUND-SWITCH             PIC X.
           88  WS-FOUND                VALUE "Y".
       01  WS-UNSEALED-FIRST           PIC 9(10).
       01  WS-UNSEALED-LAST            PIC 9(10).
       01  WS-EXPECTED-END             PIC 9(10).
       01  WS-SPLIT-END                PIC 9(10).
       01  WS-ACTUAL-END               PIC 9(10).
       01  WS-MISSING-FROM             PIC 9(10).
       01  WS-MISSING-TO               PIC 9(10).

       01  WS-FILE-COUNTS.
           05  WS-FILE-READ            PIC 9(8) COMP.
           05  WS-FILE-PRECHAIN        PIC 9(8) COMP.
           05  WS-FILE-CHAINED         PIC 9(8) COMP.
           05  WS-FILE-BREAKS          PIC 9(8) COMP.
           05  WS-FILE-MISSING-SEQS    PIC 9(10) COMP.
           05  WS-FILE-DISORDER        PIC 9(8) COMP.
           05  WS-FILE-INSERTED        PIC 9(8) COMP.
           05  WS-FILE-UNSEALED        PIC 9(8) COMP.
           05  WS-FILE-SEAL-MISMATCH   PIC 9(8) COMP.
           05  WS-FILE-FAULTS          PIC 9(8) COMP.

      *    The register's own chain.
       01  WS-REG-READ                 PIC 9(8) COMP VALUE 0.
       01  WS-REG-FAULTS               PIC 9(8) COMP VALUE 0.
       01  WS-REG-PREV-SEQ             PIC 9(10) VALUE ZERO.
       01  WS-REG-PREV-VALUE           PIC 9(10) VALUE ZERO.

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-FILES           PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-FILES-BROKEN    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-FILES-ABSENT    PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-RECORDS         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-FAULTS          PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-PRECHAIN        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-ADOPTED-SEALS   PIC 9(8) COMP VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZ,ZZ9.
       01  WS-EDIT-SEQ                 PIC Z(9)9.
       01  WS-EDIT-SEQ-2               PIC Z(9)9.
       01  WS-EDIT-VALUE               PIC Z(9)9.
       01  WS-EDIT-VALUE-2             PIC Z(9)9.

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

           COPY SEALTAB.

           COPY TRLCHAIN.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS
           PERFORM 0050-GET-RUN-PARAMETERS

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE "TRLVERFY - EVIDENCE TRAIL CONTROL CHAIN VERIFICATION"
               TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-VERIFY-ALL
               STRING "FILES: ALL   VERIFIED AT "
                   WS-CURRENT-TIMESTAMP(1:8) " "
                   WS-CURRENT-TIMESTAMP(9:4)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "FILE: " WS-REQUESTED-FILE
                   "   VERIFIED AT "
                   WS-CURRENT-TIMESTAMP(1:8) " "
                   WS-CURRENT-TIMESTAMP(9:4)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           PERFORM 0100-VERIFY-SEAL-REGISTER
           PERFORM 0200-REPORT-ADOPTED-SEALS

           IF WS-VERIFY-ALL OR WS-REQUESTED-FILE = "MOVCHKAU"
               PERFORM 1000-VERIFY-AUDIT-TRAIL
           END-IF
           IF WS-VERIFY-ALL OR WS-REQUESTED-FILE = "MOVCHKAUAR"
               PERFORM 1100-VERIFY-AUDIT-ARCHIVE
           END-IF
           IF WS-VERIFY-ALL OR WS-REQUESTED-FILE = "THRCHGLG"
               PERFORM 1200-VERIFY-THRLOG-TRAIL
           END-IF
           IF WS-VERIFY-ALL OR WS-REQUESTED-FILE = "THRCHGLGAR"
               PERFORM 1300-VERIFY-THRLOG-ARCHIVE
           END-IF
           IF WS-VERIFY-ALL OR WS-REQUESTED-FILE = "SUSCHGLG"
               PERFORM 1400-VERIFY-SUSLOG-TRAIL
           END-IF

           PERFORM 7000-WRITE-VERIFY-TOTALS
           CLOSE VERIFY-REPORT-FILE

           DISPLAY "TRLVERFY: files verified: " WS-SUMM-FILES
           DISPLAY "TRLVERFY: files with faults: "
               WS-SUMM-FILES-BROKEN
           DISPLAY "TRLVERFY: records read: " WS-SUMM-RECORDS
           DISPLAY "TRLVERFY: faults found: " WS-SUMM-FAULTS

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
           MOVE "TRLVERFY"           TO JOBST-PROGRAM-ID
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

      *    Positional PARM: 1 = the file to verify, blank for all of
      *    them.  A name that is not one of the evidence trails
      *    stops the run - a typo must not pass as a clean check.
       0050-GET-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           MOVE WS-ARG-VALUE TO WS-REQUESTED-FILE
           IF NOT WS-VERIFY-ALL
               IF WS-REQUESTED-FILE NOT = "MOVCHKAU"
                   AND WS-REQUESTED-FILE NOT = "MOVCHKAUAR"
                   AND WS-REQUESTED-FILE NOT = "THRCHGLG"
                   AND WS-REQUESTED-FILE NOT = "THRCHGLGAR"
                   AND WS-REQUESTED-FILE NOT = "SUSCHGLG"
                   DISPLAY "TRLVERFY: file argument '"
                       FUNCTION TRIM(WS-REQUESTED-FILE)
                       "' is not an evidence trail - must be "
                       "MOVCHKAU, MOVCHKAUAR, THRCHGLG, THRCHGLGAR "
                       "or SUSCHGLG."
                   PERFORM 9800-ABORT-RUN
               END-IF
           END-IF.

      *    The seal register is chained like the trails, so a seal
      *    removed or altered to hide a gap shows up here before any
      *    trail is judged against it.  Every row is loaded whatever
      *    the verdict - a damaged register is reported, not
      *    allowed to stop the trails being walked.
       0100-VERIFY-SEAL-REGISTER.
           MOVE "SEAL REGISTER TRLSEAL" TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS = "35"
               MOVE "  NOT FOUND - NO RUN HAS BEEN SEALED YET"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REG-READ
                           PERFORM 0110-CHECK-SEAL-ROW
                           PERFORM 0120-LOAD-SEAL-ROW
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
               MOVE "N" TO WS-EOF-SWITCH

               MOVE WS-REG-READ TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-REG-FAULTS = 0
                   STRING "  " WS-EDIT-COUNT " SEAL ROWS - CHAIN "
                       "INTACT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  " WS-EDIT-COUNT " SEAL ROWS - CHAIN "
                       "BROKEN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
           END-IF
           ADD WS-REG-FAULTS TO WS-SUMM-FAULTS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       0110-CHECK-SEAL-ROW.
           IF SEAL-CHAIN-SEQ IS NOT NUMERIC
               ADD 1 TO WS-REG-FAULTS
               MOVE WS-REG-READ TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ROW " WS-EDIT-COUNT
                   " CARRIES NO CHAIN SEQUENCE - INSERTED OR ALTERED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               IF SEAL-CHAIN-SEQ NOT = WS-REG-PREV-SEQ + 1
                   ADD 1 TO WS-REG-FAULTS
                   MOVE SEAL-CHAIN-SEQ  TO WS-EDIT-SEQ
                   MOVE WS-REG-PREV-SEQ TO WS-EDIT-SEQ-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  SEQUENCE " WS-EDIT-SEQ " FOLLOWS "
                       WS-EDIT-SEQ-2 " - SEAL ROWS MISSING OR OUT "
                       "OF ORDER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   MOVE SEAL-RECORD TO WS-CHAIN-IMAGE
                   COMPUTE WS-CHAIN-IMAGE-LEN =
                       FUNCTION LENGTH(SEAL-RECORD)
                       - FUNCTION LENGTH(SEAL-CHAIN-VALUE)
                   MOVE WS-REG-PREV-VALUE TO WS-CHAIN-FOLD
                   PERFORM 7100-FOLD-CHAIN-IMAGE
                   IF SEAL-CHAIN-VALUE IS NOT NUMERIC
                       OR SEAL-CHAIN-VALUE NOT = WS-CHAIN-FOLD
                       ADD 1 TO WS-REG-FAULTS
                       MOVE SEAL-CHAIN-SEQ TO WS-EDIT-SEQ
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  BROKEN LINK AT SEQUENCE " WS-EDIT-SEQ
                           " - SEAL " SEAL-TIMESTAMP(1:16)
                           " CHANGED OR REPLACED"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE WS-REPORT-LINE
                   END-IF
               END-IF
               MOVE SEAL-CHAIN-SEQ TO WS-REG-PREV-SEQ
               IF SEAL-CHAIN-VALUE IS NUMERIC
                   MOVE SEAL-CHAIN-VALUE TO WS-REG-PREV-VALUE
               END-IF
           END-IF.

       0120-LOAD-SEAL-ROW.
           IF SEAL-FIRST-SEQ IS NUMERIC
                   AND SEAL-LAST-SEQ IS NUMERIC
                   AND SEAL-LAST-VALUE IS NUMERIC
               IF WS-SEAL-COUNT >= 5000
                   DISPLAY "TRLVERFY: TRLSEAL has more than 5000 "
                       "entries - increase WS-SEAL-ENTRY OCCURS in "
                       "SEALTAB.cpy and recompile."
                   CLOSE SEAL-FILE
                   PERFORM 9800-ABORT-RUN
               END-IF
               SET WS-SEAL-IDX TO WS-SEAL-COUNT
               SET WS-SEAL-IDX UP BY 1
               MOVE SEAL-TIMESTAMP  TO WS-SEAL-TIMESTAMP(WS-SEAL-IDX)
               MOVE SEAL-TRAIL-ID   TO WS-SEAL-TRAIL-ID(WS-SEAL-IDX)
               MOVE SEAL-TYPE       TO WS-SEAL-TYPE(WS-SEAL-IDX)
               MOVE SEAL-PROGRAM-ID TO WS-SEAL-PROGRAM-ID(WS-SEAL-IDX)
               MOVE SEAL-FIRST-SEQ  TO WS-SEAL-FIRST-SEQ(WS-SEAL-IDX)
               MOVE SEAL-LAST-SEQ   TO WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
               IF SEAL-ADOPTED-COUNT IS NUMERIC
                   MOVE SEAL-ADOPTED-COUNT
                       TO WS-SEAL-ADOPTED(WS-SEAL-IDX)
               ELSE
                   MOVE ZERO TO WS-SEAL-ADOPTED(WS-SEAL-IDX)
               END-IF
               MOVE SEAL-LAST-VALUE TO WS-SEAL-LAST-VALUE(WS-SEAL-IDX)
               SET WS-SEAL-COUNT TO WS-SEAL-IDX
           END-IF.

      *    A seal that took up another run's records means a writer
      *    died before sealing: the records are on the chain and
      *    verified like any other, but somebody should know why
      *    that run never finished.
       0200-REPORT-ADOPTED-SEALS.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
               IF WS-SEAL-RUN(WS-SEAL-IDX)
                       AND WS-SEAL-ADOPTED(WS-SEAL-IDX) > 0
                   ADD 1 TO WS-SUMM-ADOPTED-SEALS
                   MOVE WS-SEAL-ADOPTED(WS-SEAL-IDX) TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  WARNING: " WS-SEAL-TRAIL-ID(WS-SEAL-IDX)
                       " SEAL "
                       WS-SEAL-TIMESTAMP(WS-SEAL-IDX)(1:8) " "
                       WS-SEAL-PROGRAM-ID(WS-SEAL-IDX)
                       " TOOK UP " WS-EDIT-COUNT
                       " UNSEALED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SUMM-ADOPTED-SEALS > 0
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *    The audit trail is read in key order, which leads with
      *    the write timestamp - the order MOVCHK01 chained it in.
       1000-VERIFY-AUDIT-TRAIL.
           MOVE "MOVCHKAU" TO WS-FILE-ID
           MOVE "MOVCHKAU" TO WS-TRAIL-ID
           MOVE "Y"        TO WS-FILE-LIVE-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               PERFORM 4900-REPORT-FILE-MISSING
           ELSE
               PERFORM 4000-START-FILE-WALK
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUD-RECORD TO WS-CHAIN-IMAGE
                           COMPUTE WS-CHAIN-IMAGE-LEN =
                               FUNCTION LENGTH(AUD-RECORD)
                               - FUNCTION LENGTH(AUD-CHAIN-VALUE)
                           PERFORM 5000-CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6000-FINISH-FILE-WALK
           END-IF.

       1100-VERIFY-AUDIT-ARCHIVE.
           MOVE "MOVCHKAUAR" TO WS-FILE-ID
           MOVE "MOVCHKAU"   TO WS-TRAIL-ID
           MOVE "N"          TO WS-FILE-LIVE-SWITCH
           OPEN INPUT AUDIT-ARCH-FILE
           IF WS-AUDIT-ARCH-STATUS = "35"
               PERFORM 4900-REPORT-FILE-MISSING
           ELSE
               PERFORM 4000-START-FILE-WALK
               PERFORM UNTIL WS-EOF
                   READ AUDIT-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDAR-RECORD TO WS-CHAIN-IMAGE
                           COMPUTE WS-CHAIN-IMAGE-LEN =
                               FUNCTION LENGTH(AUDAR-RECORD)
                               - FUNCTION LENGTH(AUDAR-CHAIN-VALUE)
                           PERFORM 5000-CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6000-FINISH-FILE-WALK
           END-IF.

       1200-VERIFY-THRLOG-TRAIL.
           MOVE "THRCHGLG" TO WS-FILE-ID
           MOVE "THRCHGLG" TO WS-TRAIL-ID
           MOVE "Y"        TO WS-FILE-LIVE-SWITCH
           OPEN INPUT THRLOG-FILE
           IF WS-THRLOG-STATUS = "35"
               PERFORM 4900-REPORT-FILE-MISSING
           ELSE
               PERFORM 4000-START-FILE-WALK
               PERFORM UNTIL WS-EOF
                   READ THRLOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE THRLOG-RECORD TO WS-CHAIN-IMAGE
                           COMPUTE WS-CHAIN-IMAGE-LEN =
                               FUNCTION LENGTH(THRLOG-RECORD)
                               - FUNCTION LENGTH(THRLOG-CHAIN-VALUE)
                           PERFORM 5000-CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE THRLOG-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6000-FINISH-FILE-WALK
           END-IF.

       1300-VERIFY-THRLOG-ARCHIVE.
           MOVE "THRCHGLGAR" TO WS-FILE-ID
           MOVE "THRCHGLG"   TO WS-TRAIL-ID
           MOVE "N"          TO WS-FILE-LIVE-SWITCH
           OPEN INPUT THRLOG-ARCH-FILE
           IF WS-THRLOG-ARCH-STATUS = "35"
               PERFORM 4900-REPORT-FILE-MISSING
           ELSE
               PERFORM 4000-START-FILE-WALK
               PERFORM UNTIL WS-EOF
                   READ THRLOG-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE THRLAR-RECORD TO WS-CHAIN-IMAGE
                           COMPUTE WS-CHAIN-IMAGE-LEN =
                               FUNCTION LENGTH(THRLAR-RECORD)
                               - FUNCTION LENGTH(THRLAR-CHAIN-VALUE)
                           PERFORM 5000-CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE THRLOG-ARCH-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6000-FINISH-FILE-WALK
           END-IF.

       1400-VERIFY-SUSLOG-TRAIL.
           MOVE "SUSCHGLG" TO WS-FILE-ID
           MOVE "SUSCHGLG" TO WS-TRAIL-ID
           MOVE "Y"        TO WS-FILE-LIVE-SWITCH
           OPEN INPUT SUSLOG-FILE
           IF WS-SUSLOG-STATUS = "35"
               PERFORM 4900-REPORT-FILE-MISSING
           ELSE
               PERFORM 4000-START-FILE-WALK
               PERFORM UNTIL WS-EOF
                   READ SUSLOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUSLOG-RECORD TO WS-CHAIN-IMAGE
                           COMPUTE WS-CHAIN-IMAGE-LEN =
                               FUNCTION LENGTH(SUSLOG-RECORD)
                               - FUNCTION LENGTH(SUSLOG-CHAIN-VALUE)
                           PERFORM 5000-CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSLOG-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6000-FINISH-FILE-WALK
           END-IF.

       4000-START-FILE-WALK.
           INITIALIZE WS-FILE-COUNTS
           MOVE ZERO   TO WS-PREV-SEQ
           MOVE ZERO   TO WS-PREV-VALUE
           MOVE ZERO   TO WS-FIRST-CHAINED-SEQ
           MOVE ZERO   TO WS-LAST-CHAINED-SEQ
           MOVE ZERO   TO WS-UNSEALED-FIRST
           MOVE ZERO   TO WS-UNSEALED-LAST
           MOVE ZERO   TO WS-COVER-SUB
           MOVE "N"    TO WS-CHAIN-STARTED-SWITCH
           MOVE "N"    TO WS-LINK-ANCHORED-SWITCH
           MOVE "N"    TO WS-FIRST-BREAK-SWITCH
           ADD 1 TO WS-SUMM-FILES

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FILE-IS-LIVE
               STRING "FILE " WS-FILE-ID " (LIVE " WS-TRAIL-ID
                   " TRAIL)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "FILE " WS-FILE-ID " (ARCHIVE OF "
                   WS-TRAIL-ID ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE.

      *    Walking every file is the default, and an archive that
      *    has not been cut yet is normal - a missing file is only
      *    an error when it was asked for by name.
       4900-REPORT-FILE-MISSING.
           IF NOT WS-VERIFY-ALL
               DISPLAY "TRLVERFY: " FUNCTION TRIM(WS-FILE-ID)
                   " not found - nothing to verify."
               PERFORM 9800-ABORT-RUN
           END-IF
           ADD 1 TO WS-SUMM-FILES-ABSENT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILE " WS-FILE-ID " NOT FOUND - SKIPPED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

      *    One record of the walk, already in WS-CHAIN-IMAGE with
      *    WS-CHAIN-IMAGE-LEN counting the bytes up to and including
      *    its chain sequence.  Records from before chaining may
      *    only lead the file; one turning up after the chain has
      *    started was put there by hand.
       5000-CHECK-CHAIN-RECORD.
           ADD 1 TO WS-FILE-READ
           MOVE WS-CHAIN-IMAGE(1:26) TO WS-WALK-TIMESTAMP
           MOVE WS-CHAIN-IMAGE(WS-CHAIN-IMAGE-LEN - 9:10)
               TO WS-WALK-SEQ-X
           MOVE WS-CHAIN-IMAGE(WS-CHAIN-IMAGE-LEN + 1:10)
               TO WS-WALK-VALUE-X

           IF WS-WALK-SEQ-X IS NOT NUMERIC OR WS-WALK-SEQ-X = ZERO
               IF WS-CHAIN-STARTED
                   ADD 1 TO WS-FILE-INSERTED
                   ADD 1 TO WS-FILE-FAULTS
                   MOVE WS-PREV-SEQ TO WS-EDIT-SEQ
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  UNCHAINED RECORD " WS-WALK-TIMESTAMP(1:16)
                       " AFTER SEQUENCE " WS-EDIT-SEQ
                       " - INSERTED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-FILE-PRECHAIN
               END-IF
           ELSE
               ADD 1 TO WS-FILE-CHAINED
               MOVE WS-WALK-SEQ-X TO WS-WALK-SEQ
               IF WS-CHAIN-STARTED
                   PERFORM 5150-CHECK-SEQUENCE
               ELSE
                   PERFORM 5100-ANCHOR-FIRST-RECORD
               END-IF
               IF WS-RECORD-IN-ORDER
                   IF WS-LINK-ANCHORED
                       PERFORM 5200-CHECK-LINK
                   END-IF
                   PERFORM 5300-CHECK-SEAL-COVERAGE
                   MOVE WS-WALK-SEQ TO WS-PREV-SEQ
                   MOVE WS-WALK-SEQ TO WS-LAST-CHAINED-SEQ
                   IF WS-WALK-VALUE-X IS NUMERIC
                       MOVE WS-WALK-VALUE-X TO WS-PREV-VALUE
                       MOVE "Y" TO WS-LINK-ANCHORED-SWITCH
                   ELSE
                       MOVE "N" TO WS-LINK-ANCHORED-SWITCH
                   END-IF
               END-IF
           END-IF.

      *    The chain of a file starts at sequence 1 from a value of
      *    zero, or - once RETPURGE has split the trail - one past
      *    the last sequence a SPLT anchor moved to the archive,
      *    from that anchor's value.  Anything else means the head
      *    of the chain is gone.
       5100-ANCHOR-FIRST-RECORD.
           MOVE "Y" TO WS-CHAIN-STARTED-SWITCH
           MOVE "Y" TO WS-IN-ORDER-SWITCH
           MOVE WS-WALK-SEQ TO WS-FIRST-CHAINED-SEQ
           IF WS-WALK-SEQ = 1
               MOVE ZERO TO WS-PREV-VALUE
               MOVE "Y" TO WS-LINK-ANCHORED-SWITCH
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                       UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
                   IF WS-SEAL-TRAIL-ID(WS-SEAL-IDX) = WS-TRAIL-ID
                       AND WS-SEAL-SPLIT(WS-SEAL-IDX)
                       AND WS-SEAL-LAST-SEQ(WS-SEAL-IDX) + 1
                           = WS-WALK-SEQ
                       MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE WS-SEAL-LAST-VALUE(WS-SEAL-IDX)
                           TO WS-PREV-VALUE
                       MOVE WS-SEAL-TIMESTAMP(WS-SEAL-IDX)
                           TO WS-CURRENT-TIMESTAMP
                   END-IF
               END-PERFORM
               MOVE WS-WALK-SEQ TO WS-EDIT-SEQ
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-FOUND
                   MOVE "Y" TO WS-LINK-ANCHORED-SWITCH
                   STRING "  CHAIN PICKS UP AT SEQUENCE " WS-EDIT-SEQ
                       " FROM THE SPLIT ANCHOR OF "
                       WS-CURRENT-TIMESTAMP(1:8)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE "N" TO WS-LINK-ANCHORED-SWITCH
                   COMPUTE WS-FILE-MISSING-SEQS =
                       WS-FILE-MISSING-SEQS + WS-WALK-SEQ - 1
                   ADD 1 TO WS-FILE-FAULTS
                   STRING "  CHAIN HEAD MISSING - FIRST SEQUENCE "
                       WS-EDIT-SEQ " AND NO SPLIT ANCHOR BEFORE IT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
           END-IF.

      *    A sequence that goes backwards or repeats is a copied or
      *    re-ordered record and is left out of the chain; one that
      *    jumps ahead means records are gone, and the link across
      *    the hole cannot be checked, so the chain re-anchors on
      *    the record after it.
       5150-CHECK-SEQUENCE.
           EVALUATE TRUE
               WHEN WS-WALK-SEQ NOT > WS-PREV-SEQ
                   MOVE "N" TO WS-IN-ORDER-SWITCH
                   ADD 1 TO WS-FILE-DISORDER
                   ADD 1 TO WS-FILE-FAULTS
                   MOVE WS-WALK-SEQ TO WS-EDIT-SEQ
                   MOVE WS-PREV-SEQ TO WS-EDIT-SEQ-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  SEQUENCE " WS-EDIT-SEQ " AFTER "
                       WS-EDIT-SEQ-2 " - DUPLICATED OR OUT OF ORDER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-WALK-SEQ > WS-PREV-SEQ + 1
                   MOVE "Y" TO WS-IN-ORDER-SWITCH
                   MOVE "N" TO WS-LINK-ANCHORED-SWITCH
                   COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1
                   COMPUTE WS-MISSING-TO = WS-WALK-SEQ - 1
                   COMPUTE WS-FILE-MISSING-SEQS = WS-FILE-MISSING-SEQS
                       + WS-MISSING-TO - WS-MISSING-FROM + 1
                   ADD 1 TO WS-FILE-FAULTS
                   MOVE WS-MISSING-FROM TO WS-EDIT-SEQ
                   MOVE WS-MISSING-TO   TO WS-EDIT-SEQ-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  SEQUENCES " WS-EDIT-SEQ " TO "
                       WS-EDIT-SEQ-2 " MISSING"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN OTHER
                   MOVE "Y" TO WS-IN-ORDER-SWITCH
           END-EVALUATE.

      *    Recomputes the record's chain value from the previous
      *    record's.  A mismatch means this record or the link into
      *    it was tampered with; the first is reported in full, and
      *    the walk re-anchors on the stored value so one bad record
      *    shows as one break rather than breaking everything after.
       5200-CHECK-LINK.
           MOVE WS-PREV-VALUE TO WS-CHAIN-FOLD
           PERFORM 7100-FOLD-CHAIN-IMAGE
           IF WS-WALK-VALUE-X IS NUMERIC
               MOVE WS-WALK-VALUE-X TO WS-WALK-VALUE
           ELSE
               MOVE ZERO TO WS-WALK-VALUE
           END-IF
           IF WS-WALK-VALUE-X IS NOT NUMERIC
                   OR WS-WALK-VALUE NOT = WS-CHAIN-FOLD
               ADD 1 TO WS-FILE-BREAKS
               ADD 1 TO WS-FILE-FAULTS
               MOVE WS-WALK-SEQ TO WS-EDIT-SEQ
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-FIRST-BREAK-SHOWN
                   STRING "  BROKEN LINK AT SEQUENCE " WS-EDIT-SEQ
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               ELSE
                   MOVE "Y" TO WS-FIRST-BREAK-SWITCH
                   STRING "  FIRST BROKEN LINK AT SEQUENCE "
                       WS-EDIT-SEQ "  RECORD OF "
                       WS-WALK-TIMESTAMP(1:16)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
                   MOVE WS-WALK-VALUE TO WS-EDIT-VALUE
                   MOVE WS-CHAIN-FOLD TO WS-EDIT-VALUE-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    CHAIN VALUE ON FILE " WS-EDIT-VALUE
                       "   RECOMPUTED " WS-EDIT-VALUE-2
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    THIS RECORD WAS CHANGED, OR THE ONE "
                       "BEFORE IT CHANGED, REMOVED OR INSERTED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF.

      *    Every chained record must fall inside a RUN seal of its
      *    trail.  Records come in sequence order, so the seal that
      *    covered the last record is tried first.  Runs of
      *    uncovered records are reported as one range each, and
      *    the record a seal names as its last must carry the value
      *    the seal recorded.
       5300-CHECK-SEAL-COVERAGE.
           IF WS-COVER-SUB > 0
               IF WS-WALK-SEQ < WS-SEAL-FIRST-SEQ(WS-COVER-SUB)
                       OR WS-WALK-SEQ > WS-SEAL-LAST-SEQ(WS-COVER-SUB)
                   PERFORM 5350-FIND-COVERING-SEAL
               END-IF
           ELSE
               PERFORM 5350-FIND-COVERING-SEAL
           END-IF

           IF WS-COVER-SUB = 0
               ADD 1 TO WS-FILE-UNSEALED
               IF WS-UNSEALED-LAST > 0
                       AND WS-WALK-SEQ = WS-UNSEALED-LAST + 1
                   MOVE WS-WALK-SEQ TO WS-UNSEALED-LAST
               ELSE
                   PERFORM 5400-FLUSH-UNSEALED-RANGE
                   MOVE WS-WALK-SEQ TO WS-UNSEALED-FIRST
                   MOVE WS-WALK-SEQ TO WS-UNSEALED-LAST
               END-IF
           ELSE
               IF WS-WALK-SEQ = WS-SEAL-LAST-SEQ(WS-COVER-SUB)
                   IF WS-WALK-VALUE-X IS NOT NUMERIC
                           OR WS-WALK-VALUE-X NOT =
                               WS-SEAL-LAST-VALUE(WS-COVER-SUB)
                       ADD 1 TO WS-FILE-SEAL-MISMATCH
                       ADD 1 TO WS-FILE-FAULTS
                       MOVE WS-WALK-SEQ TO WS-EDIT-SEQ
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  SEQUENCE " WS-EDIT-SEQ
                           " DOES NOT MATCH THE SEAL OF "
                           WS-SEAL-TIMESTAMP(WS-COVER-SUB)(1:8) " BY "
                           WS-SEAL-PROGRAM-ID(WS-COVER-SUB)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       5350-FIND-COVERING-SEAL.
           MOVE ZERO TO WS-COVER-SUB
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
                   OR WS-COVER-SUB > 0
               IF WS-SEAL-TRAIL-ID(WS-SEAL-IDX) = WS-TRAIL-ID
                   AND WS-SEAL-RUN(WS-SEAL-IDX)
                   AND WS-WALK-SEQ >= WS-SEAL-FIRST-SEQ(WS-SEAL-IDX)
                   AND WS-WALK-SEQ <= WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                   SET WS-COVER-SUB TO WS-SEAL-IDX
               END-IF
           END-PERFORM.

       5400-FLUSH-UNSEALED-RANGE.
           IF WS-UNSEALED-FIRST > 0
               ADD 1 TO WS-FILE-FAULTS
               MOVE WS-UNSEALED-FIRST TO WS-EDIT-SEQ
               MOVE WS-UNSEALED-LAST  TO WS-EDIT-SEQ-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  UNSEALED RUN - SEQUENCES " WS-EDIT-SEQ
                   " TO " WS-EDIT-SEQ-2 " HAVE NO RUN SEAL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE ZERO TO WS-UNSEALED-FIRST
               MOVE ZERO TO WS-UNSEALED-LAST
           END-IF.

      *    Records cut off the end leave no hole to find, so the end
      *    of the file is held up against the register.  A live
      *    trail must reach the last sequence any RUN seal closed
      *    (or, emptied by a split, the last SPLT anchor); an
      *    archive must end exactly where a SPLT anchor says the
      *    split that cut it stopped.
       6000-FINISH-FILE-WALK.
           PERFORM 5400-FLUSH-UNSEALED-RANGE

           MOVE ZERO TO WS-EXPECTED-END
           MOVE ZERO TO WS-SPLIT-END
           MOVE "N"  TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
               IF WS-SEAL-TRAIL-ID(WS-SEAL-IDX) = WS-TRAIL-ID
                   IF WS-SEAL-RUN(WS-SEAL-IDX)
                       AND WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                           > WS-EXPECTED-END
                       MOVE WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                           TO WS-EXPECTED-END
                   END-IF
                   IF WS-SEAL-SPLIT(WS-SEAL-IDX)
                       IF WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                               > WS-SPLIT-END
                           MOVE WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                               TO WS-SPLIT-END
                       END-IF
                       IF WS-SEAL-LAST-SEQ(WS-SEAL-IDX)
                               = WS-LAST-CHAINED-SEQ
                           MOVE "Y" TO WS-FOUND-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FILE-IS-LIVE
               IF WS-LAST-CHAINED-SEQ > 0
                   MOVE WS-LAST-CHAINED-SEQ TO WS-ACTUAL-END
               ELSE
                   MOVE WS-SPLIT-END TO WS-ACTUAL-END
               END-IF
               IF WS-EXPECTED-END > WS-ACTUAL-END
                   COMPUTE WS-FILE-MISSING-SEQS = WS-FILE-MISSING-SEQS
                       + WS-EXPECTED-END - WS-ACTUAL-END
                   ADD 1 TO WS-FILE-FAULTS
                   MOVE WS-ACTUAL-END   TO WS-EDIT-SEQ
                   MOVE WS-EXPECTED-END TO WS-EDIT-SEQ-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  TRAIL ENDS AT SEQUENCE " WS-EDIT-SEQ
                       " BUT IS SEALED TO " WS-EDIT-SEQ-2
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           ELSE
               IF WS-LAST-CHAINED-SEQ > 0 AND NOT WS-FOUND
                   ADD 1 TO WS-FILE-FAULTS
                   MOVE WS-LAST-CHAINED-SEQ TO WS-EDIT-SEQ
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ARCHIVE ENDS AT SEQUENCE " WS-EDIT-SEQ
                       " - NO SPLIT ANCHOR ENDS THERE, RECORDS MISSING"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF

           IF WS-FILE-PRECHAIN > 0
               ADD WS-FILE-PRECHAIN TO WS-SUMM-PRECHAIN
               MOVE WS-FILE-PRECHAIN TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  WARNING: " WS-EDIT-COUNT " RECORDS FROM "
                   "BEFORE CHAINING - NOT VERIFIABLE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF

           PERFORM 6100-WRITE-FILE-TOTALS.

       6100-WRITE-FILE-TOTALS.
           MOVE WS-FILE-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RECORDS READ..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-FILE-CHAINED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CHAINED RECORDS.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-FILE-BREAKS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BROKEN LINKS..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-FILE-MISSING-SEQS TO WS-EDIT-SEQ
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MISSING SEQUENCES.....: " WS-EDIT-SEQ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           COMPUTE WS-EDIT-COUNT = WS-FILE-DISORDER + WS-FILE-INSERTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OUT OF ORDER/INSERTED.: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-FILE-UNSEALED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  UNSEALED RECORDS......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-FILE-SEAL-MISMATCH TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SEAL MISMATCHES.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FILE-FAULTS = 0
               MOVE "  VERDICT: CHAIN INTACT" TO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-SUMM-FILES-BROKEN
               MOVE WS-FILE-FAULTS TO WS-EDIT-COUNT
               STRING "  VERDICT: CHAIN BROKEN - " WS-EDIT-COUNT
                   " FAULTS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           ADD WS-FILE-READ   TO WS-SUMM-RECORDS
           ADD WS-FILE-FAULTS TO WS-SUMM-FAULTS.

       7000-WRITE-VERIFY-TOTALS.
           MOVE WS-SUMM-FILES TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILES VERIFIED..........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-FILES-BROKEN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILES WITH FAULTS.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-FILES-ABSENT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FILES NOT FOUND.........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-RECORDS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS READ............: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-REG-FAULTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEAL REGISTER FAULTS....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-FAULTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL FAULTS............: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-ADOPTED-SEALS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEALS ADOPTING RECORDS..: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE WS-SUMM-PRECHAIN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRE-CHAIN RECORDS.......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WS-REPORT-LINE.

       7100-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-FOLD = FUNCTION MOD(
                   WS-CHAIN-FOLD * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-POS:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.

      *    Grades the run for the scheduler: any fault means the
      *    evidence can no longer be shown to be as written; records
      *    from before chaining and seals that took up a crashed
      *    run's records are warnings.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-SUMM-FAULTS > 0
                   MOVE "BROKEN"   TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
               WHEN WS-SUMM-PRECHAIN > 0
                   OR WS-SUMM-ADOPTED-SEALS > 0
                   MOVE "WARNINGS" TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "TRLVERFY"           TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           MOVE WS-SUMM-RECORDS      TO JOBST-RECORDS-READ
           MOVE WS-SUMM-FAULTS       TO JOBST-EXCEPTION-COUNT
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

       END PROGRAM TRLVERFY.
