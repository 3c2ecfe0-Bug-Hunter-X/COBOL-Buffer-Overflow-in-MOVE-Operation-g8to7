      *****************************************************************
      *  PROGRAM-ID.  TRLRLOAD
      *
      *  One-time trail reload.  The byte/character length columns
      *  (AUDREC.cpy, SUSREC.cpy) and the audit control chain
      *  (TRLCHAIN.cpy) lengthened the audit record by 29 bytes and
      *  the suspense record by 9, and an indexed file cannot be
      *  opened against a record longer than the one it was built
      *  with - so the MOVCHKAU audit, MOVCHKSU suspense, and
      *  MOVCHKSF companion trails already on disk must be reloaded
      *  before the first run that writes the new layout.  This
      *  program reads each of them in key order in the layout it
      *  was written with and loads it into MOVCHKAUIX, MOVCHKSUIX,
      *  and MOVCHKSFIX in the current layout, for the scheduler to
      *  swap in - TRLCONV's pattern, one layout later.
      *
      *  Keys do not change: the key fields sit where they always
      *  did, so every row goes in under the key it was written
      *  with and no write-sequence overlay is needed.  The new
      *  columns are filled exactly as TRLCONV fills them on a
      *  converted row - those rows were judged in bytes, so both
      *  lengths take the source length and the unit is B, and the
      *  audit rows carry a zero chain sequence and value: they
      *  predate the control chain, which starts with MOVCHK01's
      *  first run on the reloaded trail, and TRLVERFY leaves rows
      *  with a zero sequence out of its walk.
      *
      *  Counts are verified file by file: a row the indexed load
      *  rejects is reported and fails the run, so a reload that
      *  lost anything is never swapped in.  Run once per file; a
      *  missing input is skipped with a warning so the three
      *  reloads can be staged separately.  An input that will not
      *  open in the old layout - most likely one already reloaded
      *  - fails the run rather than being skipped.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRLRLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO "MOVCHKAU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OAUD-KEY
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT NEW-AUDIT-FILE ASSIGN TO "MOVCHKAUIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "MOVCHKSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSUS-KEY
               FILE STATUS IS WS-OLD-SUSPENSE-STATUS.

           SELECT NEW-SUSPENSE-FILE ASSIGN TO "MOVCHKSUIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY.

           SELECT OLD-COMPANION-FILE ASSIGN TO "MOVCHKSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSFU-KEY
               FILE STATUS IS WS-OLD-COMPANION-STATUS.

           SELECT NEW-COMPANION-FILE ASSIGN TO "MOVCHKSFIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-KEY.

           SELECT JOBSTAT-FILE ASSIGN TO "MOVCHKJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The old files carry the layout before the length columns
      *    and the control chain, which the shared copybooks no
      *    longer describe - the layouts are declared here, and only
      *    here, so the short records die with this utility.  The
      *    companion file has always shared the suspense layout.
       FD  OLD-AUDIT-FILE.
       01  OAUD-RECORD.
           05  OAUD-KEY.
               10  OAUD-TIMESTAMP      PIC X(26).
               10  OAUD-FIELD-ID       PIC X(8).
               10  OAUD-FEED-NAME      PIC X(8).
           05  OAUD-REC-KEY            PIC 9(8).
           05  OAUD-JOB-NAME           PIC X(8).
           05  OAUD-PROGRAM-ID         PIC X(8).
           05  OAUD-SOURCE-LENGTH      PIC 9(4).
           05  OAUD-TARGET-LENGTH      PIC 9(4).
           05  OAUD-OUTCOME            PIC X(4).
           05  OAUD-CYCLE-NUMBER       PIC 9(2).
           05  OAUD-BUSINESS-DATE      PIC 9(8).

       FD  NEW-AUDIT-FILE.
           COPY AUDREC.

       FD  OLD-SUSPENSE-FILE.
       01  OSUS-RECORD.
           05  OSUS-KEY.
               10  OSUS-FEED-NAME      PIC X(8).
               10  OSUS-REC-KEY        PIC 9(8).
               10  OSUS-TIMESTAMP      PIC X(26).
           05  OSUS-FIELD-ID           PIC X(8).
           05  OSUS-SOURCE-LENGTH      PIC 9(4).
           05  OSUS-TARGET-LENGTH      PIC 9(4).
           05  OSUS-REASON-CODE        PIC X(4).
           05  OSUS-CYCLE-NUMBER       PIC 9(2).
           05  OSUS-BUSINESS-DATE      PIC 9(8).
           05  OSUS-ORIGINAL-DATA      PIC X(150).

       FD  NEW-SUSPENSE-FILE.
           COPY SUSREC.

       FD  OLD-COMPANION-FILE.
       01  OSFU-RECORD.
           05  OSFU-KEY                PIC X(42).
           05  FILLER                  PIC X(180).

       FD  NEW-COMPANION-FILE.
           COPY SUSREC REPLACING LEADING ==SUS== BY ==SFU==.

       FD  JOBSTAT-FILE.
           COPY JOBSTREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-OLD-AUDIT-STATUS         PIC XX.
       01  WS-OLD-SUSPENSE-STATUS      PIC XX.
       01  WS-OLD-COMPANION-STATUS     PIC XX.

       01  WS-SUMMARY-STATS.
           05  WS-SUMM-AUD-READ        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-AUD-LOADED      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SUS-READ        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SUS-LOADED      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SFU-READ        PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SFU-LOADED      PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-REJECTS         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-SKIPPED         PIC 9(8) COMP VALUE 0.
           05  WS-SUMM-OPEN-FAILS      PIC 9(8) COMP VALUE 0.

       01  WS-JOBSTAT-STATUS           PIC XX.
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-RUN-OUTCOME              PIC X(8)  VALUE "ERROR".
       01  WS-RETURN-CODE              PIC 9(4) COMP VALUE 12.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0040-WRITE-START-STATUS

           PERFORM 1000-RELOAD-AUDIT-TRAIL
           PERFORM 2000-RELOAD-SUSPENSE-TRAIL
           PERFORM 3000-RELOAD-COMPANION-TRAIL

           DISPLAY "TRLRLOAD: audit read/loaded: "
               WS-SUMM-AUD-READ " / " WS-SUMM-AUD-LOADED
           DISPLAY "TRLRLOAD: suspense read/loaded: "
               WS-SUMM-SUS-READ " / " WS-SUMM-SUS-LOADED
           DISPLAY "TRLRLOAD: companion read/loaded: "
               WS-SUMM-SFU-READ " / " WS-SUMM-SFU-LOADED
           DISPLAY "TRLRLOAD: records the indexed load rejected: "
               WS-SUMM-REJECTS
           DISPLAY "TRLRLOAD: files that would not open: "
               WS-SUMM-OPEN-FAILS
           DISPLAY "TRLRLOAD: files skipped: " WS-SUMM-SKIPPED

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
           MOVE "TRLRLOAD"           TO JOBST-PROGRAM-ID
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

       1000-RELOAD-AUDIT-TRAIL.
           OPEN INPUT OLD-AUDIT-FILE
           EVALUATE WS-OLD-AUDIT-STATUS
               WHEN "00"
                   OPEN OUTPUT NEW-AUDIT-FILE
                   PERFORM UNTIL WS-EOF
                       READ OLD-AUDIT-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-LOAD-ONE-AUDIT
                       END-READ
                   END-PERFORM
                   CLOSE OLD-AUDIT-FILE
                   CLOSE NEW-AUDIT-FILE
               WHEN "35"
                   DISPLAY "TRLRLOAD: MOVCHKAU not found - audit "
                       "reload skipped."
                   ADD 1 TO WS-SUMM-SKIPPED
               WHEN OTHER
                   DISPLAY "TRLRLOAD: MOVCHKAU will not open in the "
                       "old layout, status " WS-OLD-AUDIT-STATUS
                       " - already reloaded?"
                   ADD 1 TO WS-SUMM-OPEN-FAILS
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       1100-LOAD-ONE-AUDIT.
           ADD 1 TO WS-SUMM-AUD-READ
           MOVE OAUD-TIMESTAMP        TO AUD-TIMESTAMP
           MOVE OAUD-FIELD-ID         TO AUD-FIELD-ID
           MOVE OAUD-FEED-NAME        TO AUD-FEED-NAME
           MOVE OAUD-REC-KEY          TO AUD-REC-KEY
           MOVE OAUD-JOB-NAME         TO AUD-JOB-NAME
           MOVE OAUD-PROGRAM-ID       TO AUD-PROGRAM-ID
           MOVE OAUD-SOURCE-LENGTH    TO AUD-SOURCE-LENGTH
           MOVE OAUD-TARGET-LENGTH    TO AUD-TARGET-LENGTH
           MOVE OAUD-OUTCOME          TO AUD-OUTCOME
           MOVE OAUD-CYCLE-NUMBER     TO AUD-CYCLE-NUMBER
           MOVE OAUD-BUSINESS-DATE    TO AUD-BUSINESS-DATE
           MOVE OAUD-SOURCE-LENGTH    TO AUD-BYTE-LENGTH
           MOVE OAUD-SOURCE-LENGTH    TO AUD-CHAR-LENGTH
           MOVE "B"                   TO AUD-LENGTH-UNIT
           MOVE ZERO                  TO AUD-CHAIN-SEQ
           MOVE ZERO                  TO AUD-CHAIN-VALUE
           WRITE AUD-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUMM-REJECTS
                   DISPLAY "TRLRLOAD: MOVCHKAUIX rejected key at "
                       AUD-TIMESTAMP " - do NOT swap the "
                       "reload in."
               NOT INVALID KEY
                   ADD 1 TO WS-SUMM-AUD-LOADED
           END-WRITE.

       2000-RELOAD-SUSPENSE-TRAIL.
           OPEN INPUT OLD-SUSPENSE-FILE
           EVALUATE WS-OLD-SUSPENSE-STATUS
               WHEN "00"
                   OPEN OUTPUT NEW-SUSPENSE-FILE
                   PERFORM UNTIL WS-EOF
                       READ OLD-SUSPENSE-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-LOAD-ONE-SUSPENSE
                       END-READ
                   END-PERFORM
                   CLOSE OLD-SUSPENSE-FILE
                   CLOSE NEW-SUSPENSE-FILE
               WHEN "35"
                   DISPLAY "TRLRLOAD: MOVCHKSU not found - suspense "
                       "reload skipped."
                   ADD 1 TO WS-SUMM-SKIPPED
               WHEN OTHER
                   DISPLAY "TRLRLOAD: MOVCHKSU will not open in the "
                       "old layout, status " WS-OLD-SUSPENSE-STATUS
                       " - already reloaded?"
                   ADD 1 TO WS-SUMM-OPEN-FAILS
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       2100-LOAD-ONE-SUSPENSE.
           ADD 1 TO WS-SUMM-SUS-READ
           PERFORM 2200-WIDEN-SUSPENSE-ROW
           WRITE SUS-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUMM-REJECTS
                   DISPLAY "TRLRLOAD: MOVCHKSUIX rejected feed "
                       SUS-FEED-NAME " record " SUS-REC-KEY
                       " - do NOT swap the reload in."
               NOT INVALID KEY
                   ADD 1 TO WS-SUMM-SUS-LOADED
           END-WRITE.

      *    Builds the current-layout suspense row from the old one in
      *    OSUS-RECORD.  The companion reload moves its own rows
      *    through OSUS-RECORD too, so both files widen the same way.
       2200-WIDEN-SUSPENSE-ROW.
           MOVE OSUS-FEED-NAME        TO SUS-FEED-NAME
           MOVE OSUS-REC-KEY          TO SUS-REC-KEY
           MOVE OSUS-TIMESTAMP        TO SUS-TIMESTAMP
           MOVE OSUS-FIELD-ID         TO SUS-FIELD-ID
           MOVE OSUS-SOURCE-LENGTH    TO SUS-SOURCE-LENGTH
           MOVE OSUS-TARGET-LENGTH    TO SUS-TARGET-LENGTH
           MOVE OSUS-REASON-CODE      TO SUS-REASON-CODE
           MOVE OSUS-CYCLE-NUMBER     TO SUS-CYCLE-NUMBER
           MOVE OSUS-BUSINESS-DATE    TO SUS-BUSINESS-DATE
           MOVE OSUS-ORIGINAL-DATA    TO SUS-ORIGINAL-DATA
           MOVE OSUS-SOURCE-LENGTH    TO SUS-BYTE-LENGTH
           MOVE OSUS-SOURCE-LENGTH    TO SUS-CHAR-LENGTH
           MOVE "B"                   TO SUS-LENGTH-UNIT.

       3000-RELOAD-COMPANION-TRAIL.
           OPEN INPUT OLD-COMPANION-FILE
           EVALUATE WS-OLD-COMPANION-STATUS
               WHEN "00"
                   OPEN OUTPUT NEW-COMPANION-FILE
                   PERFORM UNTIL WS-EOF
                       READ OLD-COMPANION-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 3100-LOAD-ONE-COMPANION
                       END-READ
                   END-PERFORM
                   CLOSE OLD-COMPANION-FILE
                   CLOSE NEW-COMPANION-FILE
               WHEN "35"
                   DISPLAY "TRLRLOAD: MOVCHKSF not found - companion "
                       "reload skipped."
                   ADD 1 TO WS-SUMM-SKIPPED
               WHEN OTHER
                   DISPLAY "TRLRLOAD: MOVCHKSF will not open in the "
                       "old layout, status " WS-OLD-COMPANION-STATUS
                       " - already reloaded?"
                   ADD 1 TO WS-SUMM-OPEN-FAILS
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

      *    The suspense reload is finished with OSUS-RECORD by now, so
      *    the companion row is moved through it and widened by the
      *    same paragraph.
       3100-LOAD-ONE-COMPANION.
           ADD 1 TO WS-SUMM-SFU-READ
           MOVE OSFU-RECORD TO OSUS-RECORD
           PERFORM 2200-WIDEN-SUSPENSE-ROW
           WRITE SFU-RECORD FROM SUS-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUMM-REJECTS
                   DISPLAY "TRLRLOAD: MOVCHKSFIX rejected feed "
                       SFU-FEED-NAME " record " SFU-REC-KEY
                       " - do NOT swap the reload in."
               NOT INVALID KEY
                   ADD 1 TO WS-SUMM-SFU-LOADED
           END-WRITE.

      *    Grades the run for the scheduler: a row the indexed load
      *    rejected, or an input that would not open in the old
      *    layout, means the reload is not whole and must not be
      *    swapped in; a skipped input file just needs the operator
      *    to stage it and rerun.
       9400-SET-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN WS-SUMM-REJECTS > 0
                   OR WS-SUMM-OPEN-FAILS > 0
                   MOVE "NOBAL"    TO WS-RUN-OUTCOME
                   MOVE 8          TO WS-RETURN-CODE
               WHEN WS-SUMM-SKIPPED > 0
                   MOVE "WARNINGS" TO WS-RUN-OUTCOME
                   MOVE 4          TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"    TO WS-RUN-OUTCOME
                   MOVE 0          TO WS-RETURN-CODE
           END-EVALUATE.

       9500-WRITE-END-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "TRLRLOAD"           TO JOBST-PROGRAM-ID
           MOVE "END"                TO JOBST-PHASE
           MOVE WS-START-TIMESTAMP   TO JOBST-START-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO JOBST-END-TIMESTAMP
           ADD WS-SUMM-AUD-READ WS-SUMM-SUS-READ WS-SUMM-SFU-READ
               GIVING JOBST-RECORDS-READ
           ADD WS-SUMM-REJECTS WS-SUMM-OPEN-FAILS
               GIVING JOBST-EXCEPTION-COUNT
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

       END PROGRAM TRLRLOAD.
