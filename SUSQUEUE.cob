      *****************************************************************
      *  PROGRAM-ID.  SUSQUEUE
      *
      *  Suspense work-queue screen for the repair team.  Until now a
      *  repair was keyed by hand-building a SUSFIXTR record in an
      *  editor, and a correction that was still oversized or not
      *  well-formed was only found the next morning when SUSFIX
      *  rejected it.  This screen puts the MOVCHKSU queue in
      *  front of the analyst instead:
      *
      *    - the queue can be filtered by feed, reason code, FEEDHDR
      *      business date, and minimum age in business days (the
      *      same BUSCLMST business-day count SUSFIX ages by);
      *    - each item shows the record as held on MOVCHKSU - masked
      *      for a sensitive field, the unmasked MOVCHKSF companion
      *      is never opened here - with its source and target
      *      lengths;
      *    - an analyst claims an item before working it, on the
      *      MOVCHKSC claim file (SUSCLMRC.cpy), so two people never
      *      key the same repair;
      *    - a keyed correction is checked on the spot with SUSFIX's
      *      own measure (bytes or UTF-8 characters by FLDMXMST's
      *      encoding column) against the FLDMXMST limit in force
      *      for the item's business date, and against the limit
      *      SUSFIX will re-check it by, in force on the next
      *      processing day - a correction that fails either is not
      *      accepted;
      *    - an accepted correction is appended to SUSFIXTR with the
      *      analyst's logon id as maker, for the APPRVLST review and
      *      the second-user approval SUSFIX already requires;
      *    - a team panel gives the shift lead each analyst's open,
      *      claimed, and submitted-today counts.
      *
      *  The screen never changes MOVCHKSU itself - SUSFIX remains
      *  the only program that applies a repair.  It is an online
      *  program, not a step of the batch window, so it writes no
      *  MOVCHKJS handshakes: a session left open overnight would
      *  otherwise read to WINCTRL as a crashed step.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-10-15  Initial version.
      *  2026-10-15  The held record is re-read before a correction
      *              is submitted, so an item that has left suspense
      *              while being keyed is not sent to SUSFIXTR.
      *  2026-10-15  UTF-8 overlong forms, UTF-16 surrogates and
      *              code points past U+10FFFF are malformed (UTF8):
      *              the first continuation byte after E0, ED, F0
      *              and F4 is held to its narrower range.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSQUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "MOVCHKSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CLAIM-FILE ASSIGN TO "MOVCHKSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCLM-KEY
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "SUSFIXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT FLDMX-FILE ASSIGN TO "FLDMXMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLDMX-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "BUSCLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSREC.

       FD  CLAIM-FILE.
           COPY SUSCLMRC.

       FD  CORRECTION-FILE.
           COPY SUSCORRC.

       FD  FLDMX-FILE.
           COPY FLDMXREC.

       FD  CALENDAR-FILE.
           COPY BUSCLREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1                   PIC X(150).
       01  WS-LENGTH                   PIC 9(4) COMP.
       01  WS-TARGET-LENGTH            PIC 9(4) COMP.
       01  WS-FIELD-ENCODING           PIC X     VALUE SPACE.
           88  WS-FIELD-UTF8           VALUE "U" "C".
           88  WS-FIELD-IN-CHARS       VALUE "C".
       01  WS-BYTE-LENGTH              PIC 9(4) COMP.
       01  WS-CHAR-LENGTH              PIC 9(4) COMP.
       01  WS-UTF8-POS                 PIC 9(4) COMP.
       01  WS-UTF8-SEQ-LEN             PIC 9(4) COMP.
       01  WS-UTF8-SUB                 PIC 9(4) COMP.
       01  WS-UTF8-BYTE                PIC 9(4) COMP.
       01  WS-UTF8-FIRST-LOW           PIC 9(4) COMP.
       01  WS-UTF8-FIRST-HIGH          PIC 9(4) COMP.
       01  WS-ENCODING-SWITCH          PIC X     VALUE "N".
           88  WS-ENCODING-BAD         VALUE "Y".
      *    Byte size of the WS-AREA-2 target MOVCHK01 moves AREA1
      *    into - a character-judged value must fit it as well.
       01  WS-TARGET-BUFFER-SIZE       PIC 9(4) COMP VALUE 100.
       01  WS-EOF-SWITCH               PIC X     VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-CLAIM-STATUS             PIC XX.
       01  WS-CORRECTION-STATUS        PIC XX.
       01  WS-FLDMX-STATUS             PIC XX.
       01  WS-CALENDAR-STATUS          PIC XX.

       01  WS-ANALYST-ID               PIC X(8)  VALUE SPACES.
       01  WS-ENV-VALUE                PIC X(30).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-ORDINAL            PIC S9(8) COMP.
       01  WS-PROCESSING-DATE          PIC 9(8)  VALUE ZERO.
       01  WS-SUS-DATE                 PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(8) COMP.

       01  WS-LIMIT-DATE               PIC 9(8).
       01  WS-FLDMX-HIT-SWITCH         PIC X     VALUE "N".
           88  WS-FLDMX-HIT            VALUE "Y".
       01  WS-FLDMX-BEST-DATE          PIC 9(8) COMP VALUE 0.
       01  WS-UNIT-WORD                PIC X(10).

      *    Queue filters as keyed on the queue screen; spaces or
      *    zero means "any".
       01  WS-FILTER-FEED              PIC X(8)  VALUE SPACES.
       01  WS-FILTER-REASON            PIC X(4)  VALUE SPACES.
       01  WS-FILTER-BUS-DATE          PIC 9(8)  VALUE ZERO.
       01  WS-FILTER-MIN-AGE           PIC 9(4)  VALUE ZERO.

       01  WS-COMMAND                  PIC X     VALUE SPACE.
       01  WS-COMMAND-LINE             PIC 9(2)  VALUE ZERO.
       01  WS-ACTION                   PIC X     VALUE SPACE.
       01  WS-MESSAGE                  PIC X(79) VALUE SPACES.
       01  WS-EXIT-SWITCH              PIC X     VALUE "N".
           88  WS-EXIT-REQUESTED       VALUE "Y".
       01  WS-WORK-DONE-SWITCH         PIC X     VALUE "N".
           88  WS-WORK-DONE            VALUE "Y".
       01  WS-ITEM-OK-SWITCH           PIC X     VALUE "N".
           88  WS-ITEM-OK              VALUE "Y".
       01  WS-CHECK-PASSED-SWITCH      PIC X     VALUE "N".
           88  WS-CHECK-PASSED         VALUE "Y".
       01  WS-ITEM-OPEN-SWITCH         PIC X     VALUE "N".
           88  WS-ITEM-OPEN            VALUE "Y".
       01  WS-TEAM-FOUND-SWITCH        PIC X     VALUE "N".
           88  WS-TEAM-FOUND           VALUE "Y".
       01  WS-PENDING-SWITCH           PIC X     VALUE "N".
           88  WS-CORRECTION-PENDING   VALUE "Y".

      *    The filtered queue, one entry per MOVCHKSU record, with
      *    the claim standing against its feed and record key.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-QUEUE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-QUEUE-IDX.
               10  WS-QUEUE-SUS-KEY.
                   15  WS-QUEUE-FEED-NAME  PIC X(8).
                   15  WS-QUEUE-REC-KEY    PIC 9(8).
                   15  WS-QUEUE-TIMESTAMP  PIC X(26).
               10  WS-QUEUE-FIELD-ID   PIC X(8).
               10  WS-QUEUE-REASON     PIC X(4).
               10  WS-QUEUE-BUS-DATE   PIC 9(8).
               10  WS-QUEUE-AGE        PIC 9(4) COMP.
               10  WS-QUEUE-SOURCE-LENGTH PIC 9(4).
               10  WS-QUEUE-TARGET-LENGTH PIC 9(4).
               10  WS-QUEUE-UNIT       PIC X(1).
               10  WS-QUEUE-CLAIMED-BY PIC X(8).
               10  WS-QUEUE-CLAIM-STATUS PIC X(8).
       01  WS-QUEUE-FULL-SWITCH        PIC X     VALUE "N".
           88  WS-QUEUE-FULL           VALUE "Y".
       01  WS-QUEUE-UNCLAIMED          PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(4) COMP VALUE 0.

       01  WS-PAGE-SIZE                PIC 9(4) COMP VALUE 12.
       01  WS-PAGE-NUMBER              PIC 9(4) COMP VALUE 1.
       01  WS-PAGE-COUNT               PIC 9(4) COMP VALUE 1.
       01  WS-PAGE-FIRST               PIC 9(4) COMP VALUE 1.
       01  WS-PAGE-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE            PIC X(79) OCCURS 12 TIMES.
       01  WS-QUEUE-HEADING.
           05  FILLER                  PIC X(38) VALUE
               "LN FEED     KEY      FIELD    RSN  BUS".
           05  FILLER                  PIC X(41) VALUE
               " DATE  AGE  SRC  TGT U CLAIMED BY".
       01  WS-QUEUE-STATUS-LINE        PIC X(79).
       01  WS-MY-WORK-LINE             PIC X(79).

      *    Per-analyst counts for the team panel.  OPEN is every
      *    claimed or submitted item of the analyst's still sitting
      *    in MOVCHKSU, CLAIMED the part of that with no correction
      *    keyed yet, SUBMITTED the corrections the analyst sent to
      *    SUSFIXTR today.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-TEAM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TEAM-IDX.
               10  WS-TEAM-ANALYST     PIC X(8).
               10  WS-TEAM-OPEN        PIC 9(4) COMP.
               10  WS-TEAM-CLAIMED     PIC 9(4) COMP.
               10  WS-TEAM-SUBMITTED   PIC 9(4) COMP.
       01  WS-TEAM-LINES.
           05  WS-TEAM-LINE            PIC X(79) OCCURS 14 TIMES.
       01  WS-TEAM-HEADING             PIC X(79) VALUE
           "ANALYST      OPEN  CLAIMED  SUBMITTED TODAY".
       01  WS-TEAM-STATUS-LINE         PIC X(79).
       01  WS-MY-OPEN                  PIC 9(4) COMP VALUE 0.
       01  WS-MY-CLAIMED               PIC 9(4) COMP VALUE 0.
       01  WS-MY-SUBMITTED             PIC 9(4) COMP VALUE 0.

      *    The item on the work screen, as re-read from MOVCHKSU.
       01  WS-HELD-DATA                PIC X(150).
       01  WS-HELD-DATA-LINES REDEFINES WS-HELD-DATA.
           05  WS-HELD-DATA-1          PIC X(75).
           05  WS-HELD-DATA-2          PIC X(75).
       01  WS-HELD-BUS-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-HELD-LINE-1              PIC X(79).
       01  WS-HELD-LINE-2              PIC X(79).
       01  WS-HELD-LENGTH-LINE         PIC X(79).
       01  WS-LIMIT-LINE               PIC X(79).
       01  WS-CORRECTION               PIC X(150).
       01  WS-CORRECTION-LINES REDEFINES WS-CORRECTION.
           05  WS-CORRECTION-1         PIC X(75).
           05  WS-CORRECTION-2         PIC X(75).
       01  WS-CHECK-LINE-1             PIC X(79).
       01  WS-CHECK-LINE-2             PIC X(79).

       01  WS-EDIT-LINE-NO             PIC Z9.
       01  WS-EDIT-AGE                 PIC ZZZ9.
       01  WS-EDIT-SOURCE              PIC ZZZ9.
       01  WS-EDIT-TARGET              PIC ZZZ9.
       01  WS-EDIT-BYTES               PIC ZZZ9.
       01  WS-EDIT-CHARS               PIC ZZZ9.
       01  WS-EDIT-COUNT               PIC ZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ9.
       01  WS-EDIT-COUNT-3             PIC ZZZ9.
       01  WS-EDIT-PAGE                PIC ZZZ9.
       01  WS-EDIT-PAGES               PIC ZZZ9.
       01  WS-EDIT-DATE                PIC X(8).
       01  WS-EDIT-CLAIM-FLAG          PIC X(3).

           COPY FLDMXTAB.

           COPY BUSCLTAB.

       SCREEN SECTION.
       01  QUEUE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1
               VALUE "SUSQUEUE - SUSPENSE WORK QUEUE".
           05  LINE 1 COL 60 VALUE "ANALYST ".
           05  LINE 1 COL 68 PIC X(8) FROM WS-ANALYST-ID.
           05  LINE 2 COL 1 VALUE "FEED".
           05  LINE 2 COL 6 PIC X(8) USING WS-FILTER-FEED
               HIGHLIGHT.
           05  LINE 2 COL 16 VALUE "REASON".
           05  LINE 2 COL 23 PIC X(4) USING WS-FILTER-REASON
               HIGHLIGHT.
           05  LINE 2 COL 29 VALUE "BUS DATE".
           05  LINE 2 COL 38 PIC 9(8) USING WS-FILTER-BUS-DATE
               HIGHLIGHT.
           05  LINE 2 COL 48 VALUE "MIN AGE (BUS DAYS)".
           05  LINE 2 COL 67 PIC 9(4) USING WS-FILTER-MIN-AGE
               HIGHLIGHT.
           05  LINE 3 COL 1 PIC X(79) FROM WS-QUEUE-HEADING.
           05  LINE 4 COL 1 PIC X(79) FROM WS-PAGE-LINE(1).
           05  LINE 5 COL 1 PIC X(79) FROM WS-PAGE-LINE(2).
           05  LINE 6 COL 1 PIC X(79) FROM WS-PAGE-LINE(3).
           05  LINE 7 COL 1 PIC X(79) FROM WS-PAGE-LINE(4).
           05  LINE 8 COL 1 PIC X(79) FROM WS-PAGE-LINE(5).
           05  LINE 9 COL 1 PIC X(79) FROM WS-PAGE-LINE(6).
           05  LINE 10 COL 1 PIC X(79) FROM WS-PAGE-LINE(7).
           05  LINE 11 COL 1 PIC X(79) FROM WS-PAGE-LINE(8).
           05  LINE 12 COL 1 PIC X(79) FROM WS-PAGE-LINE(9).
           05  LINE 13 COL 1 PIC X(79) FROM WS-PAGE-LINE(10).
           05  LINE 14 COL 1 PIC X(79) FROM WS-PAGE-LINE(11).
           05  LINE 15 COL 1 PIC X(79) FROM WS-PAGE-LINE(12).
           05  LINE 17 COL 1 PIC X(79) FROM WS-QUEUE-STATUS-LINE.
           05  LINE 18 COL 1 PIC X(79) FROM WS-MY-WORK-LINE.
           05  LINE 20 COL 1 VALUE "COMMAND".
           05  LINE 20 COL 9 PIC X USING WS-COMMAND HIGHLIGHT.
           05  LINE 20 COL 12 VALUE "LINE".
           05  LINE 20 COL 17 PIC 9(2) USING WS-COMMAND-LINE
               HIGHLIGHT.
           05  LINE 21 COL 1 VALUE
               "F=FILTER/REFRESH  N=NEXT PAGE  P=PREVIOUS PAGE".
           05  LINE 21 COL 49 VALUE "T=TEAM COUNTS  X=EXIT".
           05  LINE 22 COL 1 VALUE
               "C=CLAIM LINE  R=RELEASE LINE".
           05  LINE 22 COL 31 VALUE "W=WORK LINE (CLAIMS IT IF FREE)".
           05  LINE 24 COL 1 PIC X(79) FROM WS-MESSAGE.

       01  WORK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1
               VALUE "SUSQUEUE - SUSPENSE ITEM CORRECTION".
           05  LINE 1 COL 60 VALUE "ANALYST ".
           05  LINE 1 COL 68 PIC X(8) FROM WS-ANALYST-ID.
           05  LINE 3 COL 1 PIC X(79) FROM WS-HELD-LINE-1.
           05  LINE 4 COL 1 PIC X(79) FROM WS-HELD-LINE-2.
           05  LINE 6 COL 1
               VALUE "RECORD AS HELD ON MOVCHKSU (MASKED):".
           05  LINE 7 COL 3 PIC X(75) FROM WS-HELD-DATA-1.
           05  LINE 8 COL 3 PIC X(75) FROM WS-HELD-DATA-2.
           05  LINE 9 COL 1 PIC X(79) FROM WS-HELD-LENGTH-LINE.
           05  LINE 11 COL 1 PIC X(79) FROM WS-LIMIT-LINE.
           05  LINE 13 COL 1 VALUE "CORRECTED VALUE:".
           05  LINE 14 COL 3 PIC X(75) USING WS-CORRECTION-1
               HIGHLIGHT.
           05  LINE 15 COL 3 PIC X(75) USING WS-CORRECTION-2
               HIGHLIGHT.
           05  LINE 17 COL 1 PIC X(79) FROM WS-CHECK-LINE-1.
           05  LINE 18 COL 1 PIC X(79) FROM WS-CHECK-LINE-2.
           05  LINE 20 COL 1 VALUE "ACTION".
           05  LINE 20 COL 8 PIC X USING WS-ACTION HIGHLIGHT.
           05  LINE 21 COL 1 VALUE
               "K=CHECK  S=CHECK AND SUBMIT TO SUSFIXTR".
           05  LINE 21 COL 42 VALUE "Q=BACK TO QUEUE".
           05  LINE 24 COL 1 PIC X(79) FROM WS-MESSAGE.

       01  TEAM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1
               VALUE "SUSQUEUE - REPAIR TEAM WORK COUNTS".
           05  LINE 1 COL 60 VALUE "ANALYST ".
           05  LINE 1 COL 68 PIC X(8) FROM WS-ANALYST-ID.
           05  LINE 3 COL 1 PIC X(79) FROM WS-TEAM-HEADING.
           05  LINE 4 COL 1 PIC X(79) FROM WS-TEAM-LINE(1).
           05  LINE 5 COL 1 PIC X(79) FROM WS-TEAM-LINE(2).
           05  LINE 6 COL 1 PIC X(79) FROM WS-TEAM-LINE(3).
           05  LINE 7 COL 1 PIC X(79) FROM WS-TEAM-LINE(4).
           05  LINE 8 COL 1 PIC X(79) FROM WS-TEAM-LINE(5).
           05  LINE 9 COL 1 PIC X(79) FROM WS-TEAM-LINE(6).
           05  LINE 10 COL 1 PIC X(79) FROM WS-TEAM-LINE(7).
           05  LINE 11 COL 1 PIC X(79) FROM WS-TEAM-LINE(8).
           05  LINE 12 COL 1 PIC X(79) FROM WS-TEAM-LINE(9).
           05  LINE 13 COL 1 PIC X(79) FROM WS-TEAM-LINE(10).
           05  LINE 14 COL 1 PIC X(79) FROM WS-TEAM-LINE(11).
           05  LINE 15 COL 1 PIC X(79) FROM WS-TEAM-LINE(12).
           05  LINE 16 COL 1 PIC X(79) FROM WS-TEAM-LINE(13).
           05  LINE 17 COL 1 PIC X(79) FROM WS-TEAM-LINE(14).
           05  LINE 19 COL 1 PIC X(79) FROM WS-TEAM-STATUS-LINE.
           05  LINE 21 COL 1 VALUE "PRESS ENTER FOR THE QUEUE".
           05  LINE 21 COL 27 PIC X USING WS-ACTION.
           05  LINE 24 COL 1 PIC X(79) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-ANALYST
           PERFORM 0200-LOAD-FLDMX-TABLE
           PERFORM 0220-LOAD-CALENDAR

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-BUSCL-DATE
           PERFORM 5250-COUNT-BUSINESS-ORDINAL
           MOVE WS-BUSCL-ORDINAL TO WS-TODAY-ORDINAL
           PERFORM 0230-SET-PROCESSING-DATE

           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-QUEUE
           PERFORM 4000-COUNT-TEAM-WORK
           PERFORM 2000-RUN-QUEUE-SCREEN
               UNTIL WS-EXIT-REQUESTED

           CLOSE SUSPENSE-FILE
           CLOSE CLAIM-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    The maker on every correction is the analyst's logon id,
      *    not a name typed on the screen - SUSFIX refuses a
      *    correction approved by its own maker, and that check is
      *    only as good as the maker id.
       0050-GET-ANALYST.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-ANALYST-ID
           IF WS-ANALYST-ID = SPACES
               DISPLAY "SUSQUEUE: no logon id (USER) - a correction "
                   "cannot be keyed without its maker."
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    MOVCHKSU is only read - repairs are applied by SUSFIX.  The
      *    claim file is created the first time anyone claims work.
       0100-OPEN-FILES.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "SUSQUEUE: MOVCHKSU not found - no suspense "
                   "queue to work."
               PERFORM 9800-ABORT-RUN
           END-IF

           OPEN I-O CLAIM-FILE
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "SUSQUEUE: MOVCHKSC cannot be opened, status "
                   WS-CLAIM-STATUS " - claims cannot be recorded."
               CLOSE SUSPENSE-FILE
               PERFORM 9800-ABORT-RUN
           END-IF.

      *    Without FLDMXMST no correction can be checked, so the
      *    screen will not start - keying blind is what it replaces.
       0200-LOAD-FLDMX-TABLE.
           OPEN INPUT FLDMX-FILE
           IF WS-FLDMX-STATUS = "35"
               DISPLAY "SUSQUEUE: FLDMXMST not found - corrections "
                   "cannot be checked."
               PERFORM 9800-ABORT-RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ FLDMX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-FLDMX-COUNT >= 200
                           DISPLAY "SUSQUEUE: FLDMXMST has more than "
                               "200 entries - increase WS-FLDMX-ENTRY "
                               "OCCURS in FLDMXTAB.cpy and recompile."
                           CLOSE FLDMX-FILE
                           PERFORM 9800-ABORT-RUN
                       END-IF
                       SET WS-FLDMX-IDX TO WS-FLDMX-COUNT
                       SET WS-FLDMX-IDX UP BY 1
                       MOVE FLDMX-FIELD-ID TO
                           WS-FLDMX-FIELD-ID(WS-FLDMX-IDX)
                       MOVE FLDMX-EFF-DATE TO
                           WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                       MOVE FLDMX-MAX-LENGTH TO
                           WS-FLDMX-MAX-LENGTH(WS-FLDMX-IDX)
                       MOVE FLDMX-SENSITIVE TO
                           WS-FLDMX-SENSITIVE(WS-FLDMX-IDX)
                       MOVE FLDMX-DESCRIPTION TO
                           WS-FLDMX-DESC(WS-FLDMX-IDX)
                       MOVE FLDMX-ENCODING TO
                           WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                       SET WS-FLDMX-COUNT TO WS-FLDMX-IDX
               END-READ
           END-PERFORM
           CLOSE FLDMX-FILE
           MOVE "N" TO WS-EOF-SWITCH.

      *    The same business-day calendar SUSFIX ages suspense by,
      *    so the age on the screen is the age on SUSFIXAG.  Without
      *    it every Monday to Friday counts and nothing else does.
       0220-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SUSQUEUE: BUSCLMST not found - ages count "
                   "Monday to Friday with no holidays."
               SET WS-BUSCL-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0225-LOAD-ONE-CALENDAR-DAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

      *    A row that is not a real date cannot be placed in the
      *    week and is left out, and only the first row for a date
      *    counts - CFGCHK reports both.
       0225-LOAD-ONE-CALENDAR-DAY.
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
                       DISPLAY "SUSQUEUE: BUSCLMST has more than "
                           "1000 entries - increase WS-BUSCL-ENTRY "
                           "OCCURS in BUSCLTAB.cpy and recompile."
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

      *    SUSFIX re-checks a correction against the limit in force
      *    on the first processing day on or after the day it runs -
      *    the business date the recycled record rides out on - so
      *    the screen works out the same date to check against.
       0230-SET-PROCESSING-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSCL-DATE
           PERFORM 5260-JUDGE-BUSINESS-DAY
           PERFORM UNTIL WS-BUSCL-BUSINESS-DAY
               COMPUTE WS-BUSCL-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-BUSCL-INTEGER + 1)
               PERFORM 5260-JUDGE-BUSINESS-DAY
           END-PERFORM
           MOVE WS-BUSCL-DATE TO WS-PROCESSING-DATE.

      *    One pass over MOVCHKSU in key order (feed, record key,
      *    timestamp) keeping the records the filters let through.
      *    The table holds 500; past that the analyst is told to
      *    narrow the filter rather than shown a silently short list.
       1000-LOAD-QUEUE.
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE ZERO TO WS-QUEUE-UNCLAIMED
           MOVE "N" TO WS-QUEUE-FULL-SWITCH
           MOVE LOW-VALUES TO SUS-KEY
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FILTER-FEED NOT = SPACES
               MOVE WS-FILTER-FEED TO SUS-FEED-NAME
               MOVE ZERO TO SUS-REC-KEY
           END-IF
           START SUSPENSE-FILE KEY >= SUS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-FILTER-FEED NOT = SPACES
                           AND SUS-FEED-NAME NOT = WS-FILTER-FEED
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 1100-TAKE-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH

           MOVE 1 TO WS-PAGE-NUMBER
           PERFORM 1300-BUILD-PAGE
           MOVE SPACES TO WS-MESSAGE
           IF WS-QUEUE-FULL
               STRING "MORE THAN 500 ITEMS MATCH - ONLY THE FIRST "
                   "500 ARE LISTED, NARROW THE FILTER"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       1100-TAKE-SUSPENSE-ITEM.
           PERFORM 1150-COMPUTE-AGE
           IF (WS-FILTER-REASON = SPACES
                   OR SUS-REASON-CODE = WS-FILTER-REASON)
               AND (WS-FILTER-BUS-DATE = ZERO
                   OR (SUS-BUSINESS-DATE IS NUMERIC
                       AND SUS-BUSINESS-DATE = WS-FILTER-BUS-DATE))
               AND WS-AGE-DAYS >= WS-FILTER-MIN-AGE
               IF WS-QUEUE-COUNT >= 500
                   SET WS-QUEUE-FULL TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   SET WS-QUEUE-IDX TO WS-QUEUE-COUNT
                   SET WS-QUEUE-IDX UP BY 1
                   MOVE SUS-KEY TO WS-QUEUE-SUS-KEY(WS-QUEUE-IDX)
                   MOVE SUS-FIELD-ID
                       TO WS-QUEUE-FIELD-ID(WS-QUEUE-IDX)
                   MOVE SUS-REASON-CODE
                       TO WS-QUEUE-REASON(WS-QUEUE-IDX)
                   IF SUS-BUSINESS-DATE IS NUMERIC
                       MOVE SUS-BUSINESS-DATE
                           TO WS-QUEUE-BUS-DATE(WS-QUEUE-IDX)
                   ELSE
                       MOVE ZERO TO WS-QUEUE-BUS-DATE(WS-QUEUE-IDX)
                   END-IF
                   MOVE WS-AGE-DAYS TO WS-QUEUE-AGE(WS-QUEUE-IDX)
                   MOVE SUS-SOURCE-LENGTH
                       TO WS-QUEUE-SOURCE-LENGTH(WS-QUEUE-IDX)
                   MOVE SUS-TARGET-LENGTH
                       TO WS-QUEUE-TARGET-LENGTH(WS-QUEUE-IDX)
                   IF SUS-LENGTH-UNIT = "C"
                       MOVE "C" TO WS-QUEUE-UNIT(WS-QUEUE-IDX)
                   ELSE
                       MOVE "B" TO WS-QUEUE-UNIT(WS-QUEUE-IDX)
                   END-IF
                   PERFORM 1200-READ-CLAIM
                   MOVE SCLM-ANALYST
                       TO WS-QUEUE-CLAIMED-BY(WS-QUEUE-IDX)
                   MOVE SCLM-STATUS
                       TO WS-QUEUE-CLAIM-STATUS(WS-QUEUE-IDX)
                   IF SCLM-ANALYST = SPACES
                       ADD 1 TO WS-QUEUE-UNCLAIMED
                   END-IF
                   SET WS-QUEUE-COUNT TO WS-QUEUE-IDX
               END-IF
           END-IF.

      *    Age in business days since the night the record first
      *    rejected, counted exactly as SUSFIX 2200-CHECK-AGING does;
      *    an unreadable timestamp ages as 9999 so it sorts to the
      *    attention it needs.
       1150-COMPUTE-AGE.
           IF SUS-TIMESTAMP(1:8) IS NUMERIC
               MOVE SUS-TIMESTAMP(1:8) TO WS-SUS-DATE
               MOVE WS-SUS-DATE TO WS-BUSCL-DATE
               PERFORM 5250-COUNT-BUSINESS-ORDINAL
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-ORDINAL - WS-BUSCL-ORDINAL
           ELSE
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > 9999
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

      *    The claim standing against the current SUS-FEED-NAME and
      *    SUS-REC-KEY, or spaces in SCLM-ANALYST when nobody holds it.
       1200-READ-CLAIM.
           MOVE SUS-FEED-NAME TO SCLM-FEED-NAME
           MOVE SUS-REC-KEY   TO SCLM-REC-KEY
           READ CLAIM-FILE
               INVALID KEY
                   MOVE SPACES TO SCLM-ANALYST
                   MOVE SPACES TO SCLM-STATUS
           END-READ.

       1300-BUILD-PAGE.
           COMPUTE WS-PAGE-COUNT =
               (WS-QUEUE-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           IF WS-PAGE-COUNT = ZERO
               MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF WS-PAGE-NUMBER > WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-PAGE-NUMBER
           END-IF
           COMPUTE WS-PAGE-FIRST =
               (WS-PAGE-NUMBER - 1) * WS-PAGE-SIZE + 1
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-PAGE-SIZE
               COMPUTE WS-ITEM-SUB = WS-PAGE-FIRST + WS-PAGE-SUB - 1
               MOVE SPACES TO WS-PAGE-LINE(WS-PAGE-SUB)
               IF WS-ITEM-SUB <= WS-QUEUE-COUNT
                   PERFORM 1350-BUILD-PAGE-LINE
               END-IF
           END-PERFORM

           MOVE WS-QUEUE-COUNT     TO WS-EDIT-COUNT
           MOVE WS-QUEUE-UNCLAIMED TO WS-EDIT-COUNT-2
           MOVE WS-PAGE-NUMBER     TO WS-EDIT-PAGE
           MOVE WS-PAGE-COUNT      TO WS-EDIT-PAGES
           MOVE SPACES TO WS-QUEUE-STATUS-LINE
           STRING "ITEMS " WS-EDIT-COUNT
               "   UNCLAIMED " WS-EDIT-COUNT-2
               "   PAGE " WS-EDIT-PAGE " OF " WS-EDIT-PAGES
               DELIMITED BY SIZE INTO WS-QUEUE-STATUS-LINE.

       1350-BUILD-PAGE-LINE.
           MOVE WS-PAGE-SUB TO WS-EDIT-LINE-NO
           MOVE WS-QUEUE-AGE(WS-ITEM-SUB) TO WS-EDIT-AGE
           MOVE WS-QUEUE-SOURCE-LENGTH(WS-ITEM-SUB) TO WS-EDIT-SOURCE
           MOVE WS-QUEUE-TARGET-LENGTH(WS-ITEM-SUB) TO WS-EDIT-TARGET
           IF WS-QUEUE-BUS-DATE(WS-ITEM-SUB) = ZERO
               MOVE "--------" TO WS-EDIT-DATE
           ELSE
               MOVE WS-QUEUE-BUS-DATE(WS-ITEM-SUB) TO WS-EDIT-DATE
           END-IF
           IF WS-QUEUE-CLAIM-STATUS(WS-ITEM-SUB) = "SUBMITTD"
               MOVE "SUB" TO WS-EDIT-CLAIM-FLAG
           ELSE
               MOVE SPACES TO WS-EDIT-CLAIM-FLAG
           END-IF
           STRING WS-EDIT-LINE-NO " "
               WS-QUEUE-FEED-NAME(WS-ITEM-SUB) " "
               WS-QUEUE-REC-KEY(WS-ITEM-SUB) " "
               WS-QUEUE-FIELD-ID(WS-ITEM-SUB) " "
               WS-QUEUE-REASON(WS-ITEM-SUB) " "
               WS-EDIT-DATE " "
               WS-EDIT-AGE " "
               WS-EDIT-SOURCE " "
               WS-EDIT-TARGET " "
               WS-QUEUE-UNIT(WS-ITEM-SUB) " "
               WS-QUEUE-CLAIMED-BY(WS-ITEM-SUB) " "
               WS-EDIT-CLAIM-FLAG
               DELIMITED BY SIZE INTO WS-PAGE-LINE(WS-PAGE-SUB).

      *    One round trip of the queue screen: show the page and the
      *    analyst's own counts, take the command, act on it.
       2000-RUN-QUEUE-SCREEN.
           PERFORM 4300-BUILD-MY-WORK-LINE
           MOVE SPACE TO WS-COMMAND
           MOVE ZERO TO WS-COMMAND-LINE
           DISPLAY QUEUE-SCREEN
           ACCEPT QUEUE-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-FILTER-FEED) TO WS-FILTER-FEED
           MOVE FUNCTION UPPER-CASE(WS-FILTER-REASON)
               TO WS-FILTER-REASON
           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-COMMAND
               WHEN "F"
               WHEN SPACE
                   PERFORM 1000-LOAD-QUEUE
                   PERFORM 4000-COUNT-TEAM-WORK
               WHEN "N"
                   IF WS-PAGE-NUMBER < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE-NUMBER
                   ELSE
                       MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
                   END-IF
                   PERFORM 1300-BUILD-PAGE
               WHEN "P"
                   IF WS-PAGE-NUMBER > 1
                       SUBTRACT 1 FROM WS-PAGE-NUMBER
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
                   END-IF
                   PERFORM 1300-BUILD-PAGE
               WHEN "C"
                   PERFORM 2050-SELECT-LINE
                   IF WS-ITEM-OK
                       PERFORM 2100-CLAIM-ITEM
                       PERFORM 4000-COUNT-TEAM-WORK
                   END-IF
               WHEN "R"
                   PERFORM 2050-SELECT-LINE
                   IF WS-ITEM-OK
                       PERFORM 2200-RELEASE-ITEM
                       PERFORM 4000-COUNT-TEAM-WORK
                   END-IF
               WHEN "W"
                   PERFORM 2050-SELECT-LINE
                   IF WS-ITEM-OK
                       PERFORM 2100-CLAIM-ITEM
                   END-IF
                   IF WS-ITEM-OK
                       PERFORM 3000-WORK-ITEM
                       PERFORM 4000-COUNT-TEAM-WORK
                   END-IF
               WHEN "T"
                   PERFORM 4000-COUNT-TEAM-WORK
                   PERFORM 4500-SHOW-TEAM-SCREEN
               WHEN "X"
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND - SEE THE COMMAND LIST BELOW"
                       TO WS-MESSAGE
           END-EVALUATE.

      *    Turns the LINE number keyed with C, R or W into the queue
      *    entry it shows on the current page.
       2050-SELECT-LINE.
           MOVE "N" TO WS-ITEM-OK-SWITCH
           COMPUTE WS-ITEM-SUB = WS-PAGE-FIRST + WS-COMMAND-LINE - 1
           IF WS-COMMAND-LINE < 1
               OR WS-COMMAND-LINE > WS-PAGE-SIZE
               OR WS-ITEM-SUB > WS-QUEUE-COUNT
               MOVE "KEY THE LINE NUMBER OF AN ITEM ON THIS PAGE"
                   TO WS-MESSAGE
           ELSE
               SET WS-ITEM-OK TO TRUE
           END-IF.

      *    The WRITE is the lock: the claim key is feed plus record
      *    key, so a second analyst's WRITE fails INVALID KEY and the
      *    existing claim is read back to say who holds it.  A claim
      *    the analyst already holds is simply kept.  WS-ITEM-OK is
      *    left set only when the analyst now holds the item.
       2100-CLAIM-ITEM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-QUEUE-FEED-NAME(WS-ITEM-SUB) TO SCLM-FEED-NAME
           MOVE WS-QUEUE-REC-KEY(WS-ITEM-SUB)   TO SCLM-REC-KEY
           MOVE WS-ANALYST-ID                   TO SCLM-ANALYST
           MOVE "CLAIMED"                       TO SCLM-STATUS
           MOVE WS-CURRENT-TIMESTAMP            TO SCLM-CLAIM-TIMESTAMP
           MOVE SPACES                        TO SCLM-SUBMIT-TIMESTAMP
           WRITE SCLM-RECORD
               INVALID KEY
                   READ CLAIM-FILE
                       INVALID KEY
                           MOVE SPACES TO SCLM-ANALYST
                           MOVE SPACES TO SCLM-STATUS
                   END-READ
                   IF SCLM-ANALYST = WS-ANALYST-ID
                       MOVE "ITEM IS ALREADY CLAIMED BY YOU"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "N" TO WS-ITEM-OK-SWITCH
                       STRING "ITEM IS CLAIMED BY " SCLM-ANALYST
                           " - LEAVE IT TO THEM"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               NOT INVALID KEY
                   MOVE "ITEM CLAIMED" TO WS-MESSAGE
           END-WRITE
           PERFORM 2300-POST-CLAIM-TO-QUEUE.

      *    Only the holder can release a claim, and not while a
      *    correction of theirs is still on SUSFIXTR - until then it
      *    is the maker's item.
       2200-RELEASE-ITEM.
           MOVE WS-QUEUE-FEED-NAME(WS-ITEM-SUB) TO SCLM-FEED-NAME
           MOVE WS-QUEUE-REC-KEY(WS-ITEM-SUB)   TO SCLM-REC-KEY
           PERFORM 3420-FIND-PENDING-CORRECTION
           READ CLAIM-FILE
               INVALID KEY
                   MOVE SPACES TO SCLM-ANALYST
                   MOVE SPACES TO SCLM-STATUS
           END-READ
           EVALUATE TRUE
               WHEN SCLM-ANALYST = SPACES
                   MOVE "ITEM IS NOT CLAIMED" TO WS-MESSAGE
               WHEN SCLM-ANALYST NOT = WS-ANALYST-ID
                   STRING "ITEM IS CLAIMED BY " SCLM-ANALYST
                       " - ONLY THEY CAN RELEASE IT"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN SCLM-SUBMITTED
                   AND WS-CORRECTION-PENDING
                   STRING "CORRECTION PENDING ON SUSFIXTR - THE ITEM "
                       "STAYS YOURS UNTIL SUSFIX CLEARS IT"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   DELETE CLAIM-FILE RECORD
                       INVALID KEY
                           MOVE "CLAIM COULD NOT BE RELEASED"
                               TO WS-MESSAGE
                       NOT INVALID KEY
                           MOVE SPACES TO SCLM-ANALYST
                           MOVE SPACES TO SCLM-STATUS
                           MOVE "CLAIM RELEASED" TO WS-MESSAGE
                   END-DELETE
           END-EVALUATE
           PERFORM 2300-POST-CLAIM-TO-QUEUE.

      *    Every queue entry for the same feed and record key shares
      *    the claim just read or written - a record can sit in
      *    suspense more than once - so all of them are brought in
      *    line and the page and unclaimed count rebuilt.
       2300-POST-CLAIM-TO-QUEUE.
           MOVE ZERO TO WS-QUEUE-UNCLAIMED
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-QUEUE-COUNT
               IF WS-QUEUE-FEED-NAME(WS-SCAN-SUB) = SCLM-FEED-NAME
                   AND WS-QUEUE-REC-KEY(WS-SCAN-SUB) = SCLM-REC-KEY
                   MOVE SCLM-ANALYST
                       TO WS-QUEUE-CLAIMED-BY(WS-SCAN-SUB)
                   MOVE SCLM-STATUS
                       TO WS-QUEUE-CLAIM-STATUS(WS-SCAN-SUB)
               END-IF
               IF WS-QUEUE-CLAIMED-BY(WS-SCAN-SUB) = SPACES
                   ADD 1 TO WS-QUEUE-UNCLAIMED
               END-IF
           END-PERFORM
           PERFORM 1300-BUILD-PAGE.

      *    The work screen for one claimed item.  The record is
      *    re-read from MOVCHKSU so what is shown and checked is what
      *    is held now, not what was held when the queue was loaded.
       3000-WORK-ITEM.
           MOVE WS-QUEUE-SUS-KEY(WS-ITEM-SUB) TO SUS-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK-SWITCH
           END-READ
           IF NOT WS-ITEM-OK
               STRING "ITEM HAS LEFT SUSPENSE - PRESS ENTER TO "
                   "REFRESH THE QUEUE"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               PERFORM 3100-SHOW-HELD-RECORD
               MOVE SPACES TO WS-CORRECTION
               MOVE SPACES TO WS-CHECK-LINE-1
               MOVE SPACES TO WS-CHECK-LINE-2
               MOVE SPACES TO WS-MESSAGE
               MOVE "N" TO WS-WORK-DONE-SWITCH
               PERFORM 3050-RUN-WORK-SCREEN
                   UNTIL WS-WORK-DONE
           END-IF.

       3050-RUN-WORK-SCREEN.
           MOVE SPACE TO WS-ACTION
           DISPLAY WORK-SCREEN
           ACCEPT WORK-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-ACTION
               WHEN "K"
               WHEN SPACE
                   PERFORM 3200-CHECK-CORRECTION
               WHEN "S"
                   PERFORM 3200-CHECK-CORRECTION
                   IF WS-CHECK-PASSED
                       PERFORM 3400-SUBMIT-CORRECTION
                   ELSE
                       MOVE "NOT SUBMITTED - THE CORRECTION FAILED"
                           TO WS-MESSAGE
                   END-IF
               WHEN "Q"
                   SET WS-WORK-DONE TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - K, S OR Q" TO WS-MESSAGE
           END-EVALUATE.

      *    Builds the fixed part of the work screen from SUS-RECORD:
      *    the item's identity, the value as held (already redacted
      *    on MOVCHKSU for a sensitive field), the lengths it failed
      *    with, and the limit in force for its business date.
       3100-SHOW-HELD-RECORD.
           MOVE SUS-ORIGINAL-DATA TO WS-HELD-DATA
           IF SUS-BUSINESS-DATE IS NUMERIC
               MOVE SUS-BUSINESS-DATE TO WS-HELD-BUS-DATE
               MOVE SUS-BUSINESS-DATE TO WS-EDIT-DATE
           ELSE
               MOVE ZERO TO WS-HELD-BUS-DATE
               MOVE "--------" TO WS-EDIT-DATE
           END-IF
           PERFORM 1150-COMPUTE-AGE
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE

           MOVE SPACES TO WS-HELD-LINE-1
           STRING "FEED " SUS-FEED-NAME
               "  KEY " SUS-REC-KEY
               "  SUSPENDED " SUS-TIMESTAMP(1:8)
               " " SUS-TIMESTAMP(9:6)
               "  CYCLE " SUS-CYCLE-NUMBER
               DELIMITED BY SIZE INTO WS-HELD-LINE-1
           MOVE SPACES TO WS-HELD-LINE-2
           STRING "FIELD " SUS-FIELD-ID
               "  REASON " SUS-REASON-CODE
               "  BUSINESS DATE " WS-EDIT-DATE
               "  AGE " WS-EDIT-AGE " BUSINESS DAYS"
               DELIMITED BY SIZE INTO WS-HELD-LINE-2

           MOVE SUS-SOURCE-LENGTH TO WS-EDIT-SOURCE
           MOVE SUS-TARGET-LENGTH TO WS-EDIT-TARGET
           IF SUS-LENGTH-UNIT = "C"
               MOVE "CHARACTERS" TO WS-UNIT-WORD
           ELSE
               MOVE "BYTES" TO WS-UNIT-WORD
           END-IF
           MOVE SPACES TO WS-HELD-LENGTH-LINE
           IF SUS-BYTE-LENGTH IS NUMERIC
               AND SUS-CHAR-LENGTH IS NUMERIC
               MOVE SUS-BYTE-LENGTH TO WS-EDIT-BYTES
               MOVE SUS-CHAR-LENGTH TO WS-EDIT-CHARS
               STRING "SOURCE LENGTH " WS-EDIT-SOURCE
                   "  TARGET LENGTH " WS-EDIT-TARGET
                   " " WS-UNIT-WORD
                   "  (" WS-EDIT-BYTES " BYTES, "
                   WS-EDIT-CHARS " CHARACTERS)"
                   DELIMITED BY SIZE INTO WS-HELD-LENGTH-LINE
           ELSE
               STRING "SOURCE LENGTH " WS-EDIT-SOURCE
                   "  TARGET LENGTH " WS-EDIT-TARGET
                   " " WS-UNIT-WORD
                   DELIMITED BY SIZE INTO WS-HELD-LENGTH-LINE
           END-IF

           PERFORM 3150-SET-CHECK-DATE
           PERFORM 3250-RESOLVE-LIMIT
           MOVE WS-TARGET-LENGTH TO WS-EDIT-TARGET
           MOVE WS-LIMIT-DATE TO WS-EDIT-DATE
           MOVE SPACES TO WS-LIMIT-LINE
           STRING "FLDMXMST LIMIT IN FORCE FOR " WS-EDIT-DATE
               ": " WS-EDIT-TARGET " " WS-UNIT-WORD
               "  ENCODING " WS-FIELD-ENCODING
               DELIMITED BY SIZE INTO WS-LIMIT-LINE
           IF NOT WS-FLDMX-HIT
               MOVE SPACES TO WS-LIMIT-LINE
               STRING "NO FLDMXMST VERSION OF " SUS-FIELD-ID
                   " IN FORCE FOR " WS-EDIT-DATE
                   " - JUDGED AGAINST 100 AS SUSFIX DOES"
                   DELIMITED BY SIZE INTO WS-LIMIT-LINE
           END-IF.

      *    The item's own business date; a record from before the
      *    business date was carried has only the processing date.
       3150-SET-CHECK-DATE.
           IF WS-HELD-BUS-DATE = ZERO
               MOVE WS-PROCESSING-DATE TO WS-LIMIT-DATE
           ELSE
               MOVE WS-HELD-BUS-DATE TO WS-LIMIT-DATE
           END-IF.

      *    Two checks, both of which must pass: the limit in force
      *    for the item's business date, and the limit SUSFIX will
      *    re-check by, in force on the next processing day.  They
      *    differ only when FLDMXMST has moved since the feed, and
      *    then a correction that passes the first but not the second
      *    would only bounce on the next SUSFIX run.
       3200-CHECK-CORRECTION.
           MOVE "N" TO WS-CHECK-PASSED-SWITCH
           MOVE SPACES TO WS-CHECK-LINE-1
           MOVE SPACES TO WS-CHECK-LINE-2
           IF WS-CORRECTION = SPACES
               MOVE "NOTHING KEYED - TYPE THE CORRECTED VALUE ABOVE"
                   TO WS-CHECK-LINE-1
           ELSE
               PERFORM 3150-SET-CHECK-DATE
               PERFORM 3300-JUDGE-AGAINST-LIMIT
               MOVE SPACES TO WS-CHECK-LINE-1
               PERFORM 3350-DESCRIBE-JUDGEMENT
               MOVE WS-CHECK-LINE-2 TO WS-CHECK-LINE-1
               MOVE SPACES TO WS-CHECK-LINE-2
               IF WS-CHECK-PASSED
                   MOVE WS-PROCESSING-DATE TO WS-LIMIT-DATE
                   PERFORM 3300-JUDGE-AGAINST-LIMIT
                   PERFORM 3350-DESCRIBE-JUDGEMENT
               END-IF
           END-IF.

      *    Resolves the FLDMXMST version in force for WS-LIMIT-DATE,
      *    exactly as SUSFIX 1200-LOOKUP-TARGET-LENGTH does - the
      *    greatest effective date at or before it, 100 when the
      *    field has none.
       3250-RESOLVE-LIMIT.
           MOVE 100 TO WS-TARGET-LENGTH
           MOVE SPACE TO WS-FIELD-ENCODING
           MOVE "N" TO WS-FLDMX-HIT-SWITCH
           MOVE ZERO TO WS-FLDMX-BEST-DATE
           PERFORM VARYING WS-FLDMX-IDX FROM 1 BY 1
               UNTIL WS-FLDMX-IDX > WS-FLDMX-COUNT
               IF WS-FLDMX-FIELD-ID(WS-FLDMX-IDX) = SUS-FIELD-ID
                   AND WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                       <= WS-LIMIT-DATE
                   IF NOT WS-FLDMX-HIT
                       OR WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                           >= WS-FLDMX-BEST-DATE
                       SET WS-FLDMX-HIT TO TRUE
                       MOVE WS-FLDMX-EFF-DATE(WS-FLDMX-IDX)
                           TO WS-FLDMX-BEST-DATE
                       MOVE WS-FLDMX-MAX-LENGTH(WS-FLDMX-IDX)
                           TO WS-TARGET-LENGTH
                       MOVE WS-FLDMX-ENCODING(WS-FLDMX-IDX)
                           TO WS-FIELD-ENCODING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIELD-IN-CHARS
               MOVE "CHARACTERS" TO WS-UNIT-WORD
           ELSE
               MOVE "BYTES" TO WS-UNIT-WORD
           END-IF.

      *    Measures the keyed value under the version in force for
      *    WS-LIMIT-DATE and sets WS-CHECK-PASSED from it: well-
      *    formed UTF-8 for a UTF-8 field, within the limit in the
      *    field's unit, and within the 100-byte target area.
       3300-JUDGE-AGAINST-LIMIT.
           MOVE WS-CORRECTION TO WS-AREA-1
           PERFORM 3250-RESOLVE-LIMIT
           PERFORM 3500-MEASURE-AREA-1
           IF WS-ENCODING-BAD
               OR WS-LENGTH > WS-TARGET-LENGTH
               OR WS-BYTE-LENGTH > WS-TARGET-BUFFER-SIZE
               MOVE "N" TO WS-CHECK-PASSED-SWITCH
           ELSE
               SET WS-CHECK-PASSED TO TRUE
           END-IF.

      *    One line saying how the value measured against the limit
      *    just judged, into WS-CHECK-LINE-2.
       3350-DESCRIBE-JUDGEMENT.
           MOVE WS-LENGTH        TO WS-EDIT-SOURCE
           MOVE WS-TARGET-LENGTH TO WS-EDIT-TARGET
           MOVE WS-BYTE-LENGTH   TO WS-EDIT-BYTES
           MOVE WS-LIMIT-DATE    TO WS-EDIT-DATE
           MOVE SPACES TO WS-CHECK-LINE-2
           EVALUATE TRUE
               WHEN WS-ENCODING-BAD
                   STRING "REFUSED - NOT WELL-FORMED UTF-8 (FIELD "
                       "ENCODING " WS-FIELD-ENCODING " AS OF "
                       WS-EDIT-DATE ")"
                       DELIMITED BY SIZE INTO WS-CHECK-LINE-2
               WHEN WS-LENGTH > WS-TARGET-LENGTH
                   STRING "REFUSED - " WS-EDIT-SOURCE " " WS-UNIT-WORD
                       " OVER THE LIMIT OF " WS-EDIT-TARGET
                       " IN FORCE FOR " WS-EDIT-DATE
                       DELIMITED BY SIZE INTO WS-CHECK-LINE-2
               WHEN WS-BYTE-LENGTH > WS-TARGET-BUFFER-SIZE
                   STRING "REFUSED - " WS-EDIT-BYTES
                       " BYTES, OVER THE 100-BYTE TARGET AREA"
                       DELIMITED BY SIZE INTO WS-CHECK-LINE-2
               WHEN OTHER
                   STRING "FITS - " WS-EDIT-SOURCE " OF "
                       WS-EDIT-TARGET " " WS-UNIT-WORD
                       " IN FORCE FOR " WS-EDIT-DATE
                       DELIMITED BY SIZE INTO WS-CHECK-LINE-2
           END-EVALUATE.

      *    Re-reads the claim and the held record before writing, so
      *    a claim released or an item cleared since the screen was
      *    drawn is caught here.  One pending correction per item:
      *    SUSFIX applies SUSFIXTR in file order and a second entry
      *    for the same record would be overtaken by the first.  A
      *    submitted item whose correction has since left SUSFIXTR
      *    but is still in suspense - SUSFIX found it still
      *    oversized - may be keyed again.  An item that has left
      *    suspense ends the work screen, as 3000 would have.
       3400-SUBMIT-CORRECTION.
           MOVE "Y" TO WS-ITEM-OK-SWITCH
           MOVE WS-QUEUE-SUS-KEY(WS-ITEM-SUB) TO SUS-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK-SWITCH
           END-READ
           MOVE WS-QUEUE-FEED-NAME(WS-ITEM-SUB) TO SCLM-FEED-NAME
           MOVE WS-QUEUE-REC-KEY(WS-ITEM-SUB)   TO SCLM-REC-KEY
           PERFORM 3420-FIND-PENDING-CORRECTION
           READ CLAIM-FILE
               INVALID KEY
                   MOVE SPACES TO SCLM-ANALYST
                   MOVE SPACES TO SCLM-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ITEM-OK
                   STRING "ITEM HAS LEFT SUSPENSE - PRESS ENTER TO "
                       "REFRESH THE QUEUE"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   SET WS-WORK-DONE TO TRUE
               WHEN SCLM-ANALYST NOT = WS-ANALYST-ID
                   STRING "NOT SUBMITTED - YOU NO LONGER HOLD THE "
                       "CLAIM ON THIS ITEM"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN WS-CORRECTION-PENDING
                   STRING "NOT SUBMITTED - A CORRECTION FOR THIS "
                       "ITEM IS ALREADY PENDING ON SUSFIXTR"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   PERFORM 3450-WRITE-CORRECTION
           END-EVALUATE.

      *    Sets WS-CORRECTION-PENDING when SUSFIXTR already holds
      *    a correction for SCLM-FEED-NAME and SCLM-REC-KEY.  No
      *    SUSFIXTR yet means nothing is pending.
       3420-FIND-PENDING-CORRECTION.
           MOVE "N" TO WS-PENDING-SWITCH
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CORRECTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUSCOR-FEED-NAME = SCLM-FEED-NAME
                               AND SUSCOR-REC-KEY = SCLM-REC-KEY
                               SET WS-CORRECTION-PENDING TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3450-WRITE-CORRECTION.
           OPEN EXTEND CORRECTION-FILE
           IF WS-CORRECTION-STATUS = "35"
               OPEN OUTPUT CORRECTION-FILE
           END-IF
           IF WS-CORRECTION-STATUS NOT = "00"
               STRING "NOT SUBMITTED - SUSFIXTR CANNOT BE OPENED, "
                   "STATUS " WS-CORRECTION-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE SUS-FEED-NAME  TO SUSCOR-FEED-NAME
               MOVE SUS-REC-KEY    TO SUSCOR-REC-KEY
               MOVE WS-ANALYST-ID  TO SUSCOR-CORRECTED-BY
               MOVE WS-CORRECTION  TO SUSCOR-CORRECTED-DATA
               WRITE SUSCOR-RECORD
               CLOSE CORRECTION-FILE

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE "SUBMITTD"     TO SCLM-STATUS
               MOVE WS-CURRENT-TIMESTAMP TO SCLM-SUBMIT-TIMESTAMP
               REWRITE SCLM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 2300-POST-CLAIM-TO-QUEUE
               STRING "CORRECTION SUBMITTED TO SUSFIXTR - AWAITING "
                   "SECOND-USER APPROVAL"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               SET WS-WORK-DONE TO TRUE
           END-IF.

      *    Measures the keyed value the way MOVCHK01 and SUSFIX will:
      *    WS-LENGTH in the field's unit (characters for encoding C,
      *    bytes otherwise) plus the byte and character lengths both.
      *    Only UTF-8 fields keep their leading spaces, so a
      *    single-byte field measures exactly as it always has.
       3500-MEASURE-AREA-1.
           MOVE "N" TO WS-ENCODING-SWITCH
           IF WS-FIELD-UTF8
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AREA-1 TRAILING))
                   TO WS-BYTE-LENGTH
               PERFORM 3510-MEASURE-UTF8-VALUE
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
      *    time, counting characters, by the same rules as MOVCHK01:
      *    lead byte 00-7F one byte, C2-DF two, E0-EF three, F0-F4
      *    four; any other lead byte, a continuation byte outside
      *    80-BF, or a sequence cut off by the end of the value is
      *    malformed and stops the walk.
       3510-MEASURE-UTF8-VALUE.
           MOVE ZERO TO WS-CHAR-LENGTH
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
                   ADD WS-UTF8-SEQ-LEN TO WS-UTF8-POS
               END-IF
           END-PERFORM.

      *    One pass over the claim file, folding every claim into
      *    its analyst's counts.  Whether a claim is still open is
      *    asked of MOVCHKSU itself - a record SUSFIX has recycled is
      *    finished work however its claim reads.
       4000-COUNT-TEAM-WORK.
           MOVE ZERO TO WS-TEAM-COUNT
           MOVE LOW-VALUES TO SCLM-KEY
           MOVE "N" TO WS-EOF-SWITCH
           START CLAIM-FILE KEY >= SCLM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-TAKE-ONE-CLAIM
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH

           MOVE ZERO TO WS-MY-OPEN
           MOVE ZERO TO WS-MY-CLAIMED
           MOVE ZERO TO WS-MY-SUBMITTED
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TEAM-ANALYST(WS-TEAM-IDX) = WS-ANALYST-ID
                   MOVE WS-TEAM-OPEN(WS-TEAM-IDX) TO WS-MY-OPEN
                   MOVE WS-TEAM-CLAIMED(WS-TEAM-IDX) TO WS-MY-CLAIMED
                   MOVE WS-TEAM-SUBMITTED(WS-TEAM-IDX)
                       TO WS-MY-SUBMITTED
               END-IF
           END-PERFORM.

       4100-TAKE-ONE-CLAIM.
           PERFORM 4150-CHECK-ITEM-OPEN
           IF WS-ITEM-OPEN
               OR (SCLM-SUBMITTED
                   AND SCLM-SUBMIT-TIMESTAMP(1:8) = WS-TODAY-DATE)
               PERFORM 4200-FIND-OR-ADD-ANALYST
               IF WS-TEAM-FOUND
                   IF WS-ITEM-OPEN
                       ADD 1 TO WS-TEAM-OPEN(WS-TEAM-IDX)
                       IF SCLM-CLAIMED
                           ADD 1 TO WS-TEAM-CLAIMED(WS-TEAM-IDX)
                       END-IF
                   END-IF
                   IF SCLM-SUBMITTED
                       AND SCLM-SUBMIT-TIMESTAMP(1:8) = WS-TODAY-DATE
                       ADD 1 TO WS-TEAM-SUBMITTED(WS-TEAM-IDX)
                   END-IF
               END-IF
           END-IF.

      *    Generic read on the claim's feed and record key: open when
      *    any MOVCHKSU record still carries the pair.
       4150-CHECK-ITEM-OPEN.
           MOVE "N" TO WS-ITEM-OPEN-SWITCH
           MOVE SCLM-FEED-NAME TO SUS-FEED-NAME
           MOVE SCLM-REC-KEY   TO SUS-REC-KEY
           MOVE LOW-VALUES     TO SUS-TIMESTAMP
           START SUSPENSE-FILE KEY >= SUS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUS-FEED-NAME = SCLM-FEED-NAME
                               AND SUS-REC-KEY = SCLM-REC-KEY
                               SET WS-ITEM-OPEN TO TRUE
                           END-IF
                   END-READ
           END-START.

       4200-FIND-OR-ADD-ANALYST.
           MOVE "N" TO WS-TEAM-FOUND-SWITCH
           SET WS-TEAM-IDX TO 1
           PERFORM UNTIL WS-TEAM-FOUND
               OR WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TEAM-ANALYST(WS-TEAM-IDX) = SCLM-ANALYST
                   SET WS-TEAM-FOUND TO TRUE
               ELSE
                   SET WS-TEAM-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-TEAM-FOUND
               AND WS-TEAM-COUNT < 50
               SET WS-TEAM-IDX TO WS-TEAM-COUNT
               SET WS-TEAM-IDX UP BY 1
               MOVE SCLM-ANALYST TO WS-TEAM-ANALYST(WS-TEAM-IDX)
               MOVE ZERO TO WS-TEAM-OPEN(WS-TEAM-IDX)
               MOVE ZERO TO WS-TEAM-CLAIMED(WS-TEAM-IDX)
               MOVE ZERO TO WS-TEAM-SUBMITTED(WS-TEAM-IDX)
               SET WS-TEAM-COUNT TO WS-TEAM-IDX
               SET WS-TEAM-FOUND TO TRUE
           END-IF.

       4300-BUILD-MY-WORK-LINE.
           MOVE WS-MY-OPEN      TO WS-EDIT-COUNT
           MOVE WS-MY-CLAIMED   TO WS-EDIT-COUNT-2
           MOVE WS-MY-SUBMITTED TO WS-EDIT-COUNT-3
           MOVE SPACES TO WS-MY-WORK-LINE
           STRING "YOUR WORK - OPEN " WS-EDIT-COUNT
               "   CLAIMED " WS-EDIT-COUNT-2
               "   SUBMITTED TODAY " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO WS-MY-WORK-LINE.

      *    The shift lead's panel: one line per analyst holding or
      *    having submitted work, as counted by 4000.  Fourteen fit
      *    the screen; more are totalled on the status line.
       4500-SHOW-TEAM-SCREEN.
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > 14
               MOVE SPACES TO WS-TEAM-LINE(WS-PAGE-SUB)
               IF WS-PAGE-SUB <= WS-TEAM-COUNT
                   MOVE WS-TEAM-OPEN(WS-PAGE-SUB) TO WS-EDIT-COUNT
                   MOVE WS-TEAM-CLAIMED(WS-PAGE-SUB)
                       TO WS-EDIT-COUNT-2
                   MOVE WS-TEAM-SUBMITTED(WS-PAGE-SUB)
                       TO WS-EDIT-COUNT-3
                   STRING WS-TEAM-ANALYST(WS-PAGE-SUB)
                       "     " WS-EDIT-COUNT
                       "     " WS-EDIT-COUNT-2
                       "     " WS-EDIT-COUNT-3
                       DELIMITED BY SIZE
                       INTO WS-TEAM-LINE(WS-PAGE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-TEAM-COUNT TO WS-EDIT-COUNT
           MOVE WS-QUEUE-UNCLAIMED TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-TEAM-STATUS-LINE
           STRING "ANALYSTS " WS-EDIT-COUNT
               "   UNCLAIMED ITEMS IN THE CURRENT QUEUE "
               WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-TEAM-STATUS-LINE
           MOVE SPACES TO WS-MESSAGE
           IF WS-TEAM-COUNT > 14
               MOVE "MORE THAN 14 ANALYSTS - THE FIRST 14 ARE SHOWN"
                   TO WS-MESSAGE
           END-IF
           MOVE SPACE TO WS-ACTION
           DISPLAY TEAM-SCREEN
           ACCEPT TEAM-SCREEN
           MOVE SPACES TO WS-MESSAGE.

      *    Business days from 1601-01-01 through WS-BUSCL-DATE: five
      *    for every whole week, the weekdays of the part week, then
      *    each calendar row dated on or before it - a weekday
      *    holiday takes one off, a weekend working day adds one.
       5250-COUNT-BUSINESS-ORDINAL.
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

      *    Monday to Friday is a business day unless the calendar
      *    lists it as a holiday; a weekend day only when it is
      *    listed as a working day.
       5260-JUDGE-BUSINESS-DAY.
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

      *    Start-up failures: the reason has already been displayed;
      *    the session ends with return code 12.
       9800-ABORT-RUN.
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       END PROGRAM SUSQUEUE.
