      *  once per file; a missing input is skipped with a warning so
      *  the three conversions can be staged separately.
      *
      *  This conversion loads straight into the current layouts.
      *  Indexed trails that were already in service before the
      *  length columns and the control chain lengthened the audit
      *  and suspense records are brought forward by TRLRLOAD, which
      *  fills the new columns the same way.
      *
      *  CHANGE LOG
      *  ----------
      *  2026-09-02  Initial version.
      *  2026-10-15  Converted suspense and audit rows carry the
      *              byte/character length columns: pre-conversion
      *              trails were judged in bytes, so both lengths
      *              take the source length and the unit is B.
      *  2026-10-15  Converted audit rows go in with a zero chain
      *              sequence and value - they predate the control
      *              chain, which starts with MOVCHK01's first run
      *              on the converted trail.
      *  2026-10-15  Header points to TRLRLOAD for indexed trails
      *              already in service in the shorter layouts.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRLCONV.
           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

       1000-CONVERT-SUSPENSE-TRAIL.
               MOVE ZERO              TO SUS-BUSINESS-DATE
           END-IF
           MOVE OSUS-ORIGINAL-DATA    TO SUS-ORIGINAL-DATA
           MOVE OSUS-SOURCE-LENGTH    TO SUS-BYTE-LENGTH
           MOVE OSUS-SOURCE-LENGTH    TO SUS-CHAR-LENGTH
           MOVE "B"                   TO SUS-LENGTH-UNIT
           WRITE SUS-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUMM-REJECTS
           ELSE
               MOVE ZERO              TO AUD-BUSINESS-DATE
           END-IF
           MOVE OAUD-SOURCE-LENGTH    TO AUD-BYTE-LENGTH
           MOVE OAUD-SOURCE-LENGTH    TO AUD-CHAR-LENGTH
           MOVE "B"                   TO AUD-LENGTH-UNIT
           MOVE ZERO                  TO AUD-CHAIN-SEQ
           MOVE ZERO                  TO AUD-CHAIN-VALUE
           WRITE AUD-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUMM-REJECTS
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

