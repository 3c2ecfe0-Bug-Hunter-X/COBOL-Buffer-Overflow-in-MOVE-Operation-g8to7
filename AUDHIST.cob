           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

      *    Positional PARMs: 1 = draft margin in bytes (a field whose
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

