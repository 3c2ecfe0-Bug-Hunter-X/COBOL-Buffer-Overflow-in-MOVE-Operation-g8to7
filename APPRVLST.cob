           MOVE "RUNNING"            TO JOBST-OUTCOME
           MOVE ZERO                 TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD.

       0100-LOAD-APPROVALS.
           MOVE WS-RUN-OUTCOME       TO JOBST-OUTCOME
           MOVE WS-RETURN-CODE       TO JOBST-RETURN-CODE
           MOVE ZERO                 TO JOBST-CYCLE-NUMBER
           MOVE ZERO                 TO JOBST-PARTITION
           WRITE JOBST-RECORD
           CLOSE JOBSTAT-FILE.

