      *> PROGRAM-ID to WS-JOB-PROGRAM and PERFORM JOB-RUN-START at
      *> the top of BEGIN, then PERFORM JOB-RUN-END immediately
      *> before every EXIT PROGRAM (with its counters moved to
      *> WS-JOB-READ/WRITTEN/REJECTED wherever they are final, and
      *> WS-JOB-SKIPPED for a checkpoint restart).
      *> JOB-RUN-END reads RETURN-CODE itself, so the caller's exit
      *> code is recorded exactly as the job stream will see it.
      *>---------------------------------------------------------------
           MOVE WS-JOB-READ     TO JOB-READ-COUNT
           MOVE WS-JOB-WRITTEN  TO JOB-WRITE-COUNT
           MOVE WS-JOB-REJECTED TO JOB-REJECT-COUNT
           MOVE WS-JOB-SKIPPED  TO JOB-SKIP-COUNT

           OPEN EXTEND JOB-HISTORY-FILE
           WRITE JOB-HISTORY-RECORD
