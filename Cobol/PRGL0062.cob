           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-FILE ASSIGN TO "prgl0062-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD CHECKPOINT-FILE.
       COPY "CKPTREC.CPY".    *> Shared checkpoint layout (CKPT-STATE, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".   *> Fields used by the shared record-lock paragraphs

       01 WS-CKPT-STATUS       PIC XX.          *> CHECKPOINT-FILE I/O status
       01 WS-QUEUE-SEQ         PIC 9(6) VALUE 0. *> Position in the queue
       01 WS-QUEUE-READ        PIC 9(6) VALUE 0. *> Queued balances worked this run
       COPY "CKPTWS.CPY".     *> Fields used by the shared checkpoint paragraphs

       PROCEDURE DIVISION.
       BEGIN.

                   WS-PERIOD-DATE(1:6) " IS CLOSED - NOTHING "
                   "WRITTEN OFF.***"
               MOVE 6 TO RETURN-CODE              *> 6 = period closed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
           MOVE "BAD-DEBT WRITE-OFF REVIEW" TO REPORT-LINE
           PERFORM WRITE-WRITEOFF-LINE

           *> Checkpoint/restart: if a prior run of this job was
           *> interrupted partway through, prgl0062-checkpoint.txt
           *> holds how many queued balances it had finished (and
           *> the ledger key of any write-off it was writing at the
           *> time).  The restart works the interrupted run's own
           *> queue rather than building a new one, skipping the
           *> balances already done, so none is written off twice.
           MOVE WS-TODAY-FORMATTED TO WS-CKPT-RUN-ID
           PERFORM CKPT-LOAD-CHECKPOINT
           IF WS-CKPT-RESTART = "Y"
               PERFORM COUNT-QUEUED-WRITEOFFS
           ELSE
               PERFORM BUILD-WRITEOFF-QUEUE
           END-IF

           IF WS-QUEUE-COUNT = 0
               DISPLAY "(NO BALANCES QUALIFY FOR WRITE-OFF.)"
               PERFORM CKPT-CLEAR-CHECKPOINT
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to write off
               MOVE WS-CKPT-PRIOR TO WS-JOB-SKIPPED
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

               STRING "RUN NOT CONFIRMED - NO WRITE-OFFS POSTED."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-WRITEOFF-LINE
      *> Declining a restart abandons the interrupted run; the next
      *> run builds a fresh queue, which no longer lists a balance
      *> already written off.
               PERFORM CKPT-CLEAR-CHECKPOINT
               CLOSE REPORT-FILE
               MOVE 2 TO RETURN-CODE              *> 2 = not confirmed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           PERFORM POST-QUEUED-WRITEOFFS
           PERFORM CKPT-CLEAR-CHECKPOINT

           MOVE SPACES TO REPORT-LINE
           STRING "WRITE-OFFS POSTED: " DELIMITED BY SIZE
                  WS-WRITEOFF-COUNT DELIMITED BY SIZE
                  "   SKIPPED ON RESTART: " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-WRITEOFF-LINE

           CLOSE REPORT-FILE

           MOVE 0 TO RETURN-CODE

           MOVE WS-QUEUE-READ TO WS-JOB-READ
           MOVE WS-WRITEOFF-COUNT TO WS-JOB-WRITTEN
           MOVE WS-CKPT-PRIOR TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.
       ACCUMULATE-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-CHARGES
                   IF WS-OLDEST-CHARGE-INT = 0
                       OR FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(BILL-DATE))
                   END-IF
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
                   ADD BILL-AMOUNT TO WS-CHARGES
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   ADD BILL-AMOUNT TO WS-PAYMENTS
           END-EVALUATE.

               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> COUNT-QUEUED-WRITEOFFS - on a restart, the interrupted
      *> run's queue is reused as it stands; this reports what is
      *> left on it for the operator to confirm.
      *>-----------------------------------------------------------
       COUNT-QUEUED-WRITEOFFS.
           MOVE SPACES TO REPORT-LINE
           STRING "RESTARTING RUN OF " DELIMITED BY SIZE
                  WS-CKPT-PRIOR-RUN DELIMITED BY SIZE
                  " AFTER CHECKPOINT - " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  " BALANCE(S) ALREADY DONE, SKIPPED"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-WRITEOFF-LINE
           IF WS-CKPT-RECOVERED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "WRITE-OFF FOR " DELIMITED BY SIZE
                      WS-CKPT-LAST-KEY DELIMITED BY SPACE
                      " WAS POSTED BEFORE THE INTERRUPTION"
                      " - NOT POSTED AGAIN" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-WRITEOFF-LINE
           END-IF

           MOVE 0   TO WS-QUEUE-COUNT
           MOVE 0   TO WS-QUEUE-SEQ
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QUEUE-SEQ
                       IF WS-QUEUE-SEQ > WS-CKPT-PRIOR
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE QUEUE-BALANCE TO WS-BALANCE-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING "STILL QUEUED: " DELIMITED BY SIZE
                                  QUEUE-STUDENT-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-BALANCE-DISPLAY DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           PERFORM WRITE-WRITEOFF-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

      *>-----------------------------------------------------------
      *> POST-QUEUED-WRITEOFFS - reads writeoff-queue.txt built by
      *> BUILD-WRITEOFF-QUEUE and posts one write-off payment row
      *> per queued student, plus a matching audit-log.txt entry.
      *> On a restart the first WS-CKPT-PRIOR balances were
      *> finished by the interrupted run and are passed over.
      *>-----------------------------------------------------------
       POST-QUEUED-WRITEOFFS.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-QUEUE-SEQ
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QUEUE-SEQ
                       IF WS-QUEUE-SEQ > WS-CKPT-PRIOR
                           ADD 1 TO WS-QUEUE-READ
                           MOVE QUEUE-STUDENT-ID TO WS-CKPT-ITEM-KEY
                           PERFORM POST-WRITEOFF
                           PERFORM CKPT-COMMIT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.
           MOVE "BAD DEBT WRITE-OFF" TO BILL-DESC
           MOVE QUEUE-BALANCE      TO BILL-AMOUNT

           MOVE BILL-KEY TO WS-CKPT-BILL-KEY
           PERFORM CKPT-MARK-PENDING

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY".  *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CKPTVAL.CPY".    *> Shared checkpoint/restart paragraphs
