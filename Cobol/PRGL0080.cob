       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO "payment-plans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT REPORT-FILE ASSIGN TO "payment-plan-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "prgl0080-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-CAMPUS, ...)

       FD PLAN-FILE.
       COPY "PLANREC.CPY".    *> Shared payment-plan layout (PLAN-ID, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       FD CHECKPOINT-FILE.
       COPY "CKPTREC.CPY".    *> Shared checkpoint layout (CKPT-STATE, ...)

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-PLAN-STATUS       PIC XX.          *> PLAN-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Plan-scan EOF flag

       COPY "PLANWS.CPY".     *> Fields used by the shared plan paragraphs

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       01 WS-CKPT-STATUS       PIC XX.          *> CHECKPOINT-FILE I/O status
       COPY "CKPTWS.CPY".     *> Fields used by the shared checkpoint paragraphs
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGL0080" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| PAYMENT PLAN INSTALLMENT BATCH                 |"
               TO REPORT-LINE
           PERFORM WRITE-PLAN-LINE

           *> Checkpoint/restart: if a prior run of this job was
           *> interrupted partway through, prgl0080-checkpoint.txt
           *> holds the last PLAN-ID it had finished.  The scan
           *> starts just past that plan, the same idea PRGA0022
           *> uses for its student scan, so no plan's installments
           *> are counted forward twice.
           MOVE WS-TODAY-FORMATTED TO WS-CKPT-RUN-ID
           PERFORM CKPT-LOAD-CHECKPOINT

           OPEN I-O PLAN-FILE
           IF WS-CKPT-RESTART = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "RESTARTING AFTER CHECKPOINT - "
                      DELIMITED BY SIZE
                      WS-CKPT-PRIOR DELIMITED BY SIZE
                      " PLAN(S) ALREADY DONE, SKIPPED"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-PLAN-LINE
               IF WS-CKPT-LAST-KEY NOT = SPACES
                   MOVE WS-CKPT-LAST-KEY(1:6) TO PLAN-ID
                   START PLAN-FILE KEY IS GREATER THAN PLAN-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PLAN-ID TO WS-CKPT-ITEM-KEY
                       IF PLAN-STATUS = "A"
                           ADD 1 TO WS-PLAN-COUNT
                           PERFORM PROCESS-ONE-PLAN
                       END-IF
                       PERFORM CKPT-COMMIT-ITEM
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE

           PERFORM CKPT-CLEAR-CHECKPOINT

           MOVE SPACES TO REPORT-LINE
           STRING "PLANS: " DELIMITED BY SIZE
                  WS-PLAN-COUNT DELIMITED BY SIZE
                  WS-DELINQ-COUNT DELIMITED BY SIZE
                  "  COMPLETED: " DELIMITED BY SIZE
                  WS-DONE-COUNT DELIMITED BY SIZE
                  "  SKIPPED: " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLAN-LINE

           CLOSE REPORT-FILE

           IF WS-PLAN-COUNT = 0 AND WS-CKPT-PRIOR = 0
               MOVE 1 TO RETURN-CODE              *> 1 = no active plans
           ELSE
               IF WS-DELINQ-COUNT > 0
               END-IF
           END-IF

           MOVE WS-PLAN-COUNT   TO WS-JOB-READ
           MOVE WS-POSTED-COUNT TO WS-JOB-WRITTEN
           MOVE WS-CKPT-PRIOR   TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
           MOVE PLAN-INST-AMOUNT TO WS-PLAN-INST-SAVE
           MOVE PLAN-FIRST-DUE   TO WS-PLAN-FIRST-SAVE
           MOVE PLAN-SETUP-DATE  TO WS-PLAN-SETUP-SAVE

      *> Installments falling on a closed day at the student's
      *> campus roll to the next open day inside COMPUTE-PLAN-DUE.
           MOVE SPACES          TO WS-CAL-CAMPUS
           MOVE PLAN-STUDENT-ID TO F-ID
           OPEN INPUT STUDENT-FILE
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F-CAMPUS TO WS-CAL-CAMPUS
           END-READ
           CLOSE STUDENT-FILE

           PERFORM COMPUTE-PLAN-DUE

           IF WS-PLAN-DUE-COUNT > PLAN-POSTED-COUNT
           DISPLAY REPORT-LINE.

       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CKPTVAL.CPY".    *> Shared checkpoint/restart paragraphs
