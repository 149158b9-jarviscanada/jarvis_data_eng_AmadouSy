           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "prgl0045-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       FD CHECKPOINT-FILE.
       COPY "CKPTREC.CPY".    *> Shared checkpoint layout (CKPT-STATE, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-STUDENT-FOUND     PIC X VALUE "N". *> Student lookup flag

       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name
       01 WS-PAYMENTS          PIC 9(6)V99 VALUE 0.  *> Sum of payments
       01 WS-BALANCE           PIC S9(6)V99 VALUE 0. *> Charges - payments
       01 WS-OLDEST-CHARGE-INT PIC 9(8) VALUE 0.     *> Oldest open charge, day count
       01 WS-OLDEST-CHARGE-DATE PIC 9(8) VALUE 0.    *> Same day, YYYYMMDD form
       01 WS-ALREADY-FEED      PIC X VALUE "N".      *> A late fee already posted today

       01 WS-LATE-FEE-AMOUNT   PIC 9(4)V99 VALUE 50.00. *> Flat late fee
       01 WS-OVERDUE-DAYS      PIC 9(4) VALUE 60.       *> Overdue threshold, in days
       01 WS-OVERDUE-UNIT      PIC X VALUE "C".
      *>         How WS-OVERDUE-DAYS is counted: "C" calendar days,
      *>         "B" business days on the business calendar.
       01 WS-NEXT-BILL-SEQ     PIC 9(4) VALUE 0.        *> Next billing sequence
       01 WS-FEE-COUNT         PIC 9(4) VALUE 0.        *> Students assessed this run
       01 WS-QUEUE-ID          PIC X(4).                *> Student ID read from the queue

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       01 WS-CKPT-STATUS       PIC XX.          *> CHECKPOINT-FILE I/O status
       01 WS-QUEUE-SEQ         PIC 9(6) VALUE 0. *> Position in the queue
       01 WS-QUEUE-READ        PIC 9(6) VALUE 0. *> Queued students worked this run
       COPY "CKPTWS.CPY".     *> Fields used by the shared checkpoint paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           *> Late fees post dated today - a closed current period
           *> means this run has no legal date to post under.
                   WS-PERIOD-DATE(1:6) " IS CLOSED - NO FEES "
                   "ASSESSED.***"
               MOVE 6 TO RETURN-CODE              *> 6 = period closed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE "LATE FEE ASSESSMENT RUN " TO REPORT-LINE
           PERFORM WRITE-FEE-LINE

           *> Checkpoint/restart: if a prior run of this job was
           *> interrupted partway through, prgl0045-checkpoint.txt
           *> holds how many queued students it had finished (and
           *> the ledger key of any fee it was writing at the time).
           *> The restart works the interrupted run's own queue
           *> rather than building a new one, skipping the students
           *> already done, so nobody is charged the fee twice.
           MOVE WS-TODAY-FORMATTED TO WS-CKPT-RUN-ID
           PERFORM CKPT-LOAD-CHECKPOINT
           IF WS-CKPT-RESTART = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "RESTARTING RUN OF " DELIMITED BY SIZE
                      WS-CKPT-PRIOR-RUN DELIMITED BY SIZE
                      " AFTER CHECKPOINT - " DELIMITED BY SIZE
                      WS-CKPT-PRIOR DELIMITED BY SIZE
                      " STUDENT(S) ALREADY DONE, SKIPPED"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-FEE-LINE
               IF WS-CKPT-RECOVERED = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "LATE FEE FOR " DELIMITED BY SIZE
                          WS-CKPT-LAST-KEY DELIMITED BY SPACE
                          " WAS POSTED BEFORE THE INTERRUPTION"
                          " - NOT POSTED AGAIN" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-FEE-LINE
               END-IF
           ELSE
               PERFORM BUILD-LATE-FEE-QUEUE
           END-IF
           PERFORM POST-QUEUED-LATE-FEES
           PERFORM CKPT-CLEAR-CHECKPOINT

           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS ASSESSED: " DELIMITED BY SIZE
                  WS-FEE-COUNT DELIMITED BY SIZE
                  "   SKIPPED ON RESTART: " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-FEE-LINE

           CLOSE REPORT-FILE

           MOVE 0 TO RETURN-CODE

           MOVE WS-QUEUE-READ TO WS-JOB-READ
           MOVE WS-FEE-COUNT  TO WS-JOB-WRITTEN
           MOVE WS-CKPT-PRIOR TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.
                   IF F-STATUS = "A"
                       MOVE "Y" TO WS-STUDENT-FOUND
                       MOVE F-NAME TO WS-STUDENT-NAME
                       MOVE F-CAMPUS TO WS-CAL-CAMPUS
                   ELSE
                       MOVE "N" TO WS-STUDENT-FOUND
                   END-IF
       ACCUMULATE-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-CHARGES
                   IF WS-OLDEST-CHARGE-INT = 0
                       OR FUNCTION INTEGER-OF-DATE(
                       MOVE "Y" TO WS-ALREADY-FEED
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
                   IF WS-PLAN-ACTIVE = "Y"
                       AND BILL-DATE NOT < WS-PLAN-SETUP-SAVE
           IF WS-STUDENT-FOUND = "Y" AND WS-ALREADY-FEED = "N"
               COMPUTE WS-BALANCE = WS-CHARGES - WS-PAYMENTS
               IF WS-BALANCE > 0
      *> The balance falls due WS-OVERDUE-DAYS after the oldest
      *> open charge, rolled past any weekend or closure at the
      *> student's campus - a due date on a closed day is not
      *> overdue until the next open day has gone by.
                   COMPUTE WS-OLDEST-CHARGE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-OLDEST-CHARGE-INT)
                   MOVE WS-OLDEST-CHARGE-DATE TO WS-CAL-DATE
                   MOVE WS-OVERDUE-DAYS       TO WS-CAL-DAYS
                   MOVE WS-OVERDUE-UNIT       TO WS-CAL-UNIT
                   PERFORM COMPUTE-DUE-DATE
                   IF WS-TODAY-FORMATTED > WS-CAL-DATE
      *> A student current on an approved payment plan (payments
      *> since setup cover every installment fallen due) is not
      *> late, whatever the age of the original charge - the
      *> POST-QUEUED-LATE-FEES - reads late-fee-queue.txt built by
      *> BUILD-LATE-FEE-QUEUE and posts one late-fee charge row per
      *> queued student, the same FIND-NEXT-SEQUENCE idiom PRGL0020
      *> uses to post a billing entry.  On a restart the first
      *> WS-CKPT-PRIOR students were finished by the interrupted run
      *> and are passed over.
      *>-----------------------------------------------------------
       POST-QUEUED-LATE-FEES.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-QUEUE-SEQ
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE INTO WS-QUEUE-ID
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QUEUE-SEQ
                       IF WS-QUEUE-SEQ > WS-CKPT-PRIOR
                           ADD 1 TO WS-QUEUE-READ
                           MOVE WS-QUEUE-ID TO WS-CKPT-ITEM-KEY
                           PERFORM POST-LATE-FEE
                           PERFORM CKPT-COMMIT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.
           MOVE "LATE FEE"         TO BILL-DESC
           MOVE WS-LATE-FEE-AMOUNT TO BILL-AMOUNT

           MOVE BILL-KEY TO WS-CKPT-BILL-KEY
           PERFORM CKPT-MARK-PENDING

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
       COPY "CKPTVAL.CPY".    *> Shared checkpoint/restart paragraphs
