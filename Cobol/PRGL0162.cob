       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0162.                         *> Nightly term tuition re-assessment
      *>-----------------------------------------------------------
      *> Run from the nightly job stream, fed a blank term, which
      *> takes the term covering today.  Return codes:
      *>   0 - every student re-assessed
      *>   1 - no term covers today, nothing to assess
      *>   2 - the enrollment lock was held, or one or more students
      *>       were locked at a screen and skipped - the next night
      *>       catches them up
      *>-----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT REMISSION-FILE ASSIGN TO "tuition-remission.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-LED-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "term-tuition-assessment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(90).   *> One report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.          *> FEE-FILE I/O status
       01 WS-PERIOD-STATUS     PIC XX.          *> PERIOD-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Student-scan EOF flag
       01 WS-ASSESS-TERM       PIC X(6).        *> Term being re-assessed
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD

       01 WS-STUDENT-COUNT     PIC 9(5) VALUE 0. *> Students with term tuition
       01 WS-POSTED-COUNT      PIC 9(5) VALUE 0. *> Adjustments posted
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE 0. *> Locked or period closed
       01 WS-NET-POSTED        PIC S9(9)V99 VALUE 0. *> Net of what was posted

       01 WS-CREDIT-DISPLAY    PIC ZZ9.
       01 WS-SEAT-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-BANDED-DISPLAY    PIC ZZZ,ZZ9.99.
       01 WS-PRIOR-DISPLAY     PIC -ZZZ,ZZ9.99.
       01 WS-CHANGE-DISPLAY    PIC -ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY       PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-OUTCOME           PIC X(12).       *> Outcome for the report

       COPY "TUITWS.CPY".     *> Fields used by the shared term-tuition assessment
       COPY "REMITWS.CPY".    *> Fields used by the shared tuition-remission paragraphs
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0162" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| TERM TUITION RE-ASSESSMENT                     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO RE-ASSESS, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-ASSESS-TERM
           IF WS-ASSESS-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-ASSESS-TERM
           END-IF
           IF WS-ASSESS-TERM = SPACES
               DISPLAY "(NO TERM COVERS TODAY - NOTHING TO ASSESS.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to do
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

      *> Loads move while students register, so the re-assessment
      *> runs under the same file-wide enrollment lock the nightly
      *> section recount takes.  Each student's own "BILL" lock is
      *> still taken inside ASSESS-TERM-TUITION.
           MOVE "ENROLL" TO WS-LOCK-TYPE
           MOVE "ALL"    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 2 TO RETURN-CODE              *> 2 = locked
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "TERM TUITION RE-ASSESSMENT FOR " DELIMITED BY SIZE
                  WS-ASSESS-TERM DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ASSESS-LINE
           MOVE "ID   | CRS |  BY SEAT   |   BANDED   |  PRIOR ADJ  "
               & "|   POSTED    | OUTCOME"
               TO REPORT-LINE
           PERFORM WRITE-ASSESS-LINE

           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOB-READ
                       PERFORM ASSESS-ONE-STUDENT
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           PERFORM RELEASE-RECORD-LOCK

           MOVE WS-NET-POSTED TO WS-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS: " DELIMITED BY SIZE
                  WS-STUDENT-COUNT DELIMITED BY SIZE
                  "  ADJUSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "  SKIPPED: " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  "  NET POSTED: " DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ASSESS-LINE
           CLOSE REPORT-FILE

           IF WS-SKIPPED-COUNT > 0
               MOVE 2 TO RETURN-CODE              *> 2 = partial
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-POSTED-COUNT  TO WS-JOB-WRITTEN
           MOVE WS-SKIPPED-COUNT TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ASSESS-ONE-STUDENT - re-prices the student's term and
      *> posts any difference.  Every student is run, not just the
      *> enrolled ones, so a student who has dropped everything has
      *> an earlier block adjustment taken back off.  Only students
      *> with term tuition or an adjustment print.
      *>-----------------------------------------------------------
       ASSESS-ONE-STUDENT.
           MOVE F-ID               TO WS-TUIT-STUDENT
           MOVE WS-ASSESS-TERM     TO WS-TUIT-TERM
           MOVE WS-TODAY-FORMATTED TO WS-TUIT-DATE
           IF F-STATUS = "W" OR F-STATUS = "T"
               MOVE "Y"            TO WS-TUIT-W-REFUNDED
           ELSE
               MOVE "N"            TO WS-TUIT-W-REFUNDED
           END-IF
           MOVE 0                  TO WS-TUIT-CREDITS
           MOVE 0                  TO WS-TUIT-SEAT-TOTAL
           MOVE 0                  TO WS-TUIT-BANDED
           MOVE 0                  TO WS-TUIT-PRIOR
           PERFORM ASSESS-TERM-TUITION

           EVALUATE WS-TUIT-RESULT
               WHEN "P"
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-TUIT-CHANGE TO WS-NET-POSTED
                   MOVE "ADJUSTED"     TO WS-OUTCOME
               WHEN "L"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "LOCKED"       TO WS-OUTCOME
               WHEN "C"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "PERIOD CLOSED" TO WS-OUTCOME
               WHEN OTHER
                   IF WS-TUIT-CHANGE NOT = 0
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "NOT POSTED" TO WS-OUTCOME
                   ELSE
                       MOVE "IN BALANCE" TO WS-OUTCOME
                   END-IF
           END-EVALUATE

           IF WS-TUIT-CREDITS = 0 AND WS-TUIT-PRIOR = 0
               AND WS-TUIT-RESULT = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-TUIT-CREDITS    TO WS-CREDIT-DISPLAY
           MOVE WS-TUIT-SEAT-TOTAL TO WS-SEAT-DISPLAY
           MOVE WS-TUIT-BANDED     TO WS-BANDED-DISPLAY
           MOVE WS-TUIT-PRIOR      TO WS-PRIOR-DISPLAY
           MOVE WS-TUIT-CHANGE     TO WS-CHANGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-TUIT-STUDENT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CREDIT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-SEAT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-BANDED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PRIOR-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CHANGE-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ASSESS-LINE.

      *>-----------------------------------------------------------
      *> WRITE-ASSESS-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-ASSESS-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "TUITVAL.CPY".    *> Shared term-tuition assessment paragraph
       COPY "REMITVAL.CPY".   *> Shared tuition-remission paragraphs
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
