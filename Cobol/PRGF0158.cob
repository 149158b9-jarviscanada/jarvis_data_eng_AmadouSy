       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0158.                         *> Satisfactory Academic Progress evaluation

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

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "transfer-credits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.

           SELECT AWARD-FILE ASSIGN TO "aid-awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SAP-FILE ASSIGN TO "sap-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAP-KEY
               FILE STATUS IS WS-SAP-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "letter-templates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "sap-evaluation-report.txt"
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

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD TRANSFER-FILE.
       COPY "XFERREC.CPY".    *> Shared transfer-credit layout (XFER-KEY, ...)

       FD AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD SAP-FILE.
       COPY "SAPREC.CPY".     *> Shared SAP status layout (SAP-KEY, ...)

       FD TEMPLATE-FILE.
       01 TEMPLATE-LINE         PIC X(80).    *> One letter-template line

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE             PIC X(100).   *> One line of queued mail text

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(90).   *> One report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-XFER-STATUS       PIC XX.          *> TRANSFER-FILE I/O status
       01 WS-AWARD-STATUS      PIC XX.          *> AWARD-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-SAP-STATUS        PIC XX.          *> SAP-FILE I/O status
       01 WS-MAIL-STATUS       PIC XX.          *> MAIL-QUEUE-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Student-scan EOF flag
       01 WS-ENROLL-EOF        PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-HIST-EOF          PIC X VALUE "N". *> History-scan EOF flag
       01 WS-XFER-EOF          PIC X VALUE "N". *> Transfer-scan EOF flag
       01 WS-AWARD-EOF         PIC X VALUE "N". *> Award-scan EOF flag
       01 WS-SAP-EOF           PIC X VALUE "N". *> SAP-scan EOF flag
       01 WS-POST-TERM         PIC X(6).        *> Term being evaluated
       01 WS-POST-TERM-START   PIC X(8).        *> ...and its start date
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user
       01 CONFIRMATION         PIC X.           *> User confirmation (Y/N)
       01 WS-HAS-AWARD         PIC X VALUE "N". *> Any award on file

       01 WS-TERM-ROWS         PIC 9(3) VALUE 0. *> Finished rows this term
       01 WS-ATTEMPTED         PIC 9(4) VALUE 0. *> Credits attempted to date
       01 WS-EARNED            PIC 9(4) VALUE 0. *> Credits completed to date
       01 WS-PACE              PIC 9(3) VALUE 0. *> Completion rate, percent
       01 WS-CUM-GPA           PIC 9V99 VALUE 0. *> Best-attempt cumulative GPA
       01 WS-ROW-GRADE         PIC X(2).        *> Grade of the row in hand
       01 WS-ROW-BASIS         PIC X(1).        *> Basis of the row in hand
       01 WS-PRIOR-SAP         PIC X(1).        *> Status the term before, or SPACE
       01 WS-THIS-TERM-SAP     PIC X(1).        *> Status already posted this term
       01 WS-NEW-SAP           PIC X(1).        *> Status being posted
       01 WS-SAP-NAME          PIC X(16).       *> Status spelled out
       01 WS-FAILED-TESTS      PIC X(3).        *> GPA / pace / max-time flags
       01 WS-SAP-BEFORE        PIC X(60).       *> Row before a re-post
       01 WS-LETTER-CODE       PIC X(8).        *> Template wanted, or SPACES
       01 WS-LOADED-CODE       PIC X(8) VALUE SPACES. *> Template now loaded
       01 WS-LETTER-NOTE       PIC X(12).       *> Letter outcome for the report
       01 WS-GPA-DISPLAY       PIC 9.99.        *> For printing
       01 WS-CREDIT-DISPLAY    PIC ZZZ9.        *> For printing
       01 WS-PACE-DISPLAY      PIC ZZ9.         *> For printing

      *> The published SAP standard.  The maximum timeframe is 150%
      *> of the credits a degree takes (120), the regulatory limit.
       01 WS-SAP-MIN-GPA       PIC 9V99 VALUE 2.00.
       01 WS-SAP-MIN-PACE      PIC 9(3) VALUE 67.
       01 WS-SAP-MAX-CREDITS   PIC 9(4) VALUE 180.

       01 WS-POSTED-COUNT      PIC 9(5) VALUE 0. *> Statuses posted
       01 WS-MEETING-COUNT     PIC 9(5) VALUE 0. *> ...meeting
       01 WS-WARNING-COUNT     PIC 9(5) VALUE 0. *> ...warning
       01 WS-SUSPENDED-COUNT   PIC 9(5) VALUE 0. *> ...suspended
       01 WS-APPEAL-COUNT      PIC 9(5) VALUE 0. *> ...appeal approved
       01 WS-LETTER-COUNT      PIC 9(5) VALUE 0. *> Letters queued
       01 WS-NO-LETTER-COUNT   PIC 9(5) VALUE 0. *> Letters due but not sent

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "LETTERWS.CPY".   *> Fields used by the shared letter-template paragraphs
       COPY "BACKUPWS.CPY".   *> Fields used by the shared BACKUP-FILE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGF0158" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  S A T I S F A C T O R Y   P R O G R E S S    |"
           DISPLAY "|           E V A L U A T I O N                 |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE
           IF WS-OPERATOR-ID = SPACES
               MOVE "PRGF0158" TO WS-OPERATOR-ID
           END-IF

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO EVALUATE, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-POST-TERM
           IF WS-POST-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-POST-TERM
           END-IF

           MOVE WS-POST-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE SPACES TO TERM-START-DATE
           END-READ
           CLOSE TERM-FILE
           IF WS-POST-TERM = SPACES OR TERM-START-DATE = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF
           MOVE TERM-START-DATE TO WS-POST-TERM-START

           DISPLAY "THIS POSTS THE " WS-POST-TERM " SAP STATUS OF "
               "EVERY ACTIVE STUDENT WITH AID ON FILE"
           DISPLAY "AND QUEUES THEIR LETTERS.  RUN IT ONCE GRADES ARE "
               "IN.  PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "EVALUATION NOT CONFIRMED."
               MOVE 4 TO RETURN-CODE              *> 4 = not confirmed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

      *> One pass over every student, so one file-wide lock (key
      *> "ALL") the way PRGT0144 locks its standing posting.
           MOVE "SAP"   TO WS-LOCK-TYPE
           MOVE "ALL"   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 2 TO RETURN-CODE              *> 2 = locked
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE "PRGF0158"           TO WS-BACKUP-PROGRAM
           MOVE "sap-status.txt"     TO WS-BACKUP-SOURCE
           MOVE "sap-status-backup"  TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE

           OPEN I-O SAP-FILE
           IF WS-SAP-STATUS = "35"
               OPEN OUTPUT SAP-FILE
               CLOSE SAP-FILE
               OPEN I-O SAP-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SATISFACTORY ACADEMIC PROGRESS FOR TERM "
                  DELIMITED BY SIZE
                  WS-POST-TERM DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-SAP-LINE
           MOVE "ID   | STUDENT NAME             | GPA  |  ATT | "
               & " ERN | PACE | FAIL | STATUS           | LETTER"
               TO REPORT-LINE
           PERFORM WRITE-SAP-LINE

           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOB-READ
                       IF F-STATUS = "A"
                           PERFORM EVALUATE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE SAP-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "POSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "  MEETING: " DELIMITED BY SIZE
                  WS-MEETING-COUNT DELIMITED BY SIZE
                  "  WARNING: " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  "  SUSPENDED: " DELIMITED BY SIZE
                  WS-SUSPENDED-COUNT DELIMITED BY SIZE
                  "  APPEAL: " DELIMITED BY SIZE
                  WS-APPEAL-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-SAP-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LETTERS QUEUED: " DELIMITED BY SIZE
                  WS-LETTER-COUNT DELIMITED BY SIZE
                  "  NOT SENT (NO E-MAIL OR TEMPLATE): "
                  DELIMITED BY SIZE
                  WS-NO-LETTER-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-SAP-LINE
           CLOSE REPORT-FILE

           PERFORM RELEASE-RECORD-LOCK

           IF WS-POSTED-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing posted
           ELSE
               IF WS-NO-LETTER-COUNT > 0
                   MOVE 2 TO RETURN-CODE          *> 2 = letters missing
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-POSTED-COUNT    TO WS-JOB-WRITTEN
           MOVE WS-NO-LETTER-COUNT TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> EVALUATE-ONE-STUDENT - measures one aid student against
      *> the three standards and, if they finished anything this
      *> term, posts the term's SAP status and queues their letter.
      *>-----------------------------------------------------------
       EVALUATE-ONE-STUDENT.
           PERFORM CHECK-AWARD-ON-FILE
           IF WS-HAS-AWARD = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TERM-ROWS
           MOVE 0 TO WS-ATTEMPTED
           MOVE 0 TO WS-EARNED
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE F-ID TO WS-RPT-STUDENT

           OPEN INPUT COURSE-MASTER-FILE
           PERFORM GATHER-CURRENT-ROWS
           PERFORM GATHER-HISTORY-ROWS
           PERFORM RPT-MERGE-HISTORY
           CLOSE COURSE-MASTER-FILE

           IF WS-TERM-ROWS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-TRANSFER-CREDIT

           PERFORM RPT-TOTAL-BEST
           IF WS-RPT-TOTAL-CREDITS > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-RPT-TOTAL-POINTS / WS-RPT-TOTAL-CREDITS
           ELSE
               MOVE 0 TO WS-CUM-GPA
           END-IF
           IF WS-ATTEMPTED > 0
               COMPUTE WS-PACE = WS-EARNED * 100 / WS-ATTEMPTED
           ELSE
               MOVE 100 TO WS-PACE
           END-IF

           MOVE SPACES TO WS-FAILED-TESTS
           IF WS-RPT-TOTAL-CREDITS > 0
               AND WS-CUM-GPA < WS-SAP-MIN-GPA
               MOVE "Y" TO WS-FAILED-TESTS(1:1)
           END-IF
           IF WS-PACE < WS-SAP-MIN-PACE
               MOVE "Y" TO WS-FAILED-TESTS(2:1)
           END-IF
           IF WS-ATTEMPTED > WS-SAP-MAX-CREDITS
               MOVE "Y" TO WS-FAILED-TESTS(3:1)
           END-IF

           PERFORM FIND-PRIOR-SAP
           PERFORM DECIDE-SAP-STATUS
           PERFORM WRITE-SAP-ROW.

      *>-----------------------------------------------------------
      *> CHECK-AWARD-ON-FILE - SAP governs aid, so only a student
      *> with an award on file in any state is evaluated.  The key
      *> leads with the student, so one START finds it.
      *>-----------------------------------------------------------
       CHECK-AWARD-ON-FILE.
           MOVE "N" TO WS-HAS-AWARD
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE F-ID       TO AWARD-STUDENT-ID
           MOVE LOW-VALUES TO AWARD-CODE
           MOVE LOW-VALUES TO AWARD-TERM
           START AWARD-FILE KEY IS NOT LESS THAN AWARD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AWARD-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-AWARD-EOF
           END-START
           IF WS-AWARD-EOF = "N"
               READ AWARD-FILE NEXT RECORD
                   NOT AT END
                       IF AWARD-STUDENT-ID = F-ID
                           MOVE "Y" TO WS-HAS-AWARD
                       END-IF
               END-READ
           END-IF
           CLOSE AWARD-FILE.

      *>-----------------------------------------------------------
      *> GATHER-CURRENT-ROWS - the student's rows still on the
      *> active file.  Every finished row is credit attempted;
      *> GPA-bearing ones are also attempts for the cumulative GPA.
      *>-----------------------------------------------------------
       GATHER-CURRENT-ROWS.
           MOVE "N" TO WS-ENROLL-EOF
           OPEN INPUT ENROLLMENT-FILE
           MOVE F-ID       TO EN-STUDENT-ID
           MOVE LOW-VALUES TO EN-COURSE
           MOVE LOW-VALUES TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-ENROLL-EOF
                       ELSE
                           PERFORM TAKE-CURRENT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

       TAKE-CURRENT-ROW.
           IF EN-GRADE = SPACES OR EN-BASIS = "A"
               EXIT PARAGRAPH
           END-IF
           IF EN-TERM = WS-POST-TERM
               ADD 1 TO WS-TERM-ROWS
           END-IF

           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE EN-GRADE TO WS-ROW-GRADE
           MOVE EN-BASIS TO WS-ROW-BASIS
           PERFORM COUNT-ROW-CREDITS

           IF EN-GRADE = "W" OR EN-GRADE = "I" OR EN-BASIS = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE EN-GRADE TO WS-GRADE-LOOKUP
           PERFORM GET-GRADE-POINTS
           MOVE EN-COURSE           TO WS-RPT-NEW-COURSE
           MOVE WS-GRADE-POINTS-OUT TO WS-RPT-NEW-POINTS
           MOVE C-CREDITS           TO WS-RPT-NEW-CREDITS
           PERFORM RPT-RECORD-ATTEMPT.

      *>-----------------------------------------------------------
      *> GATHER-HISTORY-ROWS - every finished row already rolled to
      *> history is credit attempted too, and those of the term
      *> being evaluated count as finishing something this term.
      *> (RPT-MERGE-HISTORY takes care of them for the GPA.)
      *>-----------------------------------------------------------
       GATHER-HISTORY-ROWS.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE F-ID TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-HIST-EOF
           END-IF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF
                       IF HIST-STUDENT-ID = F-ID
                           AND HIST-GRADE NOT = SPACES
                           AND HIST-BASIS NOT = "A"
                           PERFORM TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       TAKE-HISTORY-ROW.
           IF HIST-TERM = WS-POST-TERM
               ADD 1 TO WS-TERM-ROWS
           END-IF
           MOVE HIST-COURSE  TO C-CODE
           MOVE HIST-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS > 0
               MOVE HIST-GRADE TO WS-ROW-GRADE
               MOVE HIST-BASIS TO WS-ROW-BASIS
               PERFORM COUNT-ROW-CREDITS
           END-IF.

      *>-----------------------------------------------------------
      *> COUNT-ROW-CREDITS - the row's C-CREDITS are attempted
      *> whatever the outcome; they are earned unless the grade is
      *> a withdrawal, a failure (F, or NP on pass/fail) or still
      *> incomplete.
      *>-----------------------------------------------------------
       COUNT-ROW-CREDITS.
           ADD C-CREDITS TO WS-ATTEMPTED
           IF WS-ROW-GRADE = "W" OR WS-ROW-GRADE = "F"
               OR WS-ROW-GRADE = "I" OR WS-ROW-GRADE = "NP"
               CONTINUE
           ELSE
               ADD C-CREDITS TO WS-EARNED
           END-IF.

      *>-----------------------------------------------------------
      *> GATHER-TRANSFER-CREDIT - accepted transfer credit counts
      *> as both attempted and completed, as the regulations have
      *> it - it brings a transfer student nearer the maximum
      *> timeframe but never hurts their pace.
      *>-----------------------------------------------------------
       GATHER-TRANSFER-CREDIT.
           MOVE "N" TO WS-XFER-EOF
           OPEN INPUT TRANSFER-FILE
           IF WS-XFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE F-ID       TO XFER-STUDENT-ID
           MOVE LOW-VALUES TO XFER-EXT-COURSE
           START TRANSFER-FILE KEY IS NOT LESS THAN XFER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XFER-EOF
           END-START
           PERFORM UNTIL WS-XFER-EOF = "Y"
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-XFER-EOF
                   NOT AT END
                       IF XFER-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-XFER-EOF
                       ELSE
                           IF XFER-STATUS = "A"
                               ADD XFER-CREDITS TO WS-ATTEMPTED
                               ADD XFER-CREDITS TO WS-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE.

      *>-----------------------------------------------------------
      *> FIND-PRIOR-SAP - the status posted for the student's most
      *> recent earlier term (SPACE if none), and any status already
      *> posted for this one by an earlier run.
      *>-----------------------------------------------------------
       FIND-PRIOR-SAP.
           MOVE SPACE TO WS-PRIOR-SAP
           MOVE SPACE TO WS-THIS-TERM-SAP
           MOVE "N"   TO WS-SAP-EOF
           MOVE F-ID       TO SAP-STUDENT-ID
           MOVE LOW-VALUES TO SAP-TERM-START
           MOVE LOW-VALUES TO SAP-TERM
           START SAP-FILE KEY IS NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SAP-EOF
           END-START
           PERFORM UNTIL WS-SAP-EOF = "Y"
               READ SAP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SAP-EOF
                   NOT AT END
                       IF SAP-STUDENT-ID NOT = F-ID
                           OR SAP-TERM-START > WS-POST-TERM-START
                           MOVE "Y" TO WS-SAP-EOF
                       ELSE
                           IF SAP-TERM-START = WS-POST-TERM-START
                               MOVE SAP-STATUS TO WS-THIS-TERM-SAP
                           ELSE
                               MOVE SAP-STATUS TO WS-PRIOR-SAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> DECIDE-SAP-STATUS - the progression rules:
      *>   every standard met -> MEETING;
      *>   an appeal already approved for this term stands on a
      *>     re-run -> APPEAL APPROVED;
      *>   past the maximum timeframe -> SUSPENDED at once, since
      *>     the degree can no longer be finished inside it;
      *>   short after a warning, an approved appeal or a
      *>     suspension last term -> SUSPENDED;
      *>   short for the first time -> WARNING.
      *>-----------------------------------------------------------
       DECIDE-SAP-STATUS.
           EVALUATE TRUE
               WHEN WS-FAILED-TESTS = SPACES
                   MOVE "M" TO WS-NEW-SAP
               WHEN WS-THIS-TERM-SAP = "A"
                   MOVE "A" TO WS-NEW-SAP
               WHEN WS-FAILED-TESTS(3:1) = "Y"
                   MOVE "S" TO WS-NEW-SAP
               WHEN WS-PRIOR-SAP = "W" OR WS-PRIOR-SAP = "A"
                   OR WS-PRIOR-SAP = "S"
                   MOVE "S" TO WS-NEW-SAP
               WHEN OTHER
                   MOVE "W" TO WS-NEW-SAP
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-SAP-ROW - posts the row (re-posting the same term
      *> replaces it, so a rerun after a late grade change settles
      *> on the corrected status), queues the letter and prints
      *> the line.
      *>-----------------------------------------------------------
       WRITE-SAP-ROW.
           MOVE F-ID               TO SAP-STUDENT-ID
           MOVE WS-POST-TERM-START TO SAP-TERM-START
           MOVE WS-POST-TERM       TO SAP-TERM
           MOVE SPACES             TO WS-SAP-BEFORE
           READ SAP-FILE
               INVALID KEY
                   MOVE SPACES TO SAP-APPEAL-BY
                   MOVE SPACES TO SAP-APPEAL-DATE
               NOT INVALID KEY
                   MOVE SAP-RECORD TO WS-SAP-BEFORE
           END-READ
           IF WS-NEW-SAP NOT = "A"
               MOVE SPACES TO SAP-APPEAL-BY
               MOVE SPACES TO SAP-APPEAL-DATE
           END-IF
           MOVE WS-NEW-SAP         TO SAP-STATUS
           MOVE WS-CUM-GPA         TO SAP-CUM-GPA
           MOVE WS-ATTEMPTED       TO SAP-ATTEMPTED
           MOVE WS-EARNED          TO SAP-EARNED
           MOVE WS-PACE            TO SAP-PACE
           MOVE WS-FAILED-TESTS    TO SAP-FAILED-TESTS
           MOVE WS-TODAY-FORMATTED TO SAP-EVAL-DATE

           IF WS-SAP-BEFORE = SPACES
               WRITE SAP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO POST SAP STATUS "
                           "FOR " F-ID "***"
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE SAP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO POST SAP STATUS "
                           "FOR " F-ID "***"
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF

           MOVE SPACES          TO WS-AUDIT-BEFORE
           MOVE SPACES          TO WS-AUDIT-AFTER
           MOVE WS-SAP-BEFORE   TO WS-AUDIT-BEFORE(1:60)
           MOVE SAP-RECORD      TO WS-AUDIT-AFTER(1:60)
           MOVE "PRGF0158"      TO AUDIT-PROGRAM
           MOVE F-ID            TO AUDIT-STUDENT-ID
           MOVE "SAP"           TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           ADD 1 TO WS-POSTED-COUNT
           EVALUATE WS-NEW-SAP
               WHEN "S"
                   MOVE "SUSPENDED"        TO WS-SAP-NAME
                   ADD 1 TO WS-SUSPENDED-COUNT
               WHEN "W"
                   MOVE "WARNING"          TO WS-SAP-NAME
                   ADD 1 TO WS-WARNING-COUNT
               WHEN "A"
                   MOVE "APPEAL APPROVED"  TO WS-SAP-NAME
                   ADD 1 TO WS-APPEAL-COUNT
               WHEN OTHER
                   MOVE "MEETING"          TO WS-SAP-NAME
                   ADD 1 TO WS-MEETING-COUNT
           END-EVALUATE

           PERFORM QUEUE-SAP-LETTER

           MOVE WS-CUM-GPA   TO WS-GPA-DISPLAY
           MOVE WS-PACE      TO WS-PACE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING F-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  F-NAME(1:24) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GPA-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  INTO REPORT-LINE
           MOVE WS-ATTEMPTED TO WS-CREDIT-DISPLAY
           MOVE WS-CREDIT-DISPLAY TO REPORT-LINE(41:4)
           MOVE " | "             TO REPORT-LINE(45:3)
           MOVE WS-EARNED    TO WS-CREDIT-DISPLAY
           MOVE WS-CREDIT-DISPLAY TO REPORT-LINE(48:4)
           MOVE " | "             TO REPORT-LINE(52:3)
           MOVE WS-PACE-DISPLAY   TO REPORT-LINE(55:3)
           MOVE "% | "            TO REPORT-LINE(58:4)
           MOVE WS-FAILED-TESTS   TO REPORT-LINE(62:3)
           MOVE "  | "            TO REPORT-LINE(65:4)
           MOVE WS-SAP-NAME       TO REPORT-LINE(69:16)
           MOVE " | "             TO REPORT-LINE(85:3)
           MOVE WS-LETTER-NOTE(1:3) TO REPORT-LINE(88:3)
           PERFORM WRITE-SAP-LINE.

      *>-----------------------------------------------------------
      *> QUEUE-SAP-LETTER - a letter goes out whenever the status
      *> changes: a warning, a suspension, or the return to meeting
      *> the standard after either.  A re-run that posts the same
      *> status again sends nothing twice, and an approved appeal
      *> was answered when PRGF0159 recorded it.  The wording is
      *> the registrar's, on letter-templates.txt (SAPWARN, SAPSUSP,
      *> SAPMEET); tokens NAME, ID, DATE, TERM, STATUS, GPA,
      *> MINGPA, PACE, MINPACE, ATTEMPTED, EARNED and MAXCREDITS.
      *>-----------------------------------------------------------
       QUEUE-SAP-LETTER.
           MOVE "NO"   TO WS-LETTER-NOTE
           MOVE SPACES TO WS-LETTER-CODE
           IF WS-NEW-SAP = WS-THIS-TERM-SAP
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-NEW-SAP
               WHEN "W"
                   MOVE "SAPWARN" TO WS-LETTER-CODE
               WHEN "S"
                   MOVE "SAPSUSP" TO WS-LETTER-CODE
               WHEN "M"
                   IF WS-PRIOR-SAP NOT = SPACE
                       AND WS-PRIOR-SAP NOT = "M"
                       MOVE "SAPMEET" TO WS-LETTER-CODE
                   END-IF
           END-EVALUATE
           IF WS-LETTER-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           IF F-EMAIL = SPACES
               MOVE "NO E-MAIL" TO WS-LETTER-NOTE
               ADD 1 TO WS-NO-LETTER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LETTER-CODE NOT = WS-LOADED-CODE
               MOVE WS-LETTER-CODE TO WS-TPL-CODE
               PERFORM LOAD-TEMPLATE
               IF WS-TPL-FOUND = "N"
                   MOVE SPACES TO WS-LOADED-CODE
                   MOVE "NO TEMPLATE" TO WS-LETTER-NOTE
                   ADD 1 TO WS-NO-LETTER-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LETTER-CODE TO WS-LOADED-CODE
           END-IF

           MOVE "NAME"               TO WS-TPL-SET-NAME
           MOVE F-NAME               TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "ID"                 TO WS-TPL-SET-NAME
           MOVE F-ID                 TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "DATE"               TO WS-TPL-SET-NAME
           MOVE WS-TODAY-FORMATTED   TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERM"               TO WS-TPL-SET-NAME
           MOVE WS-POST-TERM         TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "STATUS"             TO WS-TPL-SET-NAME
           MOVE WS-SAP-NAME          TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-CUM-GPA           TO WS-GPA-DISPLAY
           MOVE "GPA"                TO WS-TPL-SET-NAME
           MOVE WS-GPA-DISPLAY       TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-SAP-MIN-GPA       TO WS-GPA-DISPLAY
           MOVE "MINGPA"             TO WS-TPL-SET-NAME
           MOVE WS-GPA-DISPLAY       TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-PACE              TO WS-PACE-DISPLAY
           MOVE "PACE"               TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-PACE-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-SAP-MIN-PACE      TO WS-PACE-DISPLAY
           MOVE "MINPACE"            TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-PACE-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-ATTEMPTED         TO WS-CREDIT-DISPLAY
           MOVE "ATTEMPTED"          TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-CREDIT-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-EARNED            TO WS-CREDIT-DISPLAY
           MOVE "EARNED"             TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-CREDIT-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-SAP-MAX-CREDITS   TO WS-CREDIT-DISPLAY
           MOVE "MAXCREDITS"         TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-CREDIT-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN

           OPEN EXTEND MAIL-QUEUE-FILE
           IF WS-MAIL-STATUS NOT = "00"
               CLOSE MAIL-QUEUE-FILE
               OPEN OUTPUT MAIL-QUEUE-FILE
           END-IF
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  F-EMAIL      DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : " DELIMITED BY SIZE
                  WS-TPL-SUBJECT DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-TPL-IX FROM 1 BY 1
               UNTIL WS-TPL-IX > WS-TPL-LINES
               PERFORM MERGE-ONE-LINE
               MOVE WS-MERGED-LINE TO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE
           CLOSE MAIL-QUEUE-FILE

           MOVE "YES" TO WS-LETTER-NOTE
           ADD 1 TO WS-LETTER-COUNT.

      *>-----------------------------------------------------------
      *> WRITE-SAP-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-SAP-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "LETTERVAL.CPY".  *> Shared letter-template paragraphs
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
