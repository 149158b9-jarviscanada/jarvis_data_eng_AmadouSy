       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGT0144.                         *> Term-end academic standing

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STANDING-FILE ASSIGN TO "academic-standing.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "academic-standing-report.txt"
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

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD STANDING-FILE.
       COPY "STANDREC.CPY".   *> Shared academic-standing layout (STD-KEY, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

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
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-STD-STATUS        PIC XX.          *> STANDING-FILE I/O status
       01 WS-HOLD-STATUS       PIC XX.          *> HOLD-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Student-scan EOF flag
       01 WS-ENROLL-EOF        PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-HIST-EOF          PIC X VALUE "N". *> History-scan EOF flag
       01 WS-STD-EOF           PIC X VALUE "N". *> Standing-scan EOF flag
       01 WS-POST-TERM         PIC X(6).        *> Term being posted
       01 WS-POST-TERM-START   PIC X(8).        *> ...and its start date
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for HOLD-PLACED-BY
       01 CONFIRMATION         PIC X.           *> User confirmation (Y/N)

       01 WS-TERM-ROWS         PIC 9(3) VALUE 0. *> Finished rows this term
       01 WS-TERM-POINTS       PIC 9(5)V99 VALUE 0. *> Quality points this term
       01 WS-TERM-CREDITS      PIC 9(3) VALUE 0. *> Graded credits this term
       01 WS-TERM-GPA          PIC 9V99 VALUE 0. *> This term's GPA
       01 WS-CUM-GPA           PIC 9V99 VALUE 0. *> Best-attempt cumulative GPA
       01 WS-PRIOR-STANDING    PIC X(1).        *> Standing the term before, or SPACE
       01 WS-NEW-STANDING      PIC X(1).        *> Standing being posted
       01 WS-STANDING-NAME     PIC X(10).       *> Standing spelled out
       01 WS-HOLD-PLACED       PIC X(1).        *> Suspension hold placed flag
       01 WS-GPA-DISPLAY       PIC 9.99.        *> For printing
       01 WS-CUM-DISPLAY       PIC 9.99.        *> For printing

      *> Standing thresholds - the same 2.00 line PRGR0055 prints
      *> probation against and CAPVAL.CPY caps the load at.
       01 WS-PROBATION-GPA     PIC 9V99 VALUE 2.00.
       01 WS-WARNING-GPA       PIC 9V99 VALUE 2.00.

       01 WS-POSTED-COUNT      PIC 9(5) VALUE 0. *> Standings posted
       01 WS-GOOD-COUNT        PIC 9(5) VALUE 0. *> ...good standing
       01 WS-WARNING-COUNT     PIC 9(5) VALUE 0. *> ...warning
       01 WS-PROBATION-COUNT   PIC 9(5) VALUE 0. *> ...probation
       01 WS-SUSPENSION-COUNT  PIC 9(5) VALUE 0. *> ...suspension
       01 WS-HOLDS-COUNT       PIC 9(5) VALUE 0. *> Suspension holds placed

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "BACKUPWS.CPY".   *> Fields used by the shared BACKUP-FILE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGT0144" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  T E R M - E N D   A C A D E M I C   S T A N D |"
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
               MOVE "PRGT0144" TO WS-OPERATOR-ID
           END-IF

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO POST, OR BLANK FOR " WS-TERM-CURRENT
               " >>"
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

           DISPLAY "THIS POSTS EVERY ACTIVE STUDENT'S " WS-POST-TERM
               " STANDING AND PLACES A"
           DISPLAY "REGISTRATION HOLD ON EACH STUDENT SUSPENDED.  RUN "
               "IT ONCE GRADES ARE"
           DISPLAY "IN AND BEFORE PRGT0023'S ROLLOVER.  PROCEED? "
               "(Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "POSTING NOT CONFIRMED."
               MOVE 4 TO RETURN-CODE              *> 4 = not confirmed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

      *> One pass over every student, so one file-wide lock (key
      *> "ALL") the way PRGT0023 locks its rollover.
           MOVE "STAND" TO WS-LOCK-TYPE
           MOVE "ALL"   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 2 TO RETURN-CODE              *> 2 = locked
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE "PRGT0144" TO WS-BACKUP-PROGRAM
           MOVE "academic-standing.txt"    TO WS-BACKUP-SOURCE
           MOVE "academic-standing-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "registration-holds.txt"   TO WS-BACKUP-SOURCE
           MOVE "holds-backup"             TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE

           OPEN I-O STANDING-FILE
           IF WS-STD-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACADEMIC STANDING POSTED FOR TERM " DELIMITED BY SIZE
                  WS-POST-TERM DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-STANDING-LINE
           MOVE "ID   | STUDENT NAME             | TERM CR | TERM "
               & "| CUM  | STANDING   | HOLD" TO REPORT-LINE
           PERFORM WRITE-STANDING-LINE

           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOB-READ
                       IF F-STATUS = "A"
                           PERFORM POST-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE STANDING-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "POSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "  GOOD: " DELIMITED BY SIZE
                  WS-GOOD-COUNT DELIMITED BY SIZE
                  "  WARNING: " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  "  PROBATION: " DELIMITED BY SIZE
                  WS-PROBATION-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-STANDING-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENDED: " DELIMITED BY SIZE
                  WS-SUSPENSION-COUNT DELIMITED BY SIZE
                  "  SUSPENSION HOLDS PLACED: " DELIMITED BY SIZE
                  WS-HOLDS-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-STANDING-LINE
           CLOSE REPORT-FILE

           PERFORM RELEASE-RECORD-LOCK

           IF WS-POSTED-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing posted
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-POSTED-COUNT TO WS-JOB-WRITTEN
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> POST-ONE-STUDENT - works out one student's term and
      *> cumulative GPAs and, if they finished anything this term,
      *> decides and posts the term's standing.
      *>-----------------------------------------------------------
       POST-ONE-STUDENT.
           MOVE 0 TO WS-TERM-ROWS
           MOVE 0 TO WS-TERM-POINTS
           MOVE 0 TO WS-TERM-CREDITS
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE F-ID TO WS-RPT-STUDENT

           OPEN INPUT COURSE-MASTER-FILE
           PERFORM GATHER-CURRENT-ROWS
           PERFORM GATHER-HISTORY-TERM-ROWS
           PERFORM RPT-MERGE-HISTORY
           CLOSE COURSE-MASTER-FILE

           IF WS-TERM-ROWS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM RPT-TOTAL-BEST
           IF WS-RPT-TOTAL-CREDITS > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-RPT-TOTAL-POINTS / WS-RPT-TOTAL-CREDITS
           ELSE
               MOVE 0 TO WS-CUM-GPA
           END-IF
           IF WS-TERM-CREDITS > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CREDITS
           ELSE
               MOVE 0 TO WS-TERM-GPA
           END-IF

           PERFORM FIND-PRIOR-STANDING
           PERFORM DECIDE-STANDING

           MOVE "N" TO WS-HOLD-PLACED
           IF WS-NEW-STANDING = "S"
               PERFORM PLACE-SUSPENSION-HOLD
           END-IF

           PERFORM WRITE-STANDING-ROW.

      *>-----------------------------------------------------------
      *> GATHER-CURRENT-ROWS - the student's rows still on the
      *> active file: every GPA-bearing one is an attempt for the
      *> cumulative GPA, and those of the term being posted also
      *> count into the term GPA.
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
           IF EN-GRADE = SPACES OR EN-GRADE = "I"
               EXIT PARAGRAPH
           END-IF
           IF EN-TERM = WS-POST-TERM
               ADD 1 TO WS-TERM-ROWS
           END-IF
           IF EN-GRADE = "W" OR EN-BASIS = "A" OR EN-BASIS = "P"
               EXIT PARAGRAPH
           END-IF

           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS > 0
               MOVE EN-GRADE TO WS-GRADE-LOOKUP
               PERFORM GET-GRADE-POINTS
               MOVE EN-COURSE           TO WS-RPT-NEW-COURSE
               MOVE WS-GRADE-POINTS-OUT TO WS-RPT-NEW-POINTS
               MOVE C-CREDITS           TO WS-RPT-NEW-CREDITS
               PERFORM RPT-RECORD-ATTEMPT
               IF EN-TERM = WS-POST-TERM
                   COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
                       + WS-GRADE-POINTS-OUT * C-CREDITS
                   ADD C-CREDITS TO WS-TERM-CREDITS
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> GATHER-HISTORY-TERM-ROWS - rows of the posted term that
      *> have already rolled to history still count into the term
      *> GPA, so a posting run after PRGT0023 by mistake comes out
      *> the same.  (RPT-MERGE-HISTORY takes care of them for the
      *> cumulative GPA.)
      *>-----------------------------------------------------------
       GATHER-HISTORY-TERM-ROWS.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE F-ID         TO HIST-STUDENT-ID
               MOVE WS-POST-TERM TO HIST-TERM
               MOVE LOW-VALUES   TO HIST-COURSE HIST-SECTION
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
                           OR HIST-TERM NOT = WS-POST-TERM
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF
                       IF HIST-STUDENT-ID = F-ID
                           AND HIST-TERM = WS-POST-TERM
                           AND HIST-GRADE NOT = SPACES
                           AND HIST-GRADE NOT = "I"
                           PERFORM TAKE-HISTORY-TERM-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       TAKE-HISTORY-TERM-ROW.
           ADD 1 TO WS-TERM-ROWS
           IF HIST-GRADE = "W" OR HIST-BASIS = "A"
               OR HIST-BASIS = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-COURSE  TO C-CODE
           MOVE HIST-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS > 0
               MOVE HIST-GRADE TO WS-GRADE-LOOKUP
               PERFORM GET-GRADE-POINTS
               COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
                   + WS-GRADE-POINTS-OUT * C-CREDITS
               ADD C-CREDITS TO WS-TERM-CREDITS
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-PRIOR-STANDING - the standing posted for the
      *> student's most recent earlier term (the last row keyed
      *> before this term's start date), SPACE if none.
      *>-----------------------------------------------------------
       FIND-PRIOR-STANDING.
           MOVE SPACE TO WS-PRIOR-STANDING
           MOVE "N"   TO WS-STD-EOF
           MOVE F-ID       TO STD-STUDENT-ID
           MOVE LOW-VALUES TO STD-TERM-START
           MOVE LOW-VALUES TO STD-TERM
           START STANDING-FILE KEY IS NOT LESS THAN STD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STD-EOF
           END-START
           PERFORM UNTIL WS-STD-EOF = "Y"
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STD-EOF
                   NOT AT END
                       IF STD-STUDENT-ID NOT = F-ID
                           OR STD-TERM-START NOT < WS-POST-TERM-START
                           MOVE "Y" TO WS-STD-EOF
                       ELSE
                           MOVE STD-STANDING TO WS-PRIOR-STANDING
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> DECIDE-STANDING - the progression rules:
      *>   cumulative GPA under the line, on probation last term
      *>     -> SUSPENSION;
      *>   cumulative GPA under the line otherwise (first time, or
      *>     back from a suspension) -> PROBATION;
      *>   cumulative GPA sound but this term's under the line
      *>     -> WARNING;
      *>   anything else -> GOOD STANDING.
      *>-----------------------------------------------------------
       DECIDE-STANDING.
           EVALUATE TRUE
               WHEN WS-RPT-TOTAL-CREDITS > 0
                   AND WS-CUM-GPA < WS-PROBATION-GPA
                   AND WS-PRIOR-STANDING = "P"
                   MOVE "S" TO WS-NEW-STANDING
               WHEN WS-RPT-TOTAL-CREDITS > 0
                   AND WS-CUM-GPA < WS-PROBATION-GPA
                   MOVE "P" TO WS-NEW-STANDING
               WHEN WS-TERM-CREDITS > 0
                   AND WS-TERM-GPA < WS-WARNING-GPA
                   MOVE "W" TO WS-NEW-STANDING
               WHEN OTHER
                   MOVE "G" TO WS-NEW-STANDING
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> PLACE-SUSPENSION-HOLD - a type "S" registration hold, so
      *> CAP-ENROLL-WITH-CHECK refuses the suspended student's
      *> enrollments until the hold is released through PRGH0077
      *> on reinstatement.  An already-active suspension hold is
      *> left as it is; a released one is placed again over its
      *> row, the way PRGH0077 re-places a hold.
      *>-----------------------------------------------------------
       PLACE-SUSPENSION-HOLD.
           MOVE F-ID TO HOLD-STUDENT-ID
           MOVE "S"  TO HOLD-TYPE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOLD-PLACED
               NOT INVALID KEY
                   IF HOLD-RELEASE-DATE = SPACES
                       CLOSE HOLD-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "R" TO WS-HOLD-PLACED
           END-READ

           MOVE F-ID               TO HOLD-STUDENT-ID
           MOVE "S"                TO HOLD-TYPE
           MOVE WS-OPERATOR-ID     TO HOLD-PLACED-BY
           MOVE WS-TODAY-FORMATTED TO HOLD-PLACED-DATE
           MOVE SPACES             TO HOLD-RELEASE-DATE
           MOVE SPACES             TO HOLD-REASON
           STRING "ACADEMIC SUSPENSION " DELIMITED BY SIZE
                  WS-POST-TERM DELIMITED BY SIZE
                  INTO HOLD-REASON

           IF WS-HOLD-PLACED = "R"
               REWRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-HOLD-PLACED
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-PLACED
               END-REWRITE
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-HOLD-PLACED
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-PLACED
               END-WRITE
           END-IF
           CLOSE HOLD-FILE

           IF WS-HOLD-PLACED = "Y"
               ADD 1 TO WS-HOLDS-COUNT
               MOVE SPACES      TO WS-AUDIT-BEFORE
               MOVE SPACES      TO WS-AUDIT-AFTER
               MOVE HOLD-RECORD TO WS-AUDIT-AFTER(1:59)
               MOVE "PRGT0144"  TO AUDIT-PROGRAM
               MOVE F-ID        TO AUDIT-STUDENT-ID
               MOVE "HOLD"      TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "***ERROR: UNABLE TO PLACE SUSPENSION HOLD "
                   "FOR " F-ID "***"
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-STANDING-ROW - posts the row (re-posting the same
      *> term replaces it, so a rerun after a late grade change
      *> settles on the corrected standing) and prints the line.
      *>-----------------------------------------------------------
       WRITE-STANDING-ROW.
           MOVE F-ID                 TO STD-STUDENT-ID
           MOVE WS-POST-TERM-START   TO STD-TERM-START
           MOVE WS-POST-TERM         TO STD-TERM
           MOVE WS-NEW-STANDING      TO STD-STANDING
           MOVE WS-TERM-CREDITS      TO STD-TERM-CREDITS
           MOVE WS-TERM-GPA          TO STD-TERM-GPA
           MOVE WS-RPT-TOTAL-CREDITS TO STD-CUM-CREDITS
           MOVE WS-CUM-GPA           TO STD-CUM-GPA
           MOVE WS-TODAY-FORMATTED   TO STD-POSTED-DATE
           MOVE WS-HOLD-PLACED       TO STD-HOLD-PLACED

           WRITE STANDING-RECORD
               INVALID KEY
                   REWRITE STANDING-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO POST "
                               "STANDING FOR " F-ID "***"
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-POSTED-COUNT
           EVALUATE WS-NEW-STANDING
               WHEN "S"
                   MOVE "SUSPENSION" TO WS-STANDING-NAME
                   ADD 1 TO WS-SUSPENSION-COUNT
               WHEN "P"
                   MOVE "PROBATION"  TO WS-STANDING-NAME
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN "W"
                   MOVE "WARNING"    TO WS-STANDING-NAME
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE "GOOD"       TO WS-STANDING-NAME
                   ADD 1 TO WS-GOOD-COUNT
           END-EVALUATE

           MOVE WS-TERM-GPA TO WS-GPA-DISPLAY
           MOVE WS-CUM-GPA  TO WS-CUM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING F-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  F-NAME(1:24) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-TERM-CREDITS DELIMITED BY SIZE
                  "     | " DELIMITED BY SIZE
                  WS-GPA-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CUM-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STANDING-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-HOLD-PLACED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-STANDING-LINE.

      *>-----------------------------------------------------------
      *> WRITE-STANDING-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-STANDING-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
