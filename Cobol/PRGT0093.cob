           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INCOMPLETE-FILE.
       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-KEY, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-INC-STATUS        PIC XX.          *> INCOMPLETE-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-DEADLINE-ROLLED   PIC X(8).        *> INC-DEADLINE rolled to an open day
       01 WS-LAPSED-COUNT      PIC 9(4) VALUE 0. *> Incompletes lapsed to F
       01 WS-RETIRED-COUNT     PIC 9(4) VALUE 0. *> Rows retired (grade posted)

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.
      *> posted, or the row is gone) so the tracker is retired;
      *> the deadline has passed so the I lapses to F, logged to
      *> the audit trail; or the deadline is still in the future
      *> and nothing happens.  A deadline on a weekend or a closure
      *> at the section's campus runs on to the next open day.
      *>-----------------------------------------------------------
       SWEEP-ONE-INCOMPLETE.
           MOVE INC-STUDENT-ID TO EN-STUDENT-ID
                       CLOSE ENROLLMENT-FILE
                       PERFORM RETIRE-TRACKING-ROW
                   ELSE
                       PERFORM ROLL-INCOMPLETE-DEADLINE
                       IF WS-DEADLINE-ROLLED < WS-TODAY-FORMATTED
                           PERFORM LAPSE-TO-F
                           CLOSE ENROLLMENT-FILE
                           MOVE INC-STUDENT-ID TO WS-ACS-STUDENT
                           MOVE "PRGT0093"     TO WS-ACS-PROGRAM
                           PERFORM REFRESH-ACADEMIC-SUMMARY
                           PERFORM RETIRE-TRACKING-ROW
                       ELSE
                           CLOSE ENROLLMENT-FILE
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> ROLL-INCOMPLETE-DEADLINE - the tracking row's deadline on
      *> the business calendar of the campus the section meets at.
      *>-----------------------------------------------------------
       ROLL-INCOMPLETE-DEADLINE.
           MOVE SPACES      TO WS-CAL-CAMPUS
           MOVE INC-COURSE  TO C-CODE
           MOVE INC-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-CAMPUS TO WS-CAL-CAMPUS
           END-READ
           CLOSE COURSE-MASTER-FILE

           MOVE INC-DEADLINE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE  TO WS-DEADLINE-ROLLED.

      *>-----------------------------------------------------------
      *> LAPSE-TO-F - the deadline passed with the I still on the
      *> row: it becomes an F, with before/after images logged.

       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
