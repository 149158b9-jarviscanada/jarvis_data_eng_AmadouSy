               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-INC-STATUS.

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

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD INCOMPLETE-FILE.
       COPY "INCREC.CPY".     *> Shared incomplete-grade layout (INC-KEY, ...)

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

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS     PIC XX.          *> Status of last I/O
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-GRADE-VALID       PIC X VALUE "N". *> Valid-grade flag
       01 WS-INC-STATUS        PIC XX.          *> INCOMPLETE-FILE I/O status
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "|   P O S T   C O U R S E   G R A D E   |"
           DISPLAY "+---------------------------------+"

           MOVE "PRGG0015" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID
               MOVE "01" TO EN-SECTION
           END-IF

      *> An instructor login posts grades in its own sections only.
           MOVE EN-COURSE  TO WS-SCOPE-COURSE
           MOVE EN-SECTION TO WS-SCOPE-SECTION
           PERFORM CHECK-SECTION-SCOPE
           IF WS-SCOPE-OK = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
               EXIT PROGRAM
           END-IF

      *> The lock comes before the READ, not just before the
      *> REWRITE - taken any later, two operators could both read
      *> the same row and the second REWRITE would silently undo
                   MOVE 0 TO RETURN-CODE
           END-REWRITE

           CLOSE ENROLLMENT-FILE

      *> The student's cumulative figures move with the grade -
      *> refreshed while the lock still keeps other postings off
      *> the student's rows.
           IF RETURN-CODE = 0
               MOVE EN-STUDENT-ID TO WS-ACS-STUDENT
               MOVE "PRGG0015"    TO WS-ACS-PROGRAM
               PERFORM REFRESH-ACADEMIC-SUMMARY
           END-IF

           PERFORM RELEASE-RECORD-LOCK

           EXIT PROGRAM.

      *>-----------------------------------------------------------

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
