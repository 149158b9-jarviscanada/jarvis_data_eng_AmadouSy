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

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
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

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-CHANGE-STATUS     PIC XX.               *> CHANGE-FILE I/O status
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup flag

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           END-READ
           CLOSE ENROLLMENT-FILE

           IF GC-STATUS = "A"
               MOVE GC-STUDENT-ID TO WS-ACS-STUDENT
               MOVE "PRGG0097"    TO WS-ACS-PROGRAM
               PERFORM REFRESH-ACADEMIC-SUMMARY
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
