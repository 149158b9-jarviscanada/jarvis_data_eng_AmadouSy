               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       FD CHANGE-FILE.
       COPY "GCHGREC.CPY".    *> Shared grade-change request layout (GC-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-CHANGE-STATUS     PIC XX.               *> CHANGE-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-NEW-REQUEST       PIC X(58).            *> New request, held while
      *>                                                the prior one is read

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.


           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGG0096" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE
           MOVE WS-SCOPE-USER TO WS-OPERATOR-ID

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID
               MOVE "01" TO EN-SECTION
           END-IF

      *> An instructor login requests changes in its own sections
      *> only.
           MOVE EN-COURSE  TO WS-SCOPE-COURSE
           MOVE EN-SECTION TO WS-SCOPE-SECTION
           PERFORM CHECK-SECTION-SCOPE
           IF WS-SCOPE-OK = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
               EXIT PROGRAM
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           READ ENROLLMENT-FILE
               INVALID KEY
                       "APPROVAL. ***"
                   MOVE 0 TO RETURN-CODE
           END-REWRITE.

       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
