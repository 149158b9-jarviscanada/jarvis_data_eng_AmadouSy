               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-MASTER-FILE.
       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-ENTERED-COUNT     PIC 9(4) VALUE 0.     *> Midterms posted this pass

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "|   M I D T E R M   G R A D E   E N T R Y       |"
           DISPLAY "+-----------------------------------------------+"

           MOVE "PRGG0094" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE

           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-TARGET-COURSE

               EXIT PROGRAM
           END-IF

      *> An instructor login keys midterms for its own sections only.
           MOVE WS-TARGET-COURSE  TO WS-SCOPE-COURSE
           MOVE WS-TARGET-SECTION TO WS-SCOPE-SECTION
           PERFORM CHECK-SECTION-SCOPE
           IF WS-SCOPE-OK = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
               EXIT PROGRAM
           END-IF

      *> The whole section is worked in one pass, the same roster
      *> order PRGR0068's worksheet prints, so the instructor keys
      *> straight down their marked-up sheet.  A section-wide pass
           END-REWRITE.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
