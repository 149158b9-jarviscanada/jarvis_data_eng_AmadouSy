      *>---------------------------------------------------------------
      *> SCOPEVAL.CPY
      *> Shared instructor-scope paragraphs.  An "I" (instructor)
      *> login may only work the sections it teaches - the sections
      *> whose C-INSTRUCTOR is the INSTR-ID PRGP0028 carried into
      *> current-session.txt - the same way an "S" login is confined
      *> to its own student.  Every other role passes untouched.
      *> A refusal is shown on the screen and written to
      *> audit-log.txt as operation DENIED, naming the user, their
      *> instructor ID and the section they tried.
      *>
      *> The calling program must SELECT SESSION-FILE (FD
      *> SESSION-LINE PIC X(13)), COURSE-MASTER-FILE (FD COPY
      *> "COURSEREC.CPY", status WS-COURSE-STATUS) and
      *> AUDIT-LOG-FILE with AUDITWS.CPY/AUDITVAL.CPY, COPY
      *> "SCOPEWS.CPY", and leave COURSE-MASTER-FILE closed when it
      *> performs CHECK-SECTION-SCOPE.
      *>
      *> LOAD-SECTION-SCOPE: once, at the top of the program - who
      *> is signed on, in what role, linked to which instructor.
      *>
      *> CHECK-SECTION-SCOPE: move the course and section to
      *> WS-SCOPE-COURSE / WS-SCOPE-SECTION; WS-SCOPE-OK comes back
      *> "N" if this login may not work that section.  The course
      *> master row is left in COURSE-MASTER-RECORD.
      *>
      *> CHECK-INSTR-SCOPE: the same, for a caller that already has
      *> the instructor in WS-SCOPE-SECTION-INSTR.
      *>---------------------------------------------------------------
       LOAD-SECTION-SCOPE.
           MOVE SPACES TO WS-SCOPE-USER
           MOVE SPACE  TO WS-SCOPE-ROLE
           MOVE SPACES TO WS-SCOPE-INSTR
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-SCOPE-USER
                   MOVE SESSION-LINE(9:1) TO WS-SCOPE-ROLE
                   IF WS-SCOPE-ROLE = "I"
                       MOVE SESSION-LINE(10:4) TO WS-SCOPE-INSTR
                   END-IF
           END-READ
           CLOSE SESSION-FILE.

       CHECK-SECTION-SCOPE.
           MOVE "Y" TO WS-SCOPE-OK
           IF WS-SCOPE-ROLE NOT = "I"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCOPE-SECTION-INSTR
           MOVE WS-SCOPE-COURSE  TO C-CODE
           MOVE WS-SCOPE-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS = "00"
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-INSTRUCTOR TO WS-SCOPE-SECTION-INSTR
               END-READ
               CLOSE COURSE-MASTER-FILE
           END-IF

           PERFORM CHECK-INSTR-SCOPE.

       CHECK-INSTR-SCOPE.
           MOVE "Y" TO WS-SCOPE-OK
           IF WS-SCOPE-ROLE NOT = "I"
               EXIT PARAGRAPH
           END-IF
      *> An instructor login with no instructor behind it owns
      *> nothing, so the blank-against-blank match is refused too.
           IF WS-SCOPE-INSTR NOT = SPACES
               AND WS-SCOPE-SECTION-INSTR = WS-SCOPE-INSTR
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SCOPE-OK
           IF WS-SCOPE-COURSE = SPACES
               DISPLAY "***ERROR: YOU MAY ONLY WORK YOUR OWN "
                   "SECTIONS - REQUEST REFUSED AND LOGGED.***"
           ELSE
               DISPLAY "***ERROR: " WS-SCOPE-COURSE "/"
                   WS-SCOPE-SECTION " IS NOT ONE OF YOUR SECTIONS "
                   "- REQUEST REFUSED AND LOGGED.***"
           END-IF

           MOVE WS-SCOPE-PROGRAM TO AUDIT-PROGRAM
           MOVE SPACES           TO AUDIT-STUDENT-ID
           MOVE "DENIED"         TO AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "USER " DELIMITED BY SIZE
                  WS-SCOPE-USER DELIMITED BY SIZE
                  " INSTR " DELIMITED BY SIZE
                  WS-SCOPE-INSTR DELIMITED BY SIZE
                  " TRIED " DELIMITED BY SIZE
                  WS-SCOPE-COURSE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SCOPE-SECTION DELIMITED BY SIZE
                  " OF INSTR " DELIMITED BY SIZE
                  WS-SCOPE-SECTION-INSTR DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG.
