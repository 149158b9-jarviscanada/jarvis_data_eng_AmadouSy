      *>---------------------------------------------------------------
      *> REPEATVAL.CPY
      *> Shared COUNT-COURSE-ATTEMPTS paragraph: how many times has
      *> a student taken a course?  Every row for the student in
      *> that course counts - current rows on student-course.txt and
      *> rolled-off ones on enrollment-history.txt, graded, in
      *> progress, incomplete or withdrawn alike - along with rows
      *> under any code the course was renamed from.  Audits carry
      *> no credit and are not attempts.
      *>
      *> The calling program must SELECT ENROLLMENT-FILE (INDEXED,
      *> COPY "ENROLLREC.CPY"), HISTORY-FILE ASSIGN TO
      *> "enrollment-history.txt" (INDEXED as HISTREC.CPY shows,
      *> FILE STATUS WS-HIST-STATUS) and EQUIV-FILE ASSIGN TO
      *> "course-equivalencies.txt" (INDEXED, RECORD KEY
      *> EQ-OLD-CODE, FILE STATUS WS-EQUIV-STATUS, COPY
      *> "EQUIVREC.CPY"), none of them open at the time, and COPY
      *> "REPEATWS.CPY" for the working-storage fields.
      *>
      *> Move the student and course to WS-TRY-STUDENT/
      *> WS-TRY-COURSE; the count comes back in WS-TRY-COUNT, to be
      *> held against WS-TRY-LIMIT.
      *>---------------------------------------------------------------
       COUNT-COURSE-ATTEMPTS.
           MOVE 0 TO WS-TRY-COUNT
           MOVE 0 TO WS-TRY-OLD-COUNT

           OPEN INPUT EQUIV-FILE
           IF WS-EQUIV-STATUS = "00"
               MOVE "N" TO WS-TRY-EOF
               PERFORM UNTIL WS-TRY-EOF = "Y"
                   READ EQUIV-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TRY-EOF
                       NOT AT END
                           IF EQ-NEW-CODE = WS-TRY-COURSE
                               AND WS-TRY-OLD-COUNT < 10
                               ADD 1 TO WS-TRY-OLD-COUNT
                               MOVE EQ-OLD-CODE
                                   TO WS-TRY-OLD-CODE(WS-TRY-OLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EQUIV-FILE
           END-IF

           MOVE "N" TO WS-TRY-EOF
           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-TRY-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRY-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-TRY-STUDENT
                           AND EN-BASIS NOT = "A"
                           MOVE EN-COURSE TO WS-TRY-ROW-COURSE
                           PERFORM TRY-MATCH-COURSE
                           IF WS-TRY-MATCH = "Y"
                               ADD 1 TO WS-TRY-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           MOVE "N" TO WS-TRY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-TRY-STUDENT TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TRY-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-TRY-EOF
           END-IF
           PERFORM UNTIL WS-TRY-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRY-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-TRY-STUDENT
                           MOVE "Y" TO WS-TRY-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-TRY-STUDENT
                           AND HIST-BASIS NOT = "A"
                           MOVE HIST-COURSE TO WS-TRY-ROW-COURSE
                           PERFORM TRY-MATCH-COURSE
                           IF WS-TRY-MATCH = "Y"
                               ADD 1 TO WS-TRY-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *>-----------------------------------------------------------
      *> TRY-MATCH-COURSE - is WS-TRY-ROW-COURSE the course being
      *> counted, under its own code or an old one?
      *>-----------------------------------------------------------
       TRY-MATCH-COURSE.
           MOVE "N" TO WS-TRY-MATCH
           IF WS-TRY-ROW-COURSE = WS-TRY-COURSE
               MOVE "Y" TO WS-TRY-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRY-IX FROM 1 BY 1
               UNTIL WS-TRY-IX > WS-TRY-OLD-COUNT
                   OR WS-TRY-MATCH = "Y"
               IF WS-TRY-ROW-COURSE = WS-TRY-OLD-CODE(WS-TRY-IX)
                   MOVE "Y" TO WS-TRY-MATCH
               END-IF
           END-PERFORM.
