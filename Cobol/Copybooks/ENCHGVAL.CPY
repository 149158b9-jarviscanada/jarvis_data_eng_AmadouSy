      *>---------------------------------------------------------------
      *> ENCHGVAL.CPY
      *> Shared paragraph that notes a seat given up or moved on the
      *> enrollment-change log (enrollment-changes.txt, ENCHGREC.CPY),
      *> since neither a deleted row, a W rewrite nor a section move
      *> leaves a new date on student-course.txt for the schedule
      *> confirmation run (PRGR0193) to find.  Every program that
      *> takes a student out of a section or moves them to another
      *> (PRGE0012, PRGU0003, PRGW0035, PRGW0136, PRGX0104) logs
      *> through here.
      *>
      *> The calling program must SELECT ENROLL-CHANGE-FILE ASSIGN
      *> TO "enrollment-changes.txt" ORGANIZATION IS LINE SEQUENTIAL
      *> with FILE STATUS WS-ECH-STATUS, FD it with
      *> COPY "ENCHGREC.CPY", COPY "ENCHGWS.CPY", leave the changed
      *> row in ENROLLMENT-RECORD (for a move, re-keyed to the new
      *> section), move the day to WS-ECH-DATE and, for a move only,
      *> "M" to WS-ECH-ACTION, then PERFORM LOG-ENROLLMENT-CHANGE.
      *>---------------------------------------------------------------
       LOG-ENROLLMENT-CHANGE.
           MOVE EN-STUDENT-ID TO ECH-STUDENT-ID
           MOVE EN-COURSE     TO ECH-COURSE
           MOVE EN-SECTION    TO ECH-SECTION
           MOVE EN-TERM       TO ECH-TERM
           IF WS-ECH-ACTION = "M"
               MOVE "M" TO ECH-ACTION
           ELSE
               IF EN-GRADE = "W"
                   MOVE "W" TO ECH-ACTION
               ELSE
                   MOVE "D" TO ECH-ACTION
               END-IF
           END-IF
           MOVE WS-ECH-DATE   TO ECH-DATE
           MOVE SPACE         TO WS-ECH-ACTION

           OPEN EXTEND ENROLL-CHANGE-FILE
           IF WS-ECH-STATUS NOT = "00"
               CLOSE ENROLL-CHANGE-FILE
               OPEN OUTPUT ENROLL-CHANGE-FILE
           END-IF
           WRITE ENROLL-CHANGE-RECORD
           CLOSE ENROLL-CHANGE-FILE.
