           CLOSE CONFLICT-FILE.

       COLLECT-STUDENT-EXAM.
      *> A W row (dropped after the add/drop date) stays on file
      *> for the record, but the student sits no exam for it.
           IF EN-GRADE = "W"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
