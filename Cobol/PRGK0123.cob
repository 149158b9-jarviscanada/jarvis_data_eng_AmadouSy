                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
      *> A W row (dropped after the add/drop date) stays on file
      *> for the record but no longer holds a seat.
                       IF EN-COURSE = WS-CUR-COURSE
                           AND EN-SECTION = WS-CUR-SECTION
                           AND EN-GRADE NOT = "W"
      *> A leave-of-absence student's seats are suspended
      *> (PRGW0124 took them off the count) - counting their
      *> rows here would just "repair" the suspension away.
