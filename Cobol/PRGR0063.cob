                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
      *> A W row (dropped after the add/drop date) stays on file
      *> for the record but no longer holds a seat.
                       IF EN-COURSE = WS-CUR-COURSE
                           AND EN-SECTION = WS-CUR-SECTION
                           AND EN-GRADE NOT = "W"
                           ADD 1 TO WS-FILLED-COUNT
                       END-IF
               END-READ
