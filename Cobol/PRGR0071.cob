                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-COURSE = C-CODE
                           AND EN-GRADE NOT = "W"
                           ADD 1 TO WS-INSTR-STUDENTS
                       END-IF
               END-READ
