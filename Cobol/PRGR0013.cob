      *>-----------------------------------------------------------
      *> COUNT-TOTAL-ENROLLMENTS - one plain pass over the enrollment
      *> file to get the grand total every course's share is computed
      *> against.  W rows (dropped after the add/drop date) hold no
      *> seat and are left out here and in LOAD-SORT-FILE alike.
      *>-----------------------------------------------------------
       COUNT-TOTAL-ENROLLMENTS.
           MOVE "N" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-CAMPUS-FILTER
                       IF WS-ROW-WANTED = "Y"
                           AND EN-GRADE NOT = "W"
                           ADD 1 TO WS-TOTAL-ENROLL
                       END-IF
               END-READ
                   NOT AT END
                       PERFORM CHECK-CAMPUS-FILTER
                       IF WS-ROW-WANTED = "Y"
                           AND EN-GRADE NOT = "W"
                           MOVE EN-COURSE     TO SR-COURSE
                           MOVE EN-STUDENT-ID TO SR-STUDENT-ID
                           RELEASE SR-ENROLL-RECORD
