           ACCEPT WS-FILTER-DATE

           DISPLAY "PROGRAM  | STARTED        | ENDED          | RC"
               "  | READ   | WRITTEN | REJECTED | SKIPPED"
           DISPLAY "-------------------------------------------------"

           OPEN INPUT JOB-HISTORY-FILE
                                   " | " JOB-RC " | "
                                   JOB-READ-COUNT " | "
                                   JOB-WRITE-COUNT "  | "
                                   JOB-REJECT-COUNT "   | "
                                   JOB-SKIP-COUNT
                               ADD 1 TO WS-MATCH-COUNT
                           END-IF
                   END-READ
