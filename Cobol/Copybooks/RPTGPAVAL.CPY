      *> The calling program must COPY "RPTGPAWS.CPY" for the
      *> working-storage fields, COPY "GRADEWS.CPY"/"GRADEVAL.CPY"
      *> (the points lookup runs through GET-GRADE-POINTS), SELECT
      *> HISTORY-FILE the usual way FDed with COPY "HISTREC.CPY"
      *> (FILE STATUS WS-HIST-STATUS),
      *> SELECT EQUIV-FILE (course-equivalencies.txt, keyed
      *> EQ-OLD-CODE) FDed with COPY "EQUIVREC.CPY" - the merge
      *> opens and closes that one itself - and hold
       RPT-MERGE-HISTORY.
           MOVE "N" TO WS-RPT-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-RPT-STUDENT TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RPT-HIST-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-RPT-HIST-EOF
           END-IF
           PERFORM UNTIL WS-RPT-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RPT-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-RPT-STUDENT
                           MOVE "Y" TO WS-RPT-HIST-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-RPT-STUDENT
                           AND HIST-GRADE NOT = SPACE
                           AND HIST-GRADE NOT = "I"
                           AND HIST-GRADE NOT = "W"
                           AND HIST-BASIS NOT = "A"
                           AND HIST-BASIS NOT = "P"
                           PERFORM RPT-RECORD-HISTORY-ATTEMPT
