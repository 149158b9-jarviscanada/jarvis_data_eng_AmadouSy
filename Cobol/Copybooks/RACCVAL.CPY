      *>---------------------------------------------------------------
      *> RACCVAL.CPY
      *> Shared paragraph that appends one row to read-access-log.txt
      *> for a student record an inquiry has just shown.  The
      *> calling program must
      *>   SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
      *>       LINE SEQUENTIAL, FILE STATUS WS-RAC-FILE-STATUS, and
      *>       FD it with COPY "RACCREC.CPY";
      *>   SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
      *>       LINE SEQUENTIAL, FILE STATUS WS-RAC-SESS-STATUS, with
      *>       an FD of 01 RAC-SESSION-LINE PIC X(13);
      *> COPY "RACCWS.CPY", move its PROGRAM-ID to WS-RAC-PROGRAM
      *> and the student ID to WS-RAC-STUDENT, then PERFORM
      *> LOG-READ-ACCESS.  A list inquiry performs it once per
      *> student on the list.
      *>---------------------------------------------------------------
       LOG-READ-ACCESS.
           IF WS-RAC-USER = SPACES
               MOVE "UNKNOWN" TO WS-RAC-USER
               OPEN INPUT RAC-SESSION-FILE
               IF WS-RAC-SESS-STATUS = "00"
                   READ RAC-SESSION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RAC-SESSION-LINE(1:8) TO WS-RAC-USER
                   END-READ
                   CLOSE RAC-SESSION-FILE
               END-IF
           END-IF

           ACCEPT WS-RAC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAC-TIME FROM TIME

           MOVE SPACES TO READ-ACCESS-RECORD
           STRING WS-RAC-DATE WS-RAC-TIME
               DELIMITED BY SIZE INTO RAC-TIMESTAMP
           MOVE WS-RAC-USER    TO RAC-USER-ID
           MOVE WS-RAC-PROGRAM TO RAC-PROGRAM
           MOVE WS-RAC-STUDENT TO RAC-STUDENT-ID

           OPEN EXTEND READ-ACCESS-FILE
           IF WS-RAC-FILE-STATUS NOT = "00"
               CLOSE READ-ACCESS-FILE
               OPEN OUTPUT READ-ACCESS-FILE
           END-IF
           WRITE READ-ACCESS-RECORD
           CLOSE READ-ACCESS-FILE.
