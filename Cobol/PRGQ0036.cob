               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       01 WS-MATCH-FOUND       PIC X VALUE "N".      *> "Y" once every filter matches
       01 WS-POS               PIC 9(2).             *> Scan position within the name

       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

      *> One screen, several optional filters, all ANDed together -
      *> the single-purpose queries (PRGQ0006 by ID, PRGQ0009 by
      *> course, PRGQ0031 by name) stay as the quick one-field path;
                           DISPLAY F-ID " | " F-NAME " | " F-COURSE
                               " | " F-STATUS
                           ADD 1 TO WS-STUDENT-COUNT
                           MOVE "PRGQ0036" TO WS-RAC-PROGRAM
                           MOVE F-ID TO WS-RAC-STUDENT
                           PERFORM LOG-READ-ACCESS
                       END-IF
               END-READ
           END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
