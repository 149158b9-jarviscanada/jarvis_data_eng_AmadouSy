               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last I/O
       01 WS-EOF               PIC X VALUE "N".      *> End-of-file flag
       01 WS-MATCH-FOUND       PIC X VALUE "N".      *> "Y" once the name matches
       01 WS-POS               PIC 9(2).             *> Scan position within the name

       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

       PROCEDURE DIVISION.
       BEGIN.

                               DISPLAY F-ID " | " F-NAME " | "
                                   F-COURSE " | " F-STATUS
                               ADD 1 TO WS-STUDENT-COUNT
                               MOVE "PRGQ0031" TO WS-RAC-PROGRAM
                               MOVE F-ID TO WS-RAC-STUDENT
                               PERFORM LOG-READ-ACCESS
                           END-IF
               END-READ
           END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
