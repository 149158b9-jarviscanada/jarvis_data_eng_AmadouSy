               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last I/O
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID to search for
       01 WS-FOUND             PIC X VALUE "N".      *> Flag if student found

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs
       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               MOVE F-ID TO WS-PRIV-STUDENT
               PERFORM CHECK-PRIVACY-BLOCK
               MOVE "PRGQ0006" TO WS-RAC-PROGRAM
               MOVE F-ID TO WS-RAC-STUDENT
               PERFORM LOG-READ-ACCESS
               DISPLAY " "
               PERFORM SHOW-PRIVACY-BANNER
               DISPLAY "----------------------------------"&
              "--------------------------------------------"
               DISPLAY " ID  | STUDENT NAME       | BIRTHD"&
           CLOSE STUDENT-FILE                           *> Close file

           EXIT PROGRAM.                                *> End of program

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
