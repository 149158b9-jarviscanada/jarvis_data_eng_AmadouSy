               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "students-export.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD EXPORT-FILE.
       01 EXPORT-LINE              PIC X(200).  *> One quoted-CSV row

       01 WS-FILE-STATUS       PIC XX.          *> Status of last STUDENT-FILE I/O
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-EXPORT-COUNT      PIC 9(4) VALUE 0. *> Rows written
       01 WS-WITHHELD-COUNT    PIC 9(4) VALUE 0. *> Left off - privacy block

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       PROCEDURE DIVISION.
       BEGIN.
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF F-STATUS = "A"
                           MOVE F-ID TO WS-PRIV-STUDENT
                           PERFORM CHECK-PRIVACY-BLOCK
                           IF WS-PRIV-BLOCKED = "Y"
                               ADD 1 TO WS-WITHHELD-COUNT
                           ELSE
                               PERFORM WRITE-EXPORT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "*** " WS-EXPORT-COUNT " STUDENT(S) EXPORTED TO "
               "students-export.csv. ***"
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "    " WS-WITHHELD-COUNT " LEFT OFF UNDER A "
                   "PRIVACY BLOCK."
           END-IF

           IF WS-EXPORT-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to export
               INTO EXPORT-LINE
           WRITE EXPORT-LINE
           ADD 1 TO WS-EXPORT-COUNT.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
