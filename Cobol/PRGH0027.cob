               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "student-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD EXTRACT-FILE.
       01 EXTRACT-LINE             PIC X(160).  *> One fixed-width extract row

       01 WS-FILE-STATUS       PIC XX.          *> Status of last STUDENT-FILE I/O
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-EXTRACT-COUNT     PIC 9(6) VALUE 0. *> Detail rows written
       01 WS-WITHHELD-COUNT    PIC 9(6) VALUE 0. *> Left off - privacy block
       01 WS-TRAILER-COUNT     PIC Z(5)9.        *> Trailer count, edited for display

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT EXTRACT-FILE

           *> A student under a privacy block is left off entirely -
           *> the receiving system must not learn they attend.
           *> Every detail row is the student record exactly as it is
           *> laid out on the master file - same field widths, same
           *> positions - so a downstream fixed-column reader needs
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF F-STATUS = "A"
                           MOVE F-ID TO WS-PRIV-STUDENT
                           PERFORM CHECK-PRIVACY-BLOCK
                           IF WS-PRIV-BLOCKED = "Y"
                               ADD 1 TO WS-WITHHELD-COUNT
                           ELSE
                               MOVE STUDENT-RECORD TO EXTRACT-LINE
                               WRITE EXTRACT-LINE
                               ADD 1 TO WS-EXTRACT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "*** " WS-EXTRACT-COUNT " STUDENT(S) EXTRACTED TO "
               "student-extract.txt. ***"
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "    " WS-WITHHELD-COUNT " LEFT OFF UNDER A "
                   "PRIVACY BLOCK."
           END-IF

           IF WS-EXTRACT-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to extract
           END-IF

           EXIT PROGRAM.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
