               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "student-addresses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD ADDRESS-FILE.
       COPY "ADDRREC.CPY".    *> Shared student-address layout (ADDR-KEY, ...)

       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-LABEL-COUNT       PIC 9(5) VALUE 0. *> Labels written
       01 WS-NO-ADDR-COUNT     PIC 9(5) VALUE 0. *> Students with no address
       01 WS-WITHHELD-COUNT    PIC 9(5) VALUE 0. *> Left off - privacy block
       01 WS-FROM-SELECTION    PIC X VALUE "N". *> Driven by the selection file
       01 WS-BEST-DATE         PIC X(8).        *> Latest effective date found
       01 WS-BEST-FOUND        PIC X VALUE "N". *> An address is in force
           05 WS-BEST-STATE    PIC X(2).
           05 WS-BEST-ZIP      PIC X(10).

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "*** " WS-LABEL-COUNT " LABEL(S) WRITTEN TO "
               "mailing-labels.txt; " WS-NO-ADDR-COUNT
               " STUDENT(S) HAD NO ADDRESS ON FILE. ***"
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "    " WS-WITHHELD-COUNT " LEFT OFF UNDER A "
                   "PRIVACY BLOCK."
           END-IF

           IF WS-LABEL-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing written
      *>-----------------------------------------------------------
      *> WRITE-ONE-LABEL - the mailing address in force (latest
      *> effective M row not after today, falling back to the home
      *> address), printed as one label block.  A student under a
      *> privacy block gets no label - labels go to outside mail
      *> houses and sponsors.
      *>-----------------------------------------------------------
       WRITE-ONE-LABEL.
           MOVE F-ID TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           IF WS-PRIV-BLOCKED = "Y"
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-WANT-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF WS-BEST-FOUND = "N"
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
