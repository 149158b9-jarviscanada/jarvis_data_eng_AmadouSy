               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "prgq0034-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD PARM-FILE.
       01 PARM-LINE            PIC X(4).      *> Student ID to look up, no prompt

       01 WS-STUDENT-ID        PIC X(4).             *> Student ID to search for
       01 WS-FOUND             PIC X VALUE "N".      *> Flag if student found

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

      *> Same lookup as PRGQ0006, but driven entirely by
      *> prgq0034-parm.txt instead of an ACCEPT prompt, and writing
      *> its result to prgq0034-result.txt instead of just DISPLAY -
      *> so a scheduled job or another program can call this one and
      *> read the answer back without a terminal in the loop.  The
      *> last field is Y when the student has a privacy block in
      *> force (CONFIDENTIAL - DO NOT RELEASE), otherwise N.
       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               MOVE F-ID TO WS-PRIV-STUDENT
               PERFORM CHECK-PRIVACY-BLOCK
               PERFORM SHOW-PRIVACY-BANNER
               STRING F-ID "|" F-NAME "|" F-BIRTHDATE "|"
                   F-COURSE "|" F-INSERT-DATE "|" F-UPDATE-DATE "|"
                   F-STATUS "|" F-PHONE "|" F-EMAIL "|"
                   WS-PRIV-BLOCKED
                   DELIMITED BY SIZE INTO RESULT-LINE
               WRITE RESULT-LINE
               DISPLAY RESULT-LINE
           CLOSE RESULT-FILE

           EXIT PROGRAM.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
