       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-EOF                PIC X VALUE "N".      *> History scan EOF flag
       01 WS-SEARCH-MODE        PIC X VALUE SPACE.    *> "1" = by student, "2" = by course
       01 WS-SEARCH-STUDENT     PIC X(4).              *> Student ID to search for
           DISPLAY "-------------------------------------------------"

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM POSITION-HISTORY
           ELSE
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> POSITION-HISTORY - starts the read at the first row for
      *> the student (primary key) or the course (the course + term
      *> alternate key), so only the matching rows are read.
      *>-----------------------------------------------------------
       POSITION-HISTORY.
           EVALUATE WS-SEARCH-MODE
               WHEN "1"
                   MOVE WS-SEARCH-STUDENT TO HIST-STUDENT-ID
                   MOVE LOW-VALUES TO HIST-TERM HIST-COURSE
                       HIST-SECTION
                   START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               WHEN "2"
                   MOVE WS-SEARCH-COURSE TO HIST-ALT-COURSE
                   MOVE LOW-VALUES       TO HIST-ALT-TERM
                   START HISTORY-FILE
                       KEY IS NOT LESS THAN HIST-COURSE-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> CHECK-AND-DISPLAY-ROW - tests the history row just read
      *> against the search criteria chosen above and, if it
      *> matches, prints it and adds to the running match count;
      *> the first row past the student or course ends the read.
      *>-----------------------------------------------------------
       CHECK-AND-DISPLAY-ROW.
           EVALUATE WS-SEARCH-MODE
               WHEN "1"
                   IF HIST-STUDENT-ID = WS-SEARCH-STUDENT
                       PERFORM DISPLAY-HISTORY-ROW
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               WHEN "2"
                   IF HIST-ALT-COURSE = WS-SEARCH-COURSE
                       PERFORM DISPLAY-HISTORY-ROW
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-EVALUATE.

