               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "course-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".   *> Shared enrollment record layout

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".    *> Shared term-offering layout

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(80).  *> One report line


       01 WS-CAMPUS-FILTER     PIC X(3) VALUE SPACES. *> Campus filter, blank = all

       01 WS-OFR-STATUS        PIC XX.          *> OFFERING-FILE status
       01 WS-OFR-EOF           PIC X VALUE "N". *> Offering-scan EOF flag
       01 WS-SCHED-TERM        PIC X(6) VALUE SPACES. *> Term to print, blank = catalog
       01 WS-CAP-DISPLAY       PIC ZZ9.         *> Edited term capacity

       PROCEDURE DIVISION.
       BEGIN.

               "FOR ALL CAMPUSES >>"
           ACCEPT WS-CAMPUS-FILTER

      *> With a term keyed this prints that term's schedule of
      *> classes from term-offerings.txt instead of the catalog -
      *> the sections running that term, who teaches them, when,
      *> where and for how many.
           DISPLAY "ENTER TERM FOR ITS SCHEDULE OF CLASSES (E.G. "
               "2026FA), OR BLANK FOR THE CATALOG >>"
           ACCEPT WS-SCHED-TERM
           IF WS-SCHED-TERM NOT = SPACES
               PERFORM PRINT-TERM-SCHEDULE
               EXIT PROGRAM
           END-IF

           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-FILE
           OPEN OUTPUT REPORT-FILE
       WRITE-CATALOG-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

      *>-----------------------------------------------------------
      *> PRINT-TERM-SCHEDULE - one line per section offered in
      *> WS-SCHED-TERM, description and credits from the catalog,
      *> everything else from the term's offering row.  Cancelled
      *> sections print flagged rather than vanishing.
      *>-----------------------------------------------------------
       PRINT-TERM-SCHEDULE.
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "--------------------------------------------------" &
               "------------------------------" TO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     SCHEDULE OF CLASSES - TERM " WS-SCHED-TERM
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE
           MOVE "--------------------------------------------------" &
               "------------------------------" TO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE
           MOVE "CODE/SEC       | DESCRIPTION      |CR| " &
               "INSTRUCTOR  | DAYS  TIME ROOM  |CAP| ENR"
               TO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE
           MOVE "--------------------------------------------------" &
               "------------------------------" TO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE

           MOVE "N" TO WS-OFR-EOF
           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS NOT = "00"
               MOVE "Y" TO WS-OFR-EOF
           ELSE
               MOVE WS-SCHED-TERM TO OFR-TERM
               MOVE LOW-VALUES    TO OFR-COURSE
               MOVE LOW-VALUES    TO OFR-SECTION
               START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-OFR-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-SCHED-TERM
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           IF WS-CAMPUS-FILTER = SPACES
                               OR OFR-CAMPUS = WS-CAMPUS-FILTER
                               PERFORM WRITE-SCHEDULE-ENTRY
                               ADD 1 TO WS-COURSE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OFR-STATUS NOT = "35"
               CLOSE OFFERING-FILE
           END-IF

           MOVE "--------------------------------------------------" &
               "------------------------------" TO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL SECTIONS LISTED: " DELIMITED BY SIZE
                  WS-COURSE-COUNT DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-CATALOG-LINE

           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-FILE
           CLOSE REPORT-FILE

           IF WS-COURSE-COUNT = 0
               DISPLAY "(NO SECTIONS SCHEDULED FOR TERM "
                   WS-SCHED-TERM ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing scheduled
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-SCHEDULE-ENTRY - prints one schedule line for the
      *> offering row just read.  Enrollment counts only rows
      *> stamped with the term, so a term still being planned
      *> shows 0 rather than this term's head count.
      *>-----------------------------------------------------------
       WRITE-SCHEDULE-ENTRY.
           MOVE OFR-COURSE  TO C-CODE
           MOVE OFR-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT IN CATALOG)" TO C-DESC
                   MOVE 0 TO C-CREDITS
           END-READ
           MOVE OFR-INSTRUCTOR TO C-INSTRUCTOR
           PERFORM LOOKUP-INSTRUCTOR

           MOVE 0   TO WS-ENROLLED-COUNT
           MOVE "N" TO WS-ENROLL-EOF
           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-COURSE = OFR-COURSE
                           AND EN-SECTION = OFR-SECTION
                           AND EN-TERM = OFR-TERM
                           AND EN-GRADE NOT = "W"
                           ADD 1 TO WS-ENROLLED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           MOVE C-CREDITS         TO WS-CREDITS-DISPLAY
           MOVE OFR-CAPACITY      TO WS-CAP-DISPLAY
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE
           STRING C-CODE(1:11)        DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  C-SECTION           DELIMITED BY SIZE
                  " | "               DELIMITED BY SIZE
                  C-DESC(1:16)        DELIMITED BY SIZE
                  " |"                DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY  DELIMITED BY SIZE
                  "| "                DELIMITED BY SIZE
                  WS-INSTR-NAME(1:11) DELIMITED BY SIZE
                  " | "               DELIMITED BY SIZE
                  OFR-MEETING-DAY     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  OFR-MEETING-TIME    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  OFR-ROOM            DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-CAP-DISPLAY      DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-COUNT-DISPLAY    DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF OFR-STATUS = "X"
               MOVE "** CANCELLED **" TO REPORT-LINE(54:17)
           END-IF

           PERFORM WRITE-CATALOG-LINE.
