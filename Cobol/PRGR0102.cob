           SELECT REPORT-FILE ASSIGN TO "instructor-timetable.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-INSTR-STATUS      PIC XX.          *> INSTRUCTOR-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER I/O status
       01 WS-DAY-LETTERS       PIC X(5) VALUE "MTWRF".
      *>         The five teaching weekdays in timetable order -
      *>         the same single-letter codes C-MEETING-DAY carries.
       01 WS-SESSION-ROLE      PIC X VALUE SPACE. *> Logged-in user's role
       01 WS-SESSION-INSTR     PIC X(4) VALUE SPACES.
      *>         For an "I" (instructor) login, the only instructor
      *>         whose timetable is printed.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "| WEEKLY INSTRUCTOR TIMETABLES                   |"
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(9:1) TO WS-SESSION-ROLE
                   IF WS-SESSION-ROLE = "I"
                       MOVE SESSION-LINE(10:4) TO WS-SESSION-INSTR
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE "WEEKLY INSTRUCTOR TIMETABLES" TO REPORT-LINE
           PERFORM WRITE-TIMETABLE-LINE
                   AT END
                       MOVE "Y" TO WS-INSTR-EOF
                   NOT AT END
      *> An instructor login gets its own timetable and no other.
                       IF INSTR-STATUS = "A"
                           AND (WS-SESSION-ROLE NOT = "I"
                               OR INSTR-ID = WS-SESSION-INSTR)
                           PERFORM PRINT-ONE-TIMETABLE
                       END-IF
               END-READ
