       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0150.                         *> Students on their final allowed attempt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ADVISOR-FILE ASSIGN TO "advisor-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "final-attempt-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ADVISOR-FILE.
       COPY "ADVISREC.CPY".   *> Shared advisor-assignment layout (ADV-STUDENT-ID, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One report line

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ADV-STATUS        PIC XX.          *> ADVISOR-FILE I/O status
       01 WS-INSTR-STATUS      PIC XX.          *> INSTRUCTOR-FILE I/O status
       01 WS-ENROLL-EOF        PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-ONE-TERM          PIC X(6).        *> One term only, or SPACES
       01 WS-SAVE-KEY          PIC X(21).       *> Row the scan stopped at
       01 WS-SAVE-RECORD       PIC X(80).       *> ...and the row itself
       01 WS-STUDENT-NAME      PIC X(25).       *> Student's name, for printing
       01 WS-ADVISOR-ID        PIC X(4).        *> Student's advisor, or SPACES
       01 WS-ADVISOR-NAME      PIC X(25).       *> ...and their name
       01 WS-ATTEMPT-DISPLAY   PIC Z9.          *> Attempt number, for printing
       01 WS-LIMIT-DISPLAY     PIC Z9.          *> Attempts allowed, for printing
       01 WS-LISTED-COUNT      PIC 9(5) VALUE 0. *> Seats listed
       01 WS-SCANNED-COUNT     PIC 9(5) VALUE 0. *> In-progress seats examined

       COPY "REPEATWS.CPY".   *> Fields used by the shared repeat-attempt count

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| F I N A L - A T T E M P T   S T U D E N T S   |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "ENTER TERM (YYYYTT), OR BLANK FOR ALL "
               "IN-PROGRESS SEATS >>"
           ACCEPT WS-ONE-TERM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS SITTING THEIR FINAL ALLOWED ATTEMPT "
                      DELIMITED BY SIZE
                  "(LIMIT " DELIMITED BY SIZE
                  WS-TRY-LIMIT DELIMITED BY SIZE
                  " ATTEMPTS PER COURSE)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STU  | NAME                      | " &
               "COURSE          | SEC | TERM   | TRY   | ADVISOR"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS = "00"
               MOVE LOW-VALUES TO EN-KEY
               PERFORM START-ENROLLMENT-SCAN
               PERFORM UNTIL WS-ENROLL-EOF = "Y"
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ENROLL-EOF
                       NOT AT END
                           IF EN-GRADE = SPACES
                               AND EN-BASIS NOT = "A"
                               AND (WS-ONE-TERM = SPACES
                                   OR EN-TERM = WS-ONE-TERM)
                               PERFORM CHECK-FINAL-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "IN-PROGRESS SEATS EXAMINED: " DELIMITED BY SIZE
                  WS-SCANNED-COUNT DELIMITED BY SIZE
                  "   ON FINAL ATTEMPT: " DELIMITED BY SIZE
                  WS-LISTED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           IF WS-LISTED-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nobody on a final attempt
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CHECK-FINAL-ATTEMPT - the in-progress seat just read is
      *> counted with every other attempt at the course (the shared
      *> count reads student-course.txt itself, so the scan is
      *> closed around it and picked up again after this row).  A
      *> seat that is the last one allowed, or beyond it on a
      *> permit, is listed.
      *>-----------------------------------------------------------
       CHECK-FINAL-ATTEMPT.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE EN-KEY            TO WS-SAVE-KEY
           MOVE ENROLLMENT-RECORD TO WS-SAVE-RECORD
           MOVE EN-STUDENT-ID     TO WS-TRY-STUDENT
           MOVE EN-COURSE         TO WS-TRY-COURSE
           CLOSE ENROLLMENT-FILE

           PERFORM COUNT-COURSE-ATTEMPTS

           OPEN INPUT ENROLLMENT-FILE
           MOVE WS-SAVE-KEY TO EN-KEY
           START ENROLLMENT-FILE KEY IS GREATER THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START

           IF WS-TRY-COUNT < WS-TRY-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVE-RECORD TO ENROLLMENT-RECORD
           PERFORM WRITE-ATTEMPT-LINE.

      *>-----------------------------------------------------------
      *> START-ENROLLMENT-SCAN - positions the enrollment scan at
      *> or after EN-KEY.
      *>-----------------------------------------------------------
       START-ENROLLMENT-SCAN.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ENROLL-EOF
           END-START.

      *>-----------------------------------------------------------
      *> WRITE-ATTEMPT-LINE - one student on a final attempt, with
      *> their advisor so advising knows whose list it is.
      *>-----------------------------------------------------------
       WRITE-ATTEMPT-LINE.
           ADD 1 TO WS-LISTED-COUNT

           MOVE "*NOT ON FILE*" TO WS-STUDENT-NAME
           OPEN INPUT STUDENT-FILE
           MOVE EN-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ
           CLOSE STUDENT-FILE

           MOVE SPACES TO WS-ADVISOR-ID
           MOVE "*NO ADVISOR ASSIGNED*" TO WS-ADVISOR-NAME
           OPEN INPUT ADVISOR-FILE
           IF WS-ADV-STATUS = "00"
               MOVE EN-STUDENT-ID TO ADV-STUDENT-ID
               READ ADVISOR-FILE
                   NOT INVALID KEY
                       MOVE ADV-INSTR-ID TO WS-ADVISOR-ID
               END-READ
               CLOSE ADVISOR-FILE
           END-IF

           IF WS-ADVISOR-ID NOT = SPACES
               MOVE SPACES TO WS-ADVISOR-NAME
               OPEN INPUT INSTRUCTOR-FILE
               IF WS-INSTR-STATUS = "00"
                   MOVE WS-ADVISOR-ID TO INSTR-ID
                   READ INSTRUCTOR-FILE
                       NOT INVALID KEY
                           MOVE INSTR-NAME TO WS-ADVISOR-NAME
                   END-READ
                   CLOSE INSTRUCTOR-FILE
               END-IF
           END-IF

           MOVE WS-TRY-COUNT TO WS-ATTEMPT-DISPLAY
           MOVE WS-TRY-LIMIT TO WS-LIMIT-DISPLAY

           MOVE SPACES TO REPORT-LINE
           STRING EN-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  EN-COURSE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  EN-SECTION DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  EN-TERM DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ATTEMPT-DISPLAY DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ADVISOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ADVISOR-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "REPEATVAL.CPY".  *> Shared repeat-attempt count paragraph
