       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0135.                     *> Grade submission tracker

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "grade-submission.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY "TERMREC.CPY".     *> Shared term-calendar layout

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".    *> Shared instructor master layout

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".   *> Shared course master layout

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".   *> Shared enrollment record layout

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE                 PIC X(100). *> One line of queued mail text

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One tracker line

       SD SORT-WORK-FILE.
       01 SR-SECTION-RECORD.
           05 SR-INSTR-ID            PIC X(4).
           05 SR-COURSE              PIC X(15).
           05 SR-SECTION             PIC X(2).
           05 SR-DESC                PIC X(20).
           05 SR-ENROLLED            PIC 9(4).
           05 SR-MISSING             PIC 9(4).

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       01 WS-TERM-STATUS        PIC XX.          *> TERM-FILE status
       01 WS-INSTR-STATUS       PIC XX.          *> INSTRUCTOR-FILE status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE status
       01 WS-ENROLL-STATUS      PIC XX.          *> ENROLLMENT-FILE status
       COPY "TERMWS.CPY".     *> Fields used by the shared current-term paragraph

       01 WS-EOF                PIC X VALUE "N". *> Sort-return EOF flag
       01 WS-COURSE-EOF         PIC X VALUE "N". *> Course-scan EOF flag
       01 WS-ENROLL-EOF         PIC X VALUE "N". *> Enrollment-scan EOF flag

       01 WS-TERM               PIC X(6).        *> Term being tracked
       01 WS-TERM-FOUND         PIC X VALUE "N". *> Term on the calendar
       01 WS-DEADLINE           PIC X(8).        *> TERM-GRADE-DEADLINE
       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-DAYS-LEFT          PIC S9(5) VALUE 0. *> Deadline - today, in days
       01 WS-DAYS-DISPLAY       PIC ZZZZ9.
       01 WS-LEAD-INPUT         PIC X(3).        *> Reminder lead as keyed
       01 WS-LEAD-DAYS          PIC 9(3) VALUE 7. *> Remind this close to the deadline
       01 WS-REMIND             PIC X VALUE "N". *> Y = reminders due this run
       01 WS-DEADLINE-NOTE      PIC X(30).       *> DUE IN n DAYS / n DAYS OVERDUE

       01 WS-SEC-ENROLLED       PIC 9(4) VALUE 0. *> Term rows, this section
       01 WS-SEC-MISSING        PIC 9(4) VALUE 0. *> ...still without a grade

       01 WS-PREV-INSTR         PIC X(4) VALUE SPACES. *> Group instructor
       01 WS-FIRST-GROUP        PIC X VALUE "Y". *> No group started yet
       01 WS-GROUP-NAME         PIC X(25).       *> Group instructor name
       01 WS-GROUP-EMAIL        PIC X(30).       *> ...and address
       01 WS-GROUP-KNOWN        PIC X VALUE "N". *> Y = on instructor master
       01 WS-GROUP-SECTIONS     PIC 9(4) VALUE 0. *> Sections, this instructor
       01 WS-GROUP-MISSING      PIC 9(5) VALUE 0. *> Ungraded rows, this instructor

      *> Sections still owing grades for the instructor in hand,
      *> held until the group ends so the reminder can list them.
       01 WS-OWED-COUNT         PIC 9(2) VALUE 0.
       01 WS-OWED-TABLE.
           05 WS-OWED-ENTRY OCCURS 50 TIMES.
               10 WS-OWED-COURSE    PIC X(15).
               10 WS-OWED-SECTION   PIC X(2).
               10 WS-OWED-MISSING   PIC 9(4).
       01 WS-OWED-IX            PIC 9(2) VALUE 0.

       01 WS-TOTAL-SECTIONS     PIC 9(5) VALUE 0. *> Sections with term rows
       01 WS-TOTAL-OPEN         PIC 9(5) VALUE 0. *> ...still owing grades
       01 WS-TOTAL-MISSING      PIC 9(6) VALUE 0. *> Ungraded rows, overall
       01 WS-MAIL-COUNT         PIC 9(4) VALUE 0. *> Reminders queued
       01 WS-NO-ADDR-COUNT      PIC 9(4) VALUE 0. *> Reminders skipped, no address

       01 WS-EN-DISPLAY         PIC ZZZ9.
       01 WS-MS-DISPLAY         PIC ZZZ9.
       01 WS-STATUS-TEXT        PIC X(8).        *> OWED / COMPLETE

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  GRADE SUBMISSION TRACKER                      |"
           DISPLAY "+-----------------------------------------------+"

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM ("
               WS-TERM-CURRENT ") >>"
           ACCEPT WS-TERM
           IF WS-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-TERM
           END-IF
           IF WS-TERM = SPACES
               DISPLAY "***ERROR: NO TERM GIVEN AND NO TERM ON THE "
                   "CALENDAR COVERS TODAY.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           MOVE WS-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DEADLINE
                   MOVE "N" TO WS-TERM-FOUND
               NOT INVALID KEY
                   MOVE TERM-GRADE-DEADLINE TO WS-DEADLINE
                   MOVE "Y" TO WS-TERM-FOUND
           END-READ
           CLOSE TERM-FILE

           IF WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM " WS-TERM
                   " IS NOT ON THE CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF
           IF WS-DEADLINE NOT NUMERIC
               DISPLAY "***ERROR: TERM " WS-TERM
                   " HAS NO GRADE DEADLINE KEYED - SEE PRGC0076.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "SEND REMINDERS HOW MANY DAYS BEFORE THE DEADLINE, "
               "OR BLANK FOR " WS-LEAD-DAYS " >>"
           ACCEPT WS-LEAD-INPUT
           IF WS-LEAD-INPUT NOT = SPACES
               COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL(WS-LEAD-INPUT)
           END-IF

           *> Days to the deadline, negative once it has passed -
           *> reminders go out inside the lead window and every run
           *> after the deadline until the last grade is in.
           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DEADLINE))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-FORMATTED))
           IF WS-DAYS-LEFT NOT > WS-LEAD-DAYS
               MOVE "Y" TO WS-REMIND
           END-IF

           MOVE SPACES TO WS-DEADLINE-NOTE
           IF WS-DAYS-LEFT < 0
               COMPUTE WS-DAYS-DISPLAY = 0 - WS-DAYS-LEFT
               STRING WS-DAYS-DISPLAY DELIMITED BY SIZE
                      " DAYS OVERDUE" DELIMITED BY SIZE
                      INTO WS-DEADLINE-NOTE
           ELSE
               MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
               STRING "DUE IN " DELIMITED BY SIZE
                      WS-DAYS-DISPLAY DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                      INTO WS-DEADLINE-NOTE
           END-IF

           *> Group by instructor, the same SORT-then-break-on-key
           *> idiom PRGR0071 uses - COURSE-MASTER-RECORD is keyed by
           *> course and section, not by C-INSTRUCTOR.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-INSTR-ID SR-COURSE SR-SECTION
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-TRACKER

           IF WS-TOTAL-SECTIONS = 0
               DISPLAY "***NO ENROLLMENTS ON FILE FOR TERM " WS-TERM
                   " - NOTHING TO TRACK.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - one sort row per course section that has
      *> enrollment rows for the term, carrying how many of them
      *> still have no final grade.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-COURSE-EOF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-COURSE-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COURSE-EOF
                   NOT AT END
                       PERFORM COUNT-SECTION-GRADES
                       IF WS-SEC-ENROLLED > 0
                           MOVE C-INSTRUCTOR    TO SR-INSTR-ID
                           MOVE C-CODE          TO SR-COURSE
                           MOVE C-SECTION       TO SR-SECTION
                           MOVE C-DESC          TO SR-DESC
                           MOVE WS-SEC-ENROLLED TO SR-ENROLLED
                           MOVE WS-SEC-MISSING  TO SR-MISSING
                           RELEASE SR-SECTION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE.

      *>-----------------------------------------------------------
      *> COUNT-SECTION-GRADES - full scan of ENROLLMENT-FILE for the
      *> section's rows in the term.  Audit rows are never graded,
      *> so they are not owed a grade; a W is a grade.
      *>-----------------------------------------------------------
       COUNT-SECTION-GRADES.
           MOVE 0 TO WS-SEC-ENROLLED
           MOVE 0 TO WS-SEC-MISSING

           MOVE "N" TO WS-ENROLL-EOF
           MOVE LOW-VALUES TO EN-KEY
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ENROLL-EOF
           END-START

           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-COURSE = C-CODE
                           AND EN-SECTION = C-SECTION
                           AND EN-TERM = WS-TERM
                           AND EN-BASIS NOT = "A"
                           ADD 1 TO WS-SEC-ENROLLED
                           IF EN-GRADE = SPACES
                               ADD 1 TO WS-SEC-MISSING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> PRINT-TRACKER - breaks the sorted sections on instructor,
      *> one group per C-INSTRUCTOR, unassigned sections first.
      *>-----------------------------------------------------------
       PRINT-TRACKER.
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-FIRST-GROUP

           OPEN INPUT INSTRUCTOR-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "-----------------------------------------------" &
                "-------------------------" TO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     GRADE SUBMISSION TRACKER - TERM " DELIMITED
                  BY SIZE
                  WS-TERM DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     GRADE DEADLINE " DELIMITED BY SIZE
                  WS-DEADLINE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DEADLINE-NOTE DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE "-----------------------------------------------" &
                "-------------------------" TO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-FIRST-GROUP = "N"
                           PERFORM END-INSTRUCTOR-GROUP
                       END-IF
                   NOT AT END
                       IF WS-FIRST-GROUP = "Y"
                           OR SR-INSTR-ID NOT = WS-PREV-INSTR
                           IF WS-FIRST-GROUP = "N"
                               PERFORM END-INSTRUCTOR-GROUP
                           END-IF
                           PERFORM START-INSTRUCTOR-GROUP
                       END-IF
                       PERFORM WRITE-SECTION-LINE
               END-RETURN
           END-PERFORM

           MOVE "-----------------------------------------------" &
                "-------------------------" TO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SECTIONS: " DELIMITED BY SIZE
                  WS-TOTAL-SECTIONS DELIMITED BY SIZE
                  "   STILL OWING GRADES: " DELIMITED BY SIZE
                  WS-TOTAL-OPEN DELIMITED BY SIZE
                  "   UNGRADED ROWS: " DELIMITED BY SIZE
                  WS-TOTAL-MISSING DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REMINDERS QUEUED: " DELIMITED BY SIZE
                  WS-MAIL-COUNT DELIMITED BY SIZE
                  "   NO E-MAIL ADDRESS: " DELIMITED BY SIZE
                  WS-NO-ADDR-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           IF WS-REMIND = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "(REMINDERS START " DELIMITED BY SIZE
                      WS-LEAD-DAYS DELIMITED BY SIZE
                      " DAYS BEFORE THE DEADLINE)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-TRACKER-LINE
           END-IF

           CLOSE INSTRUCTOR-FILE
           CLOSE REPORT-FILE.

           *> File this run into the dated spool so it can be
           *> reprinted later (PRGK0117).
           MOVE "grade-submission.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE.

      *>-----------------------------------------------------------
      *> START-INSTRUCTOR-GROUP - looks the instructor up and prints
      *> the group heading.
      *>-----------------------------------------------------------
       START-INSTRUCTOR-GROUP.
           MOVE "N" TO WS-FIRST-GROUP
           MOVE SR-INSTR-ID TO WS-PREV-INSTR
           MOVE 0 TO WS-GROUP-SECTIONS
           MOVE 0 TO WS-GROUP-MISSING
           MOVE 0 TO WS-OWED-COUNT
           MOVE SPACES TO WS-GROUP-EMAIL
           MOVE "N" TO WS-GROUP-KNOWN

           IF SR-INSTR-ID = SPACES
               MOVE "(NO INSTRUCTOR ASSIGNED)" TO WS-GROUP-NAME
           ELSE
               MOVE SR-INSTR-ID TO INSTR-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON INSTRUCTOR FILE)"
                           TO WS-GROUP-NAME
                   NOT INVALID KEY
                       MOVE "Y"         TO WS-GROUP-KNOWN
                       MOVE INSTR-NAME  TO WS-GROUP-NAME
                       MOVE INSTR-EMAIL TO WS-GROUP-EMAIL
               END-READ
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTOR: " DELIMITED BY SIZE
                  SR-INSTR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GROUP-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE
           MOVE "  COURSE          | SEC | DESCRIPTION          | " &
               "ENROLLED | UNGRADED | STATUS" TO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE.

      *>-----------------------------------------------------------
      *> WRITE-SECTION-LINE - one section, counted into the group
      *> and the run totals; an owing section is kept for the
      *> reminder.
      *>-----------------------------------------------------------
       WRITE-SECTION-LINE.
           ADD 1 TO WS-GROUP-SECTIONS
           ADD 1 TO WS-TOTAL-SECTIONS
           ADD SR-MISSING TO WS-GROUP-MISSING
           ADD SR-MISSING TO WS-TOTAL-MISSING

           IF SR-MISSING > 0
               ADD 1 TO WS-TOTAL-OPEN
               MOVE "OWED"     TO WS-STATUS-TEXT
               IF WS-OWED-COUNT < 50
                   ADD 1 TO WS-OWED-COUNT
                   MOVE SR-COURSE  TO WS-OWED-COURSE(WS-OWED-COUNT)
                   MOVE SR-SECTION TO WS-OWED-SECTION(WS-OWED-COUNT)
                   MOVE SR-MISSING TO WS-OWED-MISSING(WS-OWED-COUNT)
               END-IF
           ELSE
               MOVE "COMPLETE" TO WS-STATUS-TEXT
           END-IF

           MOVE SR-ENROLLED TO WS-EN-DISPLAY
           MOVE SR-MISSING  TO WS-MS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " SR-COURSE " | " SR-SECTION "  | " SR-DESC
                  " |     " WS-EN-DISPLAY " |     " WS-MS-DISPLAY
                  " | " WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE.

      *>-----------------------------------------------------------
      *> END-INSTRUCTOR-GROUP - prints the instructor's total and,
      *> when reminders are due and grades are owed, queues one
      *> reminder listing the owing sections.
      *>-----------------------------------------------------------
       END-INSTRUCTOR-GROUP.
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS: " DELIMITED BY SIZE
                  WS-GROUP-SECTIONS DELIMITED BY SIZE
                  "   UNGRADED ROWS: " DELIMITED BY SIZE
                  WS-GROUP-MISSING DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-TRACKER-LINE

           IF WS-GROUP-MISSING > 0
               AND WS-REMIND = "Y"
               AND WS-GROUP-KNOWN = "Y"
               IF WS-GROUP-EMAIL = SPACES
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE "  ***NO E-MAIL ADDRESS ON FILE - REMINDER " &
                       "NOT QUEUED***" TO REPORT-LINE
                   PERFORM WRITE-TRACKER-LINE
               ELSE
                   PERFORM QUEUE-GRADE-REMINDER
                   ADD 1 TO WS-MAIL-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  REMINDER QUEUED TO " DELIMITED BY SIZE
                          WS-GROUP-EMAIL DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-TRACKER-LINE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> QUEUE-GRADE-REMINDER - one message on outbound-mail-
      *> queue.txt, the same flat-file "send" idiom PRGS0038 and
      *> CAP-SEND-PROMOTION-NOTICE use.
      *>-----------------------------------------------------------
       QUEUE-GRADE-REMINDER.
           OPEN EXTEND MAIL-QUEUE-FILE
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  WS-GROUP-EMAIL DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : FINAL GRADES OUTSTANDING FOR TERM "
                  DELIMITED BY SIZE
                  WS-TERM DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE

           MOVE SPACES TO MAIL-LINE
           STRING "FINAL GRADES FOR TERM " DELIMITED BY SIZE
                  WS-TERM DELIMITED BY SIZE
                  " ARE DUE BY " DELIMITED BY SIZE
                  WS-DEADLINE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DEADLINE-NOTE DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE "THE FOLLOWING SECTIONS STILL HAVE STUDENTS WITHOUT " &
               "A FINAL GRADE:" TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE "  COURSE          SEC  UNGRADED" TO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-OWED-IX FROM 1 BY 1
               UNTIL WS-OWED-IX > WS-OWED-COUNT
               MOVE WS-OWED-MISSING(WS-OWED-IX) TO WS-MS-DISPLAY
               MOVE SPACES TO MAIL-LINE
               STRING "  " WS-OWED-COURSE(WS-OWED-IX)
                      " " WS-OWED-SECTION(WS-OWED-IX)
                      "       " WS-MS-DISPLAY
                      DELIMITED BY SIZE INTO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM

           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE "PLEASE POST THE OUTSTANDING GRADES, OR CONTACT THE " &
               "REGISTRAR'S OFFICE." TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE
           CLOSE MAIL-QUEUE-FILE.

      *>-----------------------------------------------------------
      *> WRITE-TRACKER-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-TRACKER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
