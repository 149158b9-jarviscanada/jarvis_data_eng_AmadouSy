       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGM0181.                         *> Instructor menu

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO "session-activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "attendance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD ACTIVITY-LOG-FILE.
       COPY "ACTIREC.CPY".    *> Shared session-activity record layout

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD ATTENDANCE-FILE.
       COPY "ATTREC.CPY".     *> Shared attendance layout (ATT-KEY, ATT-MARK)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER I/O status
       01 WS-ATT-STATUS        PIC XX.          *> ATTENDANCE-FILE I/O status
       01 WS-CHOICE            PIC X.           *> Menu pick
       01 WS-EXIT-FLAG         PIC X VALUE "N". *> "Y" to leave the menu
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-SHOWN             PIC 9(3) VALUE 0. *> Rows shown this inquiry
       01 WS-MARKED            PIC 9(3) VALUE 0. *> Marks saved this pass
       01 WS-TARGET-COURSE     PIC X(15).       *> Section being worked
       01 WS-TARGET-SECTION    PIC X(2).
       01 WS-CLASS-DATE        PIC X(8).        *> Meeting being marked, YYYYMMDD
       01 WS-TODAY             PIC X(8).        *> Current date, YYYYMMDD
       01 WS-MARK              PIC X.           *> Attendance mark as keyed
       01 WS-OLD-MARK          PIC X.           *> Mark already on file, if any
       01 WS-STUDENT-NAME      PIC X(20).       *> Roster name for printing
       01 WS-CALL-NAME         PIC X(8).        *> Program to CALL this pick
       01 WS-ACT-DATE          PIC X(8).        *> YYYYMMDD of the pick
       01 WS-ACT-TIME          PIC X(6).        *> HHMMSS of the pick
       01 WS-OPTION-NUM        PIC 9(3) VALUE 0. *> Pick as a number, for the log
       01 WS-ACT-PROGRAM       PIC X(8).        *> Program logged for the pick

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGM0181" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE

           IF WS-SCOPE-INSTR = SPACES
               DISPLAY "***ERROR: THIS LOGIN HAS NO INSTRUCTOR ON "
                   "ITS ACCOUNT - CONTACT THE REGISTRAR.***"
               MOVE 5 TO RETURN-CODE              *> 5 = not linked
               EXIT PROGRAM
           END-IF

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "==============================="
               DISPLAY "   INSTRUCTOR MENU (" WS-SCOPE-INSTR ")"
               DISPLAY "==============================="
               DISPLAY "1 - MY SECTIONS"
               DISPLAY "2 - SECTION ROSTER"
               DISPLAY "3 - GRADE WORKSHEET"
               DISPLAY "4 - MIDTERM GRADE ENTRY"
               DISPLAY "5 - FINAL GRADE ENTRY"
               DISPLAY "6 - ATTENDANCE ENTRY"
               DISPLAY "7 - REQUEST A GRADE CHANGE"
               DISPLAY "8 - MY TIMETABLE"
               DISPLAY "M - COURSE MATERIALS (TEXTBOOKS)"
               DISPLAY "9 - EXIT"
               DISPLAY "CHOOSE YOUR OPTION (1 TO 9, M) >> "
               ACCEPT WS-CHOICE

               MOVE "INSTR" TO WS-ACT-PROGRAM
               EVALUATE WS-CHOICE
                   WHEN "1"
                       MOVE 1 TO WS-OPTION-NUM
                       PERFORM SHOW-MY-SECTIONS
                       PERFORM WRITE-ACTIVITY-ROW
                   WHEN "2"
                       MOVE 2 TO WS-OPTION-NUM
                       PERFORM SHOW-SECTION-ROSTER
                       PERFORM WRITE-ACTIVITY-ROW
                   WHEN "3"
                       MOVE 3 TO WS-OPTION-NUM
                       MOVE "PRGR0068" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "4"
                       MOVE 4 TO WS-OPTION-NUM
                       MOVE "PRGG0094" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "5"
                       MOVE 5 TO WS-OPTION-NUM
                       MOVE "PRGG0015" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "6"
                       MOVE 6 TO WS-OPTION-NUM
                       PERFORM ENTER-ATTENDANCE
                       PERFORM WRITE-ACTIVITY-ROW
                   WHEN "7"
                       MOVE 7 TO WS-OPTION-NUM
                       MOVE "PRGG0096" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "8"
                       MOVE 8 TO WS-OPTION-NUM
                       MOVE "PRGR0102" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "M"
                   WHEN "m"
                       MOVE 10 TO WS-OPTION-NUM
                       MOVE "PRGC0201" TO WS-CALL-NAME
                       PERFORM CALL-SCOPED-PROGRAM
                   WHEN "9"
                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CALL-SCOPED-PROGRAM - runs one of the staff programs that
      *> hold an instructor login to its own sections themselves
      *> (SCOPEVAL.CPY), so a section keyed there that is not this
      *> login's is refused and logged by the program itself.  Each is CANCELled after
      *> use so the next pick starts it with fresh working storage.
      *>-----------------------------------------------------------
       CALL-SCOPED-PROGRAM.
           MOVE WS-CALL-NAME TO WS-ACT-PROGRAM
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY "***ERROR: PROGRAM " WS-CALL-NAME
                       " COULD NOT BE CALLED.***"
                   MOVE "BADPROG" TO WS-ACT-PROGRAM
           END-CALL
           CANCEL WS-CALL-NAME
           IF RETURN-CODE = 5
               MOVE "DENIED" TO WS-ACT-PROGRAM
           END-IF
           PERFORM WRITE-ACTIVITY-ROW.

      *>-----------------------------------------------------------
      *> SHOW-MY-SECTIONS - every section on the course master this
      *> instructor teaches, with its meeting pattern and room.
      *>-----------------------------------------------------------
       SHOW-MY-SECTIONS.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-SHOWN
           DISPLAY "--- MY SECTIONS ---"
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COURSE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF C-INSTRUCTOR = WS-SCOPE-INSTR
                               DISPLAY "  " C-CODE "/" C-SECTION " "
                                   C-DESC " " C-MEETING-DAY " "
                                   C-MEETING-TIME " ROOM " C-ROOM
                               ADD 1 TO WS-SHOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF

           IF WS-SHOWN = 0
               DISPLAY "  (NO SECTIONS ASSIGNED TO YOU)"
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-MY-SECTION - course and section keyed, then held to
      *> this login's own sections.  A section that is someone
      *> else's is refused and logged; RETURN-CODE 5 then.
      *>-----------------------------------------------------------
       ACCEPT-MY-SECTION.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-TARGET-COURSE

           DISPLAY "ENTER SECTION (2 CHARS), OR BLANK FOR 01 >>"
           ACCEPT WS-TARGET-SECTION
           IF WS-TARGET-SECTION = SPACES
               MOVE "01" TO WS-TARGET-SECTION
           END-IF

           MOVE WS-TARGET-COURSE  TO WS-SCOPE-COURSE
           MOVE WS-TARGET-SECTION TO WS-SCOPE-SECTION
           PERFORM CHECK-SECTION-SCOPE
           IF WS-SCOPE-OK = "N"
               MOVE "DENIED" TO WS-ACT-PROGRAM
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
           END-IF.

      *>-----------------------------------------------------------
      *> SHOW-SECTION-ROSTER - every student enrolled in one of this
      *> instructor's sections, with the midterm and final marks
      *> posted so far.
      *>-----------------------------------------------------------
       SHOW-SECTION-ROSTER.
           PERFORM ACCEPT-MY-SECTION
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-SHOWN
           DISPLAY "--- ROSTER " WS-TARGET-COURSE "/"
               WS-TARGET-SECTION " ---"
           DISPLAY "  ID   NAME                 MID FINAL"
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-COURSE = WS-TARGET-COURSE
                           AND EN-SECTION = WS-TARGET-SECTION
                           PERFORM SHOW-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE

           IF WS-SHOWN = 0
               DISPLAY "  (NO STUDENTS ENROLLED)"
           END-IF.

       SHOW-ROSTER-ROW.
           PERFORM GET-STUDENT-NAME
           DISPLAY "  " EN-STUDENT-ID " " WS-STUDENT-NAME " "
               EN-MIDTERM-GRADE "  " EN-GRADE
           ADD 1 TO WS-SHOWN.

      *>-----------------------------------------------------------
      *> GET-STUDENT-NAME - the enrolled student's name, flagged
      *> when they are on leave of absence (STUDENT-FILE open).
      *>-----------------------------------------------------------
       GET-STUDENT-NAME.
           MOVE EN-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
                   IF F-STATUS = "L"
                       MOVE "(ON LEAVE)" TO WS-STUDENT-NAME(11:10)
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> ENTER-ATTENDANCE - one class meeting of one of this
      *> instructor's sections, marked straight down the roster:
      *> P present, A absent, L late, blank to leave the student's
      *> mark as it stands.  The rows land on attendance.txt exactly
      *> as PRGA0099's batch load writes them - a re-marked meeting
      *> replaces the earlier mark.
      *>-----------------------------------------------------------
       ENTER-ATTENDANCE.
           PERFORM ACCEPT-MY-SECTION
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "ENTER CLASS DATE (YYYYMMDD), OR BLANK FOR "
               "TODAY >>"
           ACCEPT WS-CLASS-DATE
           IF WS-CLASS-DATE = SPACES
               MOVE WS-TODAY TO WS-CLASS-DATE
           END-IF
           MOVE WS-CLASS-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-DATE > WS-TODAY
               DISPLAY "***ERROR: THAT CLASS HAS NOT MET YET.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

      *> The first mark ever keyed creates the attendance file.
           OPEN I-O ATTENDANCE-FILE
           IF WS-ATT-STATUS = "35"
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF

           DISPLAY "KEY EACH STUDENT'S MARK (P=PRESENT, A=ABSENT, "
               "L=LATE), OR BLANK TO SKIP."

           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-SHOWN
           MOVE 0   TO WS-MARKED
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-COURSE = WS-TARGET-COURSE
                           AND EN-SECTION = WS-TARGET-SECTION
                           PERFORM MARK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE ATTENDANCE-FILE

           IF WS-SHOWN = 0
               DISPLAY "  (NO STUDENTS ENROLLED)"
           END-IF
           DISPLAY "*** " WS-MARKED " ATTENDANCE MARK(S) SAVED. ***"
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> MARK-ONE-STUDENT - prompts for one student's mark for the
      *> meeting and writes it, or rewrites the mark already there.
      *> A student on leave is not in the room and is passed over,
      *> as is one who dropped after the add/drop date (grade W).
      *>-----------------------------------------------------------
       MARK-ONE-STUDENT.
           IF EN-GRADE = "W"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-STUDENT-NAME
           IF WS-STUDENT-NAME(11:10) = "(ON LEAVE)"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHOWN

           MOVE EN-STUDENT-ID TO ATT-STUDENT-ID
           MOVE EN-COURSE     TO ATT-COURSE
           MOVE EN-SECTION    TO ATT-SECTION
           MOVE WS-CLASS-DATE TO ATT-DATE
           MOVE SPACE TO WS-OLD-MARK
           READ ATTENDANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ATT-MARK TO WS-OLD-MARK
           END-READ

           MOVE SPACE TO WS-MARK
           DISPLAY "STUDENT " EN-STUDENT-ID " " WS-STUDENT-NAME
               " (CURRENT MARK: " WS-OLD-MARK ") >>"
           ACCEPT WS-MARK
           MOVE FUNCTION UPPER-CASE(WS-MARK) TO WS-MARK

           IF WS-MARK = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-MARK NOT = "P" AND WS-MARK NOT = "A"
               AND WS-MARK NOT = "L"
               DISPLAY "***ERROR: INVALID MARK - ROW SKIPPED.***"
               EXIT PARAGRAPH
           END-IF

           MOVE EN-STUDENT-ID TO ATT-STUDENT-ID
           MOVE EN-COURSE     TO ATT-COURSE
           MOVE EN-SECTION    TO ATT-SECTION
           MOVE WS-CLASS-DATE TO ATT-DATE
           MOVE WS-MARK       TO ATT-MARK
           IF WS-OLD-MARK = SPACE
               WRITE ATTENDANCE-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO SAVE MARK FOR "
                           EN-STUDENT-ID "***"
                   NOT INVALID KEY
                       ADD 1 TO WS-MARKED
               END-WRITE
           ELSE
               REWRITE ATTENDANCE-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO SAVE MARK FOR "
                           EN-STUDENT-ID "***"
                   NOT INVALID KEY
                       ADD 1 TO WS-MARKED
               END-REWRITE
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-ACTIVITY-ROW - instructor picks land on the same
      *> activity log the staff menu writes: the program called,
      *> "INSTR" for the inquiries and entry done here, or "DENIED"
      *> when a section that is not this login's was refused.
      *>-----------------------------------------------------------
       WRITE-ACTIVITY-ROW.
           ACCEPT WS-ACT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACT-TIME FROM TIME

           STRING WS-ACT-DATE WS-ACT-TIME
               DELIMITED BY SIZE INTO ACT-TIMESTAMP

           MOVE WS-SCOPE-USER  TO ACT-USER-ID
           MOVE WS-OPTION-NUM  TO ACT-OPTION
           MOVE WS-ACT-PROGRAM TO ACT-PROGRAM

           OPEN EXTEND ACTIVITY-LOG-FILE
           WRITE ACTIVITY-LOG-RECORD
           CLOSE ACTIVITY-LOG-FILE.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
