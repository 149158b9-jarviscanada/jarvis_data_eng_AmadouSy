               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO "grade-worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       FD ATTENDANCE-FILE.
       COPY "ATTREC.CPY".     *> Shared attendance layout (ATT-KEY, ATT-MARK)

       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".    *> Shared cross-list membership layout (XL-KEY, ...)

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE            PIC X(80).  *> One worksheet line

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-INSTR-STATUS       PIC XX.          *> INSTRUCTOR-FILE status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE status
       01 WS-ATT-PRESENT       PIC 9(3) VALUE 0. *> Present marks, one student
       01 WS-ATT-ABSENT        PIC 9(3) VALUE 0. *> Absent marks, one student

       01 WS-IN-CLASS           PIC X VALUE "N". *> Row belongs to this class
       01 WS-XL-LIST-LINE       PIC X(80).       *> Group's sections, for the heading
       01 WS-XL-LIST-PTR        PIC 9(3) VALUE 1. *> STRING pointer, members line
       01 WS-DONE-COUNT         PIC 9(2) VALUE 0. *> Cross-list groups printed
       01 WS-DONE-IX            PIC 9(2) VALUE 0. *> ...subscript
       01 WS-DONE-FOUND         PIC X VALUE "N". *> Group already printed
       01 WS-DONE-TABLE.
           05 WS-DONE-GROUP     OCCURS 50 TIMES PIC X(6).
      *>         Every section of a cross-list group is on the course
      *>         master, but the group is one class and prints once,
      *>         under whichever of its sections is reached first.

       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "|               S H E E T                       |"
           DISPLAY "+-----------------------------------------------+"

           MOVE "PRGR0068" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE

           IF WS-SCOPE-ROLE = "I"
               DISPLAY "ENTER INSTRUCTOR ID (4 DIGITS), OR BLANK FOR "
                   "YOUR OWN >>"
           ELSE
               DISPLAY "ENTER INSTRUCTOR ID (4 DIGITS) >>"
           END-IF
           ACCEPT WS-SEARCH-INSTR

      *> An instructor login may only print its own worksheet.
           IF WS-SCOPE-ROLE = "I"
               IF WS-SEARCH-INSTR = SPACES
                   MOVE WS-SCOPE-INSTR TO WS-SEARCH-INSTR
               END-IF
               MOVE SPACES          TO WS-SCOPE-COURSE
               MOVE SPACES          TO WS-SCOPE-SECTION
               MOVE WS-SEARCH-INSTR TO WS-SCOPE-SECTION-INSTR
               PERFORM CHECK-INSTR-SCOPE
               IF WS-SCOPE-OK = "N"
                   MOVE 5 TO RETURN-CODE          *> 5 = not authorized
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE WS-SEARCH-INSTR TO INSTR-ID
           OPEN INPUT INSTRUCTOR-FILE
           READ INSTRUCTOR-FILE
      *> COURSE-MASTER-FILE.
      *>-----------------------------------------------------------
       WRITE-COURSE-WORKSHEET.
           PERFORM CHECK-CROSS-LIST-DONE
           IF WS-DONE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE C-CODE TO WS-CUR-COURSE
           MOVE 0      TO WS-UNGRADED-COUNT
           ADD 1 TO WS-COURSE-COUNT
                  " - " C-DESC
                  DELIMITED BY SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           IF WS-XL-GROUP NOT = SPACES
               PERFORM BUILD-CROSS-LIST-LINE
               MOVE WS-XL-LIST-LINE TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF

           MOVE "STUDENT ID | STUDENT NAME              | GRADE" &
               " | PRES/ABS" TO WORKSHEET-LINE
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       PERFORM CHECK-ROSTER-ROW
                       IF WS-IN-CLASS = "Y"
                           AND EN-GRADE = SPACES
                           PERFORM WRITE-WORKSHEET-STUDENT
                       END-IF
                       INTO WORKSHEET-LINE
           END-READ

      *> On a cross-listed class, say which code each student
      *> registered under - the grade posts to that one.
           IF WS-XL-GROUP NOT = SPACES
               MOVE EN-COURSE(1:11) TO WORKSHEET-LINE(66:11)
               MOVE "/"             TO WORKSHEET-LINE(77:1)
               MOVE EN-SECTION      TO WORKSHEET-LINE(78:2)
           END-IF

           WRITE WORKSHEET-LINE
           ADD 1 TO WS-UNGRADED-COUNT.

               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-CROSS-LIST-DONE - loads the cross-list group of the
      *> section just read, if it has one, and sets WS-DONE-FOUND
      *> when that group's combined class has already printed;
      *> otherwise the group is noted as printed now.
      *>-----------------------------------------------------------
       CHECK-CROSS-LIST-DONE.
           MOVE "N" TO WS-DONE-FOUND
           MOVE C-CODE    TO WS-XL-COURSE
           MOVE C-SECTION TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DONE-IX FROM 1 BY 1
               UNTIL WS-DONE-IX > WS-DONE-COUNT
               IF WS-DONE-GROUP(WS-DONE-IX) = WS-XL-GROUP
                   MOVE "Y" TO WS-DONE-FOUND
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = "N" AND WS-DONE-COUNT < 50
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-XL-GROUP TO WS-DONE-GROUP(WS-DONE-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> BUILD-CROSS-LIST-LINE - "CROSS-LISTED AS" and every
      *> section of the group, for under the class heading.
      *>-----------------------------------------------------------
       BUILD-CROSS-LIST-LINE.
           MOVE SPACES TO WS-XL-LIST-LINE
           MOVE 1 TO WS-XL-LIST-PTR
           STRING "CROSS-LISTED AS:" DELIMITED BY SIZE
               INTO WS-XL-LIST-LINE WITH POINTER WS-XL-LIST-PTR
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-MEMBER-COUNT
               STRING " " DELIMITED BY SIZE
                   WS-XL-MEMBER-COURSE(WS-XL-IX) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-XL-MEMBER-SECTION(WS-XL-IX) DELIMITED BY SIZE
                   INTO WS-XL-LIST-LINE WITH POINTER WS-XL-LIST-PTR
           END-PERFORM.

      *>-----------------------------------------------------------
      *> CHECK-ROSTER-ROW - does the enrollment row just read belong
      *> on this class's worksheet?  A cross-listed class takes every section of
      *> its group; any other class, its own course code.
      *>-----------------------------------------------------------
       CHECK-ROSTER-ROW.
           MOVE "N" TO WS-IN-CLASS
           IF WS-XL-GROUP = SPACES
               IF EN-COURSE = WS-CUR-COURSE
                   MOVE "Y" TO WS-IN-CLASS
               END-IF
           ELSE
               MOVE EN-COURSE  TO WS-XL-TEST-COURSE
               MOVE EN-SECTION TO WS-XL-TEST-SECTION
               PERFORM XL-CHECK-MEMBER
               MOVE WS-XL-IS-MEMBER TO WS-IN-CLASS
           END-IF.

       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
