               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "class-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".     *> Shared student record layout

       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".    *> Shared cross-list membership layout (XL-KEY, ...)

       FD ROSTER-FILE.
       01 ROSTER-LINE               PIC X(80).  *> One roster line

       01 WS-ROSTER-DISPLAY     PIC ZZ9.          *> Edited roster count for printing
       01 WS-COURSE-COUNT       PIC 9(5) VALUE 0. *> Courses rostered, overall

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

       PROCEDURE DIVISION.
       BEGIN.

      *> for the course just read from COURSE-MASTER-FILE.
      *>-----------------------------------------------------------
       WRITE-COURSE-ROSTER.
           PERFORM CHECK-CROSS-LIST-DONE
           IF WS-DONE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE C-CODE TO WS-CUR-COURSE
           MOVE 0      TO WS-ROSTER-COUNT
           ADD 1 TO WS-COURSE-COUNT
                  " - " C-DESC
                  DELIMITED BY SIZE INTO ROSTER-LINE
           WRITE ROSTER-LINE
           IF WS-XL-GROUP NOT = SPACES
               PERFORM BUILD-CROSS-LIST-LINE
               MOVE WS-XL-LIST-LINE TO ROSTER-LINE
               WRITE ROSTER-LINE
           END-IF

           MOVE "STUDENT ID | STUDENT NAME" TO ROSTER-LINE
           WRITE ROSTER-LINE
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       PERFORM CHECK-ROSTER-ROW
                       IF WS-IN-CLASS = "Y"
                           PERFORM WRITE-ROSTER-STUDENT
                       END-IF
               END-READ
                       DELIMITED BY SIZE INTO ROSTER-LINE
           END-READ

      *> On a cross-listed class, say which code each student
      *> registered under - their transcript reads that one.
           IF WS-XL-GROUP NOT = SPACES
               MOVE EN-COURSE(1:11) TO ROSTER-LINE(50:11)
               MOVE "/"             TO ROSTER-LINE(61:1)
               MOVE EN-SECTION      TO ROSTER-LINE(62:2)
           END-IF

           WRITE ROSTER-LINE
           ADD 1 TO WS-ROSTER-COUNT.

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
      *> on this class?  A cross-listed class takes every section of
      *> its group; any other class, its own course code.  A W row
      *> (dropped after the add/drop date) stays on file for the
      *> record but the student is no longer in the class.
      *>-----------------------------------------------------------
       CHECK-ROSTER-ROW.
           MOVE "N" TO WS-IN-CLASS
           IF EN-GRADE = "W"
               EXIT PARAGRAPH
           END-IF
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
