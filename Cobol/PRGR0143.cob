       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0143.                         *> Advisee roster by advisor

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT ADVISOR-FILE ASSIGN TO "advisor-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADV-STATUS.

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

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "advisee-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ADVISOR-FILE.
       COPY "ADVISREC.CPY".   *> Shared advisor-assignment layout (ADV-STUDENT-ID, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One roster line

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-INSTR-STATUS      PIC XX.          *> INSTRUCTOR-FILE I/O status
       01 WS-ADV-STATUS        PIC XX.          *> ADVISOR-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-HOLD-STATUS       PIC XX.          *> HOLD-FILE I/O status
       01 WS-INSTR-EOF         PIC X VALUE "N". *> Instructor-scan EOF flag
       01 WS-ADV-EOF           PIC X VALUE "N". *> Advisor-scan EOF flag
       01 WS-ENROLL-EOF        PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-ONE-ADVISOR       PIC X(4).        *> One advisor only, or SPACES
       01 WS-ROSTER-INSTR      PIC X(4).        *> Advisor whose roster is printing
       01 WS-ROSTER-NAME       PIC X(25).       *> ...and their name
       01 WS-ADVISEE-COUNT     PIC 9(5) VALUE 0. *> Advisees, this advisor
       01 WS-TOTAL-ADVISEES    PIC 9(5) VALUE 0. *> Advisees, whole report
       01 WS-ADVISOR-COUNT     PIC 9(4) VALUE 0. *> Advisors with advisees listed
       01 WS-GPA               PIC 9V99 VALUE 0. *> Advisee's cumulative GPA
       01 WS-GPA-DISPLAY       PIC 9.99.         *> For printing
       01 WS-CREDITS-DISPLAY   PIC ZZZ9.         *> For printing
       01 WS-HOLD-LIST         PIC X(11).        *> Active hold types, e.g. "F A C S"
       01 WS-HOLD-PTR          PIC 9(2) VALUE 1. *> Next free byte in WS-HOLD-LIST
       01 WS-HOLD-IX           PIC 9 VALUE 0.    *> Hold-type subscript
       01 WS-HOLD-TYPES        PIC X(4) VALUE "FACS". *> Hold types, checked in order

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A D V I S E E   R O S T E R                 |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "ENTER ADVISOR INSTRUCTOR ID, OR BLANK FOR ALL "
               "ADVISORS >>"
           ACCEPT WS-ONE-ADVISOR

           OPEN OUTPUT REPORT-FILE
           MOVE "ADVISEE ROSTER - CREDITS AND GPA BY THE BEST-ATTEMPT "
               & "RULE, ACTIVE HOLDS (F/A/C)" TO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE

           OPEN INPUT INSTRUCTOR-FILE
           IF WS-ONE-ADVISOR NOT = SPACES
               MOVE WS-ONE-ADVISOR TO INSTR-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO INSTR-NAME
               END-READ
               MOVE WS-ONE-ADVISOR TO WS-ROSTER-INSTR
               MOVE INSTR-NAME     TO WS-ROSTER-NAME
               PERFORM PRINT-ONE-ROSTER
           ELSE
               PERFORM UNTIL WS-INSTR-EOF = "Y"
                   READ INSTRUCTOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INSTR-EOF
                       NOT AT END
                           MOVE INSTR-ID   TO WS-ROSTER-INSTR
                           MOVE INSTR-NAME TO WS-ROSTER-NAME
                           PERFORM PRINT-ONE-ROSTER
                   END-READ
               END-PERFORM
      *> Advisees whose advisor was deactivated with nobody named
      *> to take them over are listed last, so they get picked up.
               MOVE SPACES TO WS-ROSTER-INSTR
               MOVE "*** AWAITING AN ADVISOR ***" TO WS-ROSTER-NAME
               PERFORM PRINT-ONE-ROSTER
           END-IF
           CLOSE INSTRUCTOR-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "ADVISORS LISTED: " DELIMITED BY SIZE
                  WS-ADVISOR-COUNT DELIMITED BY SIZE
                  "   ADVISEES: " DELIMITED BY SIZE
                  WS-TOTAL-ADVISEES DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE

           CLOSE REPORT-FILE

           IF WS-TOTAL-ADVISEES = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing listed
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> PRINT-ONE-ROSTER - every advisee of WS-ROSTER-INSTR.  The
      *> advisor heading is only written once the first advisee
      *> turns up, so advisors with nobody assigned stay off the
      *> all-advisors report.
      *>-----------------------------------------------------------
       PRINT-ONE-ROSTER.
           MOVE 0   TO WS-ADVISEE-COUNT
           MOVE "N" TO WS-ADV-EOF
           OPEN INPUT ADVISOR-FILE
           IF WS-ADV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ADV-EOF = "Y"
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF
                   NOT AT END
                       IF ADV-INSTR-ID = WS-ROSTER-INSTR
                           IF WS-ADVISEE-COUNT = 0
                               PERFORM WRITE-ADVISOR-HEADING
                           END-IF
                           PERFORM WRITE-ADVISEE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISOR-FILE

           IF WS-ADVISEE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ADVISEES: " DELIMITED BY SIZE
                      WS-ADVISEE-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-ROSTER-LINE
               ADD 1 TO WS-ADVISOR-COUNT
           END-IF.

       WRITE-ADVISOR-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ADVISOR " DELIMITED BY SIZE
                  WS-ROSTER-INSTR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ROSTER-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE
           MOVE "  STUDENT | NAME                           | ST | "
               & "SINCE    | CREDITS | GPA  | HOLDS" TO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE.

      *>-----------------------------------------------------------
      *> WRITE-ADVISEE-LINE - one advisee: name and status from
      *> the student master, credits and GPA by the best-attempt
      *> rule every GPA report uses, and the active hold types.
      *>-----------------------------------------------------------
       WRITE-ADVISEE-LINE.
           ADD 1 TO WS-ADVISEE-COUNT
           ADD 1 TO WS-TOTAL-ADVISEES

           MOVE ADV-STUDENT-ID TO F-ID
           OPEN INPUT STUDENT-FILE
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO F-NAME
                   MOVE SPACE TO F-STATUS
           END-READ
           CLOSE STUDENT-FILE

           PERFORM GATHER-ADVISEE-GPA
           PERFORM GATHER-ADVISEE-HOLDS

           MOVE WS-RPT-TOTAL-CREDITS TO WS-CREDITS-DISPLAY
           IF WS-RPT-TOTAL-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-RPT-TOTAL-POINTS / WS-RPT-TOTAL-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF
           MOVE WS-GPA TO WS-GPA-DISPLAY

           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  ADV-STUDENT-ID DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  F-NAME(1:30) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  F-STATUS DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  ADV-EFFECTIVE-DATE DELIMITED BY SIZE
                  " |    " DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GPA-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-HOLD-LIST DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROSTER-LINE.

      *>-----------------------------------------------------------
      *> GATHER-ADVISEE-GPA - the advisee's current graded rows
      *> (read from the first row of their key range on) and their
      *> rolled-off history, best attempt per course.
      *>-----------------------------------------------------------
       GATHER-ADVISEE-GPA.
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE ADV-STUDENT-ID TO WS-RPT-STUDENT
           MOVE "N" TO WS-ENROLL-EOF

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           MOVE ADV-STUDENT-ID TO EN-STUDENT-ID
           MOVE LOW-VALUES     TO EN-COURSE
           MOVE LOW-VALUES     TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = ADV-STUDENT-ID
                           MOVE "Y" TO WS-ENROLL-EOF
                       ELSE
                           IF EN-GRADE NOT = SPACE
                               AND EN-GRADE NOT = "I"
                               AND EN-GRADE NOT = "W"
                               AND EN-BASIS NOT = "A"
                               AND EN-BASIS NOT = "P"
                               PERFORM RECORD-ADVISEE-ATTEMPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM RPT-MERGE-HISTORY
           CLOSE COURSE-MASTER-FILE

           PERFORM RPT-TOTAL-BEST.

       RECORD-ADVISEE-ATTEMPT.
           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS > 0
               MOVE EN-GRADE TO WS-GRADE-LOOKUP
               PERFORM GET-GRADE-POINTS
               MOVE EN-COURSE           TO WS-RPT-NEW-COURSE
               MOVE WS-GRADE-POINTS-OUT TO WS-RPT-NEW-POINTS
               MOVE C-CREDITS           TO WS-RPT-NEW-CREDITS
               PERFORM RPT-RECORD-ATTEMPT
           END-IF.

      *>-----------------------------------------------------------
      *> GATHER-ADVISEE-HOLDS - the hold file is keyed student +
      *> type, so each of the four types is one keyed READ; an
      *> active one (no release date) goes on the list.
      *>-----------------------------------------------------------
       GATHER-ADVISEE-HOLDS.
           MOVE SPACES TO WS-HOLD-LIST
           MOVE 1      TO WS-HOLD-PTR
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > 4
                   MOVE ADV-STUDENT-ID TO HOLD-STUDENT-ID
                   MOVE WS-HOLD-TYPES(WS-HOLD-IX:1) TO HOLD-TYPE
                   READ HOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HOLD-RELEASE-DATE = SPACES
                               MOVE HOLD-TYPE
                                   TO WS-HOLD-LIST(WS-HOLD-PTR:1)
                               ADD 2 TO WS-HOLD-PTR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           IF WS-HOLD-LIST = SPACES
               MOVE "NONE" TO WS-HOLD-LIST
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-ROSTER-LINE - writes one line to the roster and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-ROSTER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
