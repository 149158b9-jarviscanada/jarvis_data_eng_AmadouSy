       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0147.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALUATION-FILE ASSIGN TO "course-evaluations.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-KEY
               FILE STATUS IS WS-EVAL-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "evaluation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUATION-FILE.
       COPY "EVALREC.CPY".    *> Shared course-evaluation layout (EVAL-KEY, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132). *> One report line

       WORKING-STORAGE SECTION.
       01 WS-EVAL-STATUS        PIC XX.          *> EVALUATION-FILE I/O status
       01 WS-INSTR-STATUS       PIC XX.          *> INSTRUCTOR-FILE I/O status
       01 WS-ENROLL-STATUS      PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-HIST-STATUS        PIC XX.          *> HISTORY-FILE I/O status
       01 WS-TERM-STATUS        PIC XX.          *> TERM-FILE I/O status
       01 WS-INSTR-EOF          PIC X VALUE "N". *> Instructor scan EOF flag
       01 WS-EVAL-EOF           PIC X VALUE "N". *> Evaluation scan EOF flag
       01 WS-ENROLL-EOF         PIC X VALUE "N". *> Enrollment scan EOF flag
       01 WS-HIST-EOF           PIC X VALUE "N". *> History scan EOF flag
       01 WS-INSTR-ON-FILE      PIC X VALUE "N". *> Section's instructor known

       01 WS-RPT-TERM           PIC X(6).        *> Term being reported
       01 WS-CUR-INSTR          PIC X(4).        *> Instructor being listed
       01 WS-CUR-DEPT           PIC X(15).       *> ...and their department
       01 WS-GROUP-SECTIONS     PIC 9(4) VALUE 0. *> Sections listed, one group
       01 WS-ALL-SECTIONS       PIC 9(5) VALUE 0. *> Sections listed, whole run
       01 WS-Q-IX               PIC 9(2) VALUE 0. *> Question subscript
       01 WS-G-IX               PIC 9(2) VALUE 0. *> Grade-bucket subscript
       01 WS-BUCKET-GRADE       PIC X(1).        *> Base letter being bucketed
       01 WS-HEADING-LABEL      PIC X(18).       *> First column's heading

      *> Grade distribution of the section being listed, bucketed
      *> the way PRGR0047 buckets it: A B C D F, then everything
      *> else (in progress, W, I, P) as U.
       01 WS-SEC-GRADES.
           05 WS-SEC-GRADE       OCCURS 6 TIMES PIC 9(4).

      *> Running totals for one instructor, one department or the
      *> whole term.  Each is kept as a 192-byte image and moved
      *> into WS-SUM-TOTALS to be added to or printed, so one pair
      *> of paragraphs serves all three.  Question averages are
      *> weighted by responses, counting only the sections whose
      *> form carried the question.
       01 WS-SUM-TOTALS.
           05 WS-SUM-ENROLLED    PIC 9(6).
           05 WS-SUM-RESPONSES   PIC 9(6).
           05 WS-SUM-QUESTION    OCCURS 10 TIMES.
               10 WS-SUM-POINTS  PIC 9(7)V99.
               10 WS-SUM-WEIGHT  PIC 9(6).
           05 WS-SUM-GRADE       OCCURS 6 TIMES PIC 9(5).
       01 WS-INSTR-TOTALS       PIC X(192).      *> One instructor's totals
       01 WS-GRAND-TOTALS       PIC X(192).      *> Whole term's totals
       01 WS-EMPTY-TOTALS       PIC X(192).      *> Zeroed totals image

       01 WS-DEPT-USED          PIC 9(2) VALUE 0. *> Departments tabled
       01 WS-DEPT-IX            PIC 9(2) VALUE 0. *> Department subscript
       01 WS-HIT-IX             PIC 9(2) VALUE 0. *> Matched department
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-NAME   PIC X(15).
               10 WS-DEPT-TOTALS PIC X(192).
      *>         One row per INSTR-DEPT in instructor-file order;
      *>         past the 49th, the rest share an OTHER row.

      *> Figures for the line about to be printed - a section's own
      *> scores, or a totals line's weighted averages.
       01 WS-PRT-ENROLLED       PIC 9(6).
       01 WS-PRT-RESPONSES      PIC 9(6).
       01 WS-PRT-SCORES.
           05 WS-PRT-SCORE       OCCURS 10 TIMES PIC 9V99.
       01 WS-PRT-GRADES.
           05 WS-PRT-GRADE       OCCURS 6 TIMES PIC 9(5).
       01 WS-RATE               PIC 9(3) VALUE 0. *> Response rate, percent
       01 WS-SCORE-EDIT         PIC 9.99.         *> One score, printable

       01 WS-DETAIL-LINE.
           05 DL-LABEL           PIC X(18).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 DL-ENROLLED        PIC ZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 DL-RESPONSES       PIC ZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 DL-RATE            PIC ZZ9.
           05 FILLER             PIC X(1) VALUE "%".
           05 DL-QUESTION        OCCURS 10 TIMES.
               10 FILLER         PIC X(1) VALUE SPACE.
               10 DL-SCORE       PIC X(4).
           05 FILLER             PIC X(2) VALUE " |".
           05 DL-GRADE-COLUMN    OCCURS 6 TIMES.
               10 FILLER         PIC X(1) VALUE SPACE.
               10 DL-GRADE       PIC ZZZZ9.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| INSTRUCTOR COURSE EVALUATION REPORT            |"
           DISPLAY "+-----------------------------------------------+"

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO REPORT, OR BLANK FOR " WS-TERM-CURRENT
               " >>"
           ACCEPT WS-RPT-TERM
           IF WS-RPT-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-RPT-TERM
           END-IF
           IF WS-RPT-TERM = SPACES
               DISPLAY "***ERROR: NO TERM GIVEN AND NONE CURRENT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN INPUT EVALUATION-FILE
           IF WS-EVAL-STATUS NOT = "00"
               DISPLAY "NO COURSE EVALUATIONS HAVE BEEN LOADED."
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to report
               EXIT PROGRAM
           END-IF
           OPEN INPUT INSTRUCTOR-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN OUTPUT REPORT-FILE

           INITIALIZE WS-SUM-TOTALS
           MOVE WS-SUM-TOTALS TO WS-EMPTY-TOTALS
           MOVE WS-EMPTY-TOTALS TO WS-GRAND-TOTALS
           MOVE 0 TO WS-DEPT-USED

           MOVE SPACES TO REPORT-LINE
           STRING "COURSE EVALUATIONS BY INSTRUCTOR - TERM "
                      DELIMITED BY SIZE
                  WS-RPT-TERM DELIMITED BY SIZE
                  "   (SCORES 1.00-5.00, - = NOT ASKED; GRADES AS "
                      DELIMITED BY SIZE
                  "PRGR0047)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-EVAL-RPT-LINE
           MOVE "COURSE          SC" TO WS-HEADING-LABEL
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM UNTIL WS-INSTR-EOF = "Y"
               READ INSTRUCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INSTR-EOF
                   NOT AT END
                       MOVE INSTR-ID TO WS-CUR-INSTR
                       MOVE INSTR-DEPT TO WS-CUR-DEPT
                       IF WS-CUR-DEPT = SPACES
                           MOVE "(NO DEPARTMENT)" TO WS-CUR-DEPT
                       END-IF
                       PERFORM REPORT-ONE-INSTRUCTOR
               END-READ
           END-PERFORM

           PERFORM REPORT-UNASSIGNED-SECTIONS

           IF WS-ALL-SECTIONS = 0
               MOVE "NO EVALUATIONS LOADED FOR THIS TERM."
                   TO REPORT-LINE
               PERFORM WRITE-EVAL-RPT-LINE
           ELSE
               PERFORM REPORT-DEPARTMENTS
           END-IF

           CLOSE EVALUATION-FILE
           CLOSE INSTRUCTOR-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE REPORT-FILE

           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> REPORT-ONE-INSTRUCTOR - lists every evaluated section of
      *> the term credited to WS-CUR-INSTR, then the instructor's
      *> totals.  Instructors with no evaluated section this term
      *> are left off rather than printed as a row of zeros.
      *>-----------------------------------------------------------
       REPORT-ONE-INSTRUCTOR.
           MOVE WS-EMPTY-TOTALS TO WS-INSTR-TOTALS
           MOVE 0 TO WS-GROUP-SECTIONS

           PERFORM START-TERM-EVALUATIONS
           PERFORM UNTIL WS-EVAL-EOF = "Y"
               READ EVALUATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EVAL-EOF
                   NOT AT END
                       IF EVAL-TERM NOT = WS-RPT-TERM
                           MOVE "Y" TO WS-EVAL-EOF
                       ELSE
                           IF EVAL-INSTR-ID = WS-CUR-INSTR
                               IF WS-GROUP-SECTIONS = 0
                                   MOVE SPACES TO REPORT-LINE
                                   STRING WS-CUR-INSTR DELIMITED BY SIZE
                                          "  " DELIMITED BY SIZE
                                          INSTR-NAME DELIMITED BY SIZE
                                          "  " DELIMITED BY SIZE
                                          WS-CUR-DEPT DELIMITED BY SIZE
                                          INTO REPORT-LINE
                                   PERFORM WRITE-EVAL-RPT-LINE
                               END-IF
                               PERFORM REPORT-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GROUP-SECTIONS > 0
               MOVE WS-INSTR-TOTALS TO WS-SUM-TOTALS
               MOVE "  INSTRUCTOR TOTAL" TO DL-LABEL
               PERFORM WRITE-TOTALS-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-EVAL-RPT-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> REPORT-UNASSIGNED-SECTIONS - sections of the term whose
      *> instructor was blank when loaded, or has since left the
      *> instructor file, so their responses are not lost from the
      *> department and term totals.
      *>-----------------------------------------------------------
       REPORT-UNASSIGNED-SECTIONS.
           MOVE WS-EMPTY-TOTALS TO WS-INSTR-TOTALS
           MOVE 0 TO WS-GROUP-SECTIONS
           MOVE "UNASSIGNED" TO WS-CUR-DEPT

           PERFORM START-TERM-EVALUATIONS
           PERFORM UNTIL WS-EVAL-EOF = "Y"
               READ EVALUATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EVAL-EOF
                   NOT AT END
                       IF EVAL-TERM NOT = WS-RPT-TERM
                           MOVE "Y" TO WS-EVAL-EOF
                       ELSE
                           MOVE EVAL-INSTR-ID TO INSTR-ID
                           MOVE "N" TO WS-INSTR-ON-FILE
                           IF EVAL-INSTR-ID NOT = SPACES
                               READ INSTRUCTOR-FILE
                                   NOT INVALID KEY
                                       MOVE "Y" TO WS-INSTR-ON-FILE
                               END-READ
                           END-IF
                           IF WS-INSTR-ON-FILE = "N"
                               IF WS-GROUP-SECTIONS = 0
                                   MOVE "NO INSTRUCTOR ON FILE"
                                       TO REPORT-LINE
                                   PERFORM WRITE-EVAL-RPT-LINE
                               END-IF
                               PERFORM REPORT-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GROUP-SECTIONS > 0
               MOVE WS-INSTR-TOTALS TO WS-SUM-TOTALS
               MOVE "  UNASSIGNED TOTAL" TO DL-LABEL
               PERFORM WRITE-TOTALS-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-EVAL-RPT-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> START-TERM-EVALUATIONS - positions EVALUATION-FILE on the
      *> first row of WS-RPT-TERM; the term leads the key, so the
      *> caller reads NEXT until the term changes.
      *>-----------------------------------------------------------
       START-TERM-EVALUATIONS.
           MOVE WS-RPT-TERM TO EVAL-TERM
           MOVE LOW-VALUES TO EVAL-COURSE
           MOVE LOW-VALUES TO EVAL-SECTION
           START EVALUATION-FILE KEY IS NOT LESS THAN EVAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EVAL-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EVAL-EOF
           END-START.

      *>-----------------------------------------------------------
      *> REPORT-ONE-SECTION - prints the evaluation row just read
      *> beside the section's grade distribution, and adds it into
      *> the group, department and term totals.
      *>-----------------------------------------------------------
       REPORT-ONE-SECTION.
           ADD 1 TO WS-GROUP-SECTIONS
           ADD 1 TO WS-ALL-SECTIONS
           PERFORM TALLY-SECTION-GRADES

           MOVE SPACES TO DL-LABEL
           MOVE EVAL-COURSE  TO DL-LABEL(1:15)
           MOVE EVAL-SECTION TO DL-LABEL(17:2)
           MOVE EVAL-ENROLLED  TO WS-PRT-ENROLLED
           MOVE EVAL-RESPONSES TO WS-PRT-RESPONSES
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > 10
               MOVE EVAL-SCORE(WS-Q-IX) TO WS-PRT-SCORE(WS-Q-IX)
           END-PERFORM
           PERFORM VARYING WS-G-IX FROM 1 BY 1 UNTIL WS-G-IX > 6
               MOVE WS-SEC-GRADE(WS-G-IX) TO WS-PRT-GRADE(WS-G-IX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE

           MOVE WS-INSTR-TOTALS TO WS-SUM-TOTALS
           PERFORM ADD-SECTION-TO-SUM
           MOVE WS-SUM-TOTALS TO WS-INSTR-TOTALS

           MOVE WS-GRAND-TOTALS TO WS-SUM-TOTALS
           PERFORM ADD-SECTION-TO-SUM
           MOVE WS-SUM-TOTALS TO WS-GRAND-TOTALS

           PERFORM FIND-DEPARTMENT-ENTRY
           MOVE WS-DEPT-TOTALS(WS-HIT-IX) TO WS-SUM-TOTALS
           PERFORM ADD-SECTION-TO-SUM
           MOVE WS-SUM-TOTALS TO WS-DEPT-TOTALS(WS-HIT-IX).

      *>-----------------------------------------------------------
      *> TALLY-SECTION-GRADES - the section's grades for the term,
      *> from the live enrollment rows and from history (once
      *> PRGT0023 has rolled the term off), so the distribution
      *> reads the same before and after the rollover.
      *>-----------------------------------------------------------
       TALLY-SECTION-GRADES.
           PERFORM VARYING WS-G-IX FROM 1 BY 1 UNTIL WS-G-IX > 6
               MOVE 0 TO WS-SEC-GRADE(WS-G-IX)
           END-PERFORM

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
                       IF EN-COURSE = EVAL-COURSE
                           AND EN-SECTION = EVAL-SECTION
                           AND EN-TERM = EVAL-TERM
                           MOVE EN-GRADE(1:1) TO WS-BUCKET-GRADE
                           PERFORM BUCKET-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM

      *> Rolled-off rows come straight off the course + term path.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               MOVE EVAL-COURSE TO HIST-ALT-COURSE
               MOVE EVAL-TERM   TO HIST-ALT-TERM
               START HISTORY-FILE KEY IS EQUAL TO HIST-COURSE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ALT-COURSE NOT = EVAL-COURSE
                           OR HIST-ALT-TERM NOT = EVAL-TERM
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF
                       IF HIST-COURSE = EVAL-COURSE
                           AND HIST-SECTION = EVAL-SECTION
                           AND HIST-TERM = EVAL-TERM
                           MOVE HIST-GRADE(1:1) TO WS-BUCKET-GRADE
                           PERFORM BUCKET-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE HISTORY-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> BUCKET-ONE-GRADE - counts WS-BUCKET-GRADE on its base
      *> letter, as PRGR0047 does.
      *>-----------------------------------------------------------
       BUCKET-ONE-GRADE.
           EVALUATE WS-BUCKET-GRADE
               WHEN "A"
                   ADD 1 TO WS-SEC-GRADE(1)
               WHEN "B"
                   ADD 1 TO WS-SEC-GRADE(2)
               WHEN "C"
                   ADD 1 TO WS-SEC-GRADE(3)
               WHEN "D"
                   ADD 1 TO WS-SEC-GRADE(4)
               WHEN "F"
                   ADD 1 TO WS-SEC-GRADE(5)
               WHEN OTHER
                   ADD 1 TO WS-SEC-GRADE(6)
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> ADD-SECTION-TO-SUM - adds the evaluation row just read and
      *> its grade tallies into WS-SUM-TOTALS.
      *>-----------------------------------------------------------
       ADD-SECTION-TO-SUM.
           ADD EVAL-ENROLLED  TO WS-SUM-ENROLLED
           ADD EVAL-RESPONSES TO WS-SUM-RESPONSES
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > 10
               IF EVAL-SCORE(WS-Q-IX) > 0 AND EVAL-RESPONSES > 0
                   COMPUTE WS-SUM-POINTS(WS-Q-IX) =
                       WS-SUM-POINTS(WS-Q-IX)
                       + EVAL-SCORE(WS-Q-IX) * EVAL-RESPONSES
                   ADD EVAL-RESPONSES TO WS-SUM-WEIGHT(WS-Q-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-G-IX FROM 1 BY 1 UNTIL WS-G-IX > 6
               ADD WS-SEC-GRADE(WS-G-IX) TO WS-SUM-GRADE(WS-G-IX)
           END-PERFORM.

      *>-----------------------------------------------------------
      *> FIND-DEPARTMENT-ENTRY - sets WS-HIT-IX to WS-CUR-DEPT's
      *> row of the department table, adding the row on first
      *> sight.
      *>-----------------------------------------------------------
       FIND-DEPARTMENT-ENTRY.
           MOVE 0 TO WS-HIT-IX
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX > WS-DEPT-USED OR WS-HIT-IX > 0
               IF WS-DEPT-NAME(WS-DEPT-IX) = WS-CUR-DEPT
                   MOVE WS-DEPT-IX TO WS-HIT-IX
               END-IF
           END-PERFORM
           IF WS-HIT-IX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-DEPT-USED < 49
               ADD 1 TO WS-DEPT-USED
               MOVE WS-DEPT-USED TO WS-HIT-IX
               MOVE WS-CUR-DEPT TO WS-DEPT-NAME(WS-HIT-IX)
               MOVE WS-EMPTY-TOTALS TO WS-DEPT-TOTALS(WS-HIT-IX)
           ELSE
               MOVE 50 TO WS-HIT-IX
               IF WS-DEPT-USED < 50
                   MOVE 50 TO WS-DEPT-USED
                   MOVE "OTHER" TO WS-DEPT-NAME(WS-HIT-IX)
                   MOVE WS-EMPTY-TOTALS TO WS-DEPT-TOTALS(WS-HIT-IX)
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> REPORT-DEPARTMENTS - the same figures rolled up by
      *> INSTR-DEPT, then the whole term.
      *>-----------------------------------------------------------
       REPORT-DEPARTMENTS.
           MOVE SPACES TO REPORT-LINE
           STRING "COURSE EVALUATIONS BY DEPARTMENT - TERM "
                      DELIMITED BY SIZE
                  WS-RPT-TERM DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-EVAL-RPT-LINE
           MOVE "DEPARTMENT" TO WS-HEADING-LABEL
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX > WS-DEPT-USED
               MOVE WS-DEPT-TOTALS(WS-DEPT-IX) TO WS-SUM-TOTALS
               MOVE WS-DEPT-NAME(WS-DEPT-IX) TO DL-LABEL
               PERFORM WRITE-TOTALS-LINE
           END-PERFORM

           MOVE WS-GRAND-TOTALS TO WS-SUM-TOTALS
           MOVE "ALL DEPARTMENTS" TO DL-LABEL
           PERFORM WRITE-TOTALS-LINE.

      *>-----------------------------------------------------------
      *> WRITE-TOTALS-LINE - prints WS-SUM-TOTALS under the label
      *> already in DL-LABEL, question scores as response-weighted
      *> averages.
      *>-----------------------------------------------------------
       WRITE-TOTALS-LINE.
           MOVE WS-SUM-ENROLLED  TO WS-PRT-ENROLLED
           MOVE WS-SUM-RESPONSES TO WS-PRT-RESPONSES
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > 10
               IF WS-SUM-WEIGHT(WS-Q-IX) > 0
                   COMPUTE WS-PRT-SCORE(WS-Q-IX) ROUNDED =
                       WS-SUM-POINTS(WS-Q-IX) / WS-SUM-WEIGHT(WS-Q-IX)
               ELSE
                   MOVE 0 TO WS-PRT-SCORE(WS-Q-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-G-IX FROM 1 BY 1 UNTIL WS-G-IX > 6
               MOVE WS-SUM-GRADE(WS-G-IX) TO WS-PRT-GRADE(WS-G-IX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE.

      *>-----------------------------------------------------------
      *> WRITE-DETAIL-LINE - formats the WS-PRT- figures under the
      *> label already in DL-LABEL and writes the line.
      *>-----------------------------------------------------------
       WRITE-DETAIL-LINE.
           MOVE WS-PRT-ENROLLED  TO DL-ENROLLED
           MOVE WS-PRT-RESPONSES TO DL-RESPONSES
           MOVE 0 TO WS-RATE
           IF WS-PRT-ENROLLED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-PRT-RESPONSES * 100 / WS-PRT-ENROLLED
           END-IF
           MOVE WS-RATE TO DL-RATE
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > 10
               IF WS-PRT-SCORE(WS-Q-IX) = 0
                   MOVE "   -" TO DL-SCORE(WS-Q-IX)
               ELSE
                   MOVE WS-PRT-SCORE(WS-Q-IX) TO WS-SCORE-EDIT
                   MOVE WS-SCORE-EDIT TO DL-SCORE(WS-Q-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-G-IX FROM 1 BY 1 UNTIL WS-G-IX > 6
               MOVE WS-PRT-GRADE(WS-G-IX) TO DL-GRADE(WS-G-IX)
           END-PERFORM
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-EVAL-RPT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-COLUMN-HEADINGS - the column headings shared by both
      *> halves of the report.
      *>-----------------------------------------------------------
       WRITE-COLUMN-HEADINGS.
           MOVE "                    ENRL  RESP RATE   Q1   Q2   Q3" &
               "   Q4   Q5   Q6   Q7   Q8   Q9  Q10 |     A     B" &
               "     C     D     F     U" TO REPORT-LINE
           MOVE WS-HEADING-LABEL TO REPORT-LINE(1:18)
           PERFORM WRITE-EVAL-RPT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:123)
           PERFORM WRITE-EVAL-RPT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-EVAL-RPT-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-EVAL-RPT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
