       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0199.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACADEMIC-PLAN-FILE ASSIGN TO "academic-plans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

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

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT XFER-FILE ASSIGN TO "transfer-credits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ACADEMIC-PLAN-FILE.
       COPY "APLANREC.CPY".   *> Shared academic-plan layout (AP-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-PREREQ-1, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD XFER-FILE.
       COPY "XFERREC.CPY".    *> Shared transfer-credit layout (XFER-KEY, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

      *> One plan row for the listing, keyed by its term's start
      *> date - term codes do not sort into calendar order.
       SD SORT-WORK-FILE.
       01 SR-PLAN-RECORD.
           05 SR-TERM-START          PIC X(8).
           05 SR-TERM                PIC X(6).
           05 SR-COURSE              PIC X(15).
           05 SR-PREREQ-MET          PIC X(1).
           05 SR-REQ-TYPE            PIC X(1).

       WORKING-STORAGE SECTION.
       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs
       COPY "DEGAUDWS.CPY".   *> Fields used by the shared degree-audit paragraphs
       COPY "PREREQWS.CPY".   *> Fields used by the shared prerequisite paragraph

       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-PLAN-STATUS       PIC XX.               *> ACADEMIC-PLAN-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.               *> HISTORY-FILE I/O status
       01 WS-XFER-STATUS       PIC XX.               *> XFER-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.               *> EQUIV-FILE I/O status
       01 WS-DEGREE-STATUS     PIC XX.               *> DEGREE-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup flag
       01 WS-ACTION            PIC X.                *> A/D/L - see BEGIN
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for AP-ADDED-BY
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)

       01 WS-STUDENT-ID        PIC X(4).             *> Student whose plan is kept
       01 WS-STUDENT-PROGRAM   PIC X(6) VALUE SPACES. *> Their F-PROGRAM
       01 WS-STUDENT-CATYEAR   PIC X(4) VALUE SPACES. *> Their F-CATALOG-YEAR
       01 WS-TERM-KEYED        PIC X(6).             *> Planned term keyed
       01 WS-TERM-START        PIC X(8).             *> Its start date
       01 WS-COURSE-KEYED      PIC X(15).            *> Planned course keyed
       01 WS-COURSE-CREDITS    PIC 9(2) VALUE 0.     *> Its credits
       01 WS-PREREQ-1          PIC X(15).            *> Its prerequisites, saved off
       01 WS-PREREQ-2          PIC X(15).            *> the record area

      *> Prerequisite check - registration's rule (PREREQVAL.CPY),
      *> widened for a plan: work in progress now will be done
      *> before any future term, and so will a course planned for
      *> an earlier one.
       01 WS-PQ-COURSE         PIC X(15).            *> Course being looked for
       01 WS-PQ-STATE          PIC X.
      *>         C = completed, I = in progress now, P = planned for
      *>         an earlier term, N = none of those.
       01 WS-PQ-PLAN-TERM      PIC X(6).             *> Earlier term it is planned in
       01 WS-PQ-LOOK-PLAN      PIC X VALUE "Y".      *> Also look at the plan
       01 WS-PQ-DESC           PIC X(24).            *> Printable state
       01 WS-PREREQS-MET       PIC X VALUE "Y".      *> Both prerequisites met
       01 WS-OTHER-START       PIC X(8).             *> Start of another planned term

      *> The student's plan, for the listing's degree check.
       01 WS-PL-USED           PIC 9(3) VALUE 0.
       01 WS-PL-IX             PIC 9(3) VALUE 0.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 80 TIMES.
               10 WS-PL-COURSE      PIC X(15).
               10 WS-PL-TERM        PIC X(6).
               10 WS-PL-TYPE        PIC X(1).
               10 WS-PL-CREDITS     PIC 9(2).
       01 WS-PL-HIT            PIC 9(3) VALUE 0.     *> Plan entry matching a requirement
       01 WS-UNPLANNED-COUNT   PIC 9(2) VALUE 0.     *> Requirements neither done nor planned
       01 WS-PLANNED-ELECTIVE  PIC 9(4) VALUE 0.     *> Elective credits planned
       01 WS-LAST-TERM         PIC X(6) VALUE SPACES. *> Listing term break
       01 WS-TERM-CREDITS      PIC 9(3) VALUE 0.     *> Credits planned in one term
       01 WS-CREDIT-EDIT       PIC ZZ9.              *> Edited credits
       01 WS-LIST-COUNT        PIC 9(3) VALUE 0.     *> Rows listed

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A C A D E M I C   P L A N                   |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE
           IF WS-OPERATOR-ID = SPACES
               MOVE "PRGA0199" TO WS-OPERATOR-ID
           END-IF

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE STUDENT-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF
           MOVE F-PROGRAM      TO WS-STUDENT-PROGRAM
           MOVE F-CATALOG-YEAR TO WS-STUDENT-CATYEAR
           DISPLAY "STUDENT: " F-ID " " F-NAME
           IF WS-STUDENT-PROGRAM = SPACES
               DISPLAY "PROGRAM: (NONE DECLARED)"
           ELSE
               DISPLAY "PROGRAM: " WS-STUDENT-PROGRAM
           END-IF

           DISPLAY "A=ADD A COURSE TO THE PLAN  D=REMOVE ONE  "
               "L=LIST THE PLAN AGAINST THE DEGREE >>"
           ACCEPT WS-ACTION

           MOVE 0 TO RETURN-CODE
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-PLAN-COURSE
               WHEN "D"
                   PERFORM REMOVE-PLAN-COURSE
               WHEN "L"
                   PERFORM LIST-PLAN
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-PLAN-COURSE - plans a catalog course into a term not
      *> yet begun.  A course already completed, in progress or on
      *> the plan is refused; an unmet prerequisite is shown and
      *> the operator decides - an advisor may mean to plan it in
      *> next - and the row remembers which way it went.  The
      *> course is then placed against the degree program.
      *>-----------------------------------------------------------
       ADD-PLAN-COURSE.
           PERFORM ACCEPT-FUTURE-TERM
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-PLAN-COURSE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *> Already done or under way - nothing to plan.
           MOVE WS-COURSE-KEYED TO WS-PQ-COURSE
           MOVE "N" TO WS-PQ-LOOK-PLAN
           PERFORM CHECK-COURSE-STATE
           IF WS-PQ-STATE = "C"
               DISPLAY "***ERROR: " FUNCTION TRIM(WS-COURSE-KEYED)
                   " IS ALREADY COMPLETED.***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               EXIT PARAGRAPH
           END-IF
           IF WS-PQ-STATE = "I"
               DISPLAY "***ERROR: " FUNCTION TRIM(WS-COURSE-KEYED)
                   " IS IN PROGRESS NOW.***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COURSE-ON-PLAN
           IF WS-PQ-PLAN-TERM NOT = SPACES
               DISPLAY "***ERROR: " FUNCTION TRIM(WS-COURSE-KEYED)
                   " IS ALREADY PLANNED FOR " WS-PQ-PLAN-TERM ".***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               EXIT PARAGRAPH
           END-IF

      *> Prerequisites.
           MOVE "Y" TO WS-PREREQS-MET
           MOVE "Y" TO WS-PQ-LOOK-PLAN
           IF WS-PREREQ-1 NOT = SPACES
               MOVE WS-PREREQ-1 TO WS-PQ-COURSE
               PERFORM CHECK-COURSE-STATE
               PERFORM SHOW-PREREQ-STATE
           END-IF
           IF WS-PREREQ-2 NOT = SPACES
               MOVE WS-PREREQ-2 TO WS-PQ-COURSE
               PERFORM CHECK-COURSE-STATE
               PERFORM SHOW-PREREQ-STATE
           END-IF
           IF WS-PREREQ-1 = SPACES AND WS-PREREQ-2 = SPACES
               DISPLAY "PREREQUISITES: NONE"
           END-IF

           IF WS-PREREQS-MET = "N"
               DISPLAY "***WARNING: A PREREQUISITE IS NEITHER DONE "
                   "NOR PLANNED FOR AN EARLIER TERM.***"
               DISPLAY "PLAN IT ANYWAY? (Y/N) >>"
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "Y"
                   DISPLAY "COURSE NOT PLANNED."
                   MOVE 3 TO RETURN-CODE          *> 3 = not confirmed
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Degree requirements.
           MOVE "E" TO AP-REQ-TYPE
           IF WS-STUDENT-PROGRAM = SPACES
               DISPLAY "(NO PROGRAM DECLARED - NOT CHECKED AGAINST "
                   "A DEGREE.)"
           ELSE
               MOVE WS-STUDENT-PROGRAM TO WS-CAT-PROGRAM
               MOVE WS-STUDENT-CATYEAR TO WS-CAT-YEAR
               PERFORM FIND-CATALOG-REQUIREMENTS
               IF WS-CAT-FOUND = "N"
                   DISPLAY "(PROGRAM " WS-STUDENT-PROGRAM " IS NOT ON "
                       "THE DEGREE PROGRAM MASTER - NOT CHECKED.)"
               ELSE
                   PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                       UNTIL WS-REQ-IX > 10
                       IF DEG-REQ-COURSE(WS-REQ-IX) = WS-COURSE-KEYED
                           MOVE "R" TO AP-REQ-TYPE
                       END-IF
                   END-PERFORM
                   IF AP-REQ-TYPE = "R"
                       DISPLAY "DEGREE: FILLS A REQUIRED COURSE OF "
                           DEG-CODE " (" WS-CAT-RULE-YEAR ")."
                   ELSE
                       MOVE WS-COURSE-CREDITS TO WS-CREDIT-EDIT
                       DISPLAY "DEGREE: NOT REQUIRED BY " DEG-CODE
                           " - COUNTS AS" WS-CREDIT-EDIT
                           " ELECTIVE CREDIT(S)."
                   END-IF
               END-IF
           END-IF

           MOVE WS-STUDENT-ID      TO AP-STUDENT-ID
           MOVE WS-TERM-KEYED      TO AP-TERM
           MOVE WS-COURSE-KEYED    TO AP-COURSE
           MOVE WS-PREREQS-MET     TO AP-PREREQ-MET
           MOVE WS-TODAY-FORMATTED TO AP-ADDED-DATE
           MOVE WS-OPERATOR-ID     TO AP-ADDED-BY
           PERFORM OPEN-PLAN-FILE
           WRITE ACADEMIC-PLAN-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: ALREADY ON THE PLAN FOR THAT "
                       "TERM.***"
                   MOVE 2 TO RETURN-CODE          *> 2 = duplicate
               NOT INVALID KEY
                   DISPLAY "*** " FUNCTION TRIM(WS-COURSE-KEYED)
                       " PLANNED FOR " WS-TERM-KEYED ". ***"
           END-WRITE
           CLOSE ACADEMIC-PLAN-FILE.

      *>-----------------------------------------------------------
      *> REMOVE-PLAN-COURSE - takes one course off the plan.  Any
      *> later planned course leaning on it as a prerequisite is
      *> pointed out, since its row no longer holds.
      *>-----------------------------------------------------------
       REMOVE-PLAN-COURSE.
           DISPLAY "ENTER TERM CODE (E.G. 2027SP) >>"
           ACCEPT WS-TERM-KEYED
           MOVE FUNCTION UPPER-CASE(WS-TERM-KEYED) TO WS-TERM-KEYED
           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-COURSE-KEYED
           MOVE FUNCTION UPPER-CASE(WS-COURSE-KEYED) TO WS-COURSE-KEYED

           MOVE WS-STUDENT-ID   TO AP-STUDENT-ID
           MOVE WS-TERM-KEYED   TO AP-TERM
           MOVE WS-COURSE-KEYED TO AP-COURSE
           PERFORM OPEN-PLAN-FILE
           DELETE ACADEMIC-PLAN-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-DELETE
           CLOSE ACADEMIC-PLAN-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: " FUNCTION TRIM(WS-COURSE-KEYED)
                   " IS NOT ON THE PLAN FOR " WS-TERM-KEYED ".***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** " FUNCTION TRIM(WS-COURSE-KEYED)
               " REMOVED FROM " WS-TERM-KEYED ". ***"

           PERFORM WARN-DEPENDENT-COURSES.

       WARN-DEPENDENT-COURSES.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           MOVE WS-STUDENT-ID TO AP-STUDENT-ID
           MOVE LOW-VALUES TO AP-TERM AP-COURSE
           START ACADEMIC-PLAN-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACADEMIC-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM READ-FIRST-SECTION
                           IF WS-FOUND = "Y"
                               AND (C-PREREQ-1 = WS-COURSE-KEYED
                                   OR C-PREREQ-2 = WS-COURSE-KEYED)
                               DISPLAY "***WARNING: "
                                   FUNCTION TRIM(AP-COURSE)
                                   " (" AP-TERM ") NEEDS IT AS A "
                                   "PREREQUISITE.***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE ACADEMIC-PLAN-FILE.

      *>-----------------------------------------------------------
      *> LIST-PLAN - the plan term by term in calendar order, then
      *> every requirement of the degree program rated against
      *> what is done, under way and planned, and the electives
      *> planned against the minimum still to earn.
      *>-----------------------------------------------------------
       LIST-PLAN.
           MOVE 0 TO WS-PL-USED
           MOVE 0 TO WS-LIST-COUNT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERM-START SR-TERM SR-COURSE
               INPUT PROCEDURE IS RELEASE-PLAN-ROWS
               OUTPUT PROCEDURE IS PRINT-PLAN-ROWS

           IF WS-LIST-COUNT = 0
               DISPLAY "(NOTHING PLANNED YET)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           END-IF

           IF WS-STUDENT-PROGRAM = SPACES
               DISPLAY "(NO PROGRAM DECLARED - NO DEGREE CHECK.)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-PROGRAM TO WS-CAT-PROGRAM
           MOVE WS-STUDENT-CATYEAR TO WS-CAT-YEAR
           PERFORM FIND-CATALOG-REQUIREMENTS
           IF WS-CAT-FOUND = "N"
               DISPLAY "(PROGRAM " WS-STUDENT-PROGRAM " IS NOT ON THE "
                   "DEGREE PROGRAM MASTER - NO DEGREE CHECK.)"
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-COURSE-WORK

           DISPLAY " "
           DISPLAY "DEGREE: " DEG-CODE " - " DEG-NAME
               " (REQUIREMENTS OF " WS-CAT-RULE-YEAR ")"
           DISPLAY "-------------------------------------------------"
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-INPROG-COUNT
           MOVE 0 TO WS-UNPLANNED-COUNT
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10
               IF DEG-REQ-COURSE(WS-REQ-IX) NOT = SPACES
                   PERFORM RATE-ONE-REQUIREMENT
                   IF WS-REQ-STATE = "MISSING"
                       PERFORM FIND-REQUIREMENT-ON-PLAN
                       IF WS-PL-HIT > 0
                           DISPLAY "  " DEG-REQ-COURSE(WS-REQ-IX)
                               " : PLANNED " WS-PL-TERM(WS-PL-HIT)
                       ELSE
                           ADD 1 TO WS-UNPLANNED-COUNT
                           DISPLAY "  " DEG-REQ-COURSE(WS-REQ-IX)
                               " : NOT YET PLANNED"
                       END-IF
                   ELSE
                       DISPLAY "  " DEG-REQ-COURSE(WS-REQ-IX)
                           " : " WS-REQ-STATE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SUM-ELECTIVE-CREDITS
           MOVE 0 TO WS-PLANNED-ELECTIVE
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-USED
               MOVE "N" TO WS-IS-REQUIRED
               PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > 10
                   IF DEG-REQ-COURSE(WS-REQ-IX) =
                       WS-PL-COURSE(WS-PL-IX)
                       MOVE "Y" TO WS-IS-REQUIRED
                   END-IF
               END-PERFORM
               IF WS-IS-REQUIRED = "N"
                   ADD WS-PL-CREDITS(WS-PL-IX) TO WS-PLANNED-ELECTIVE
               END-IF
           END-PERFORM

           DISPLAY "-------------------------------------------------"
           DISPLAY "ELECTIVE CREDITS: " WS-ELECTIVE-CREDITS " EARNED + "
               WS-PLANNED-ELECTIVE " PLANNED (MINIMUM "
               DEG-ELECTIVE-MIN ")"
           IF WS-UNPLANNED-COUNT = 0
               AND WS-ELECTIVE-CREDITS + WS-PLANNED-ELECTIVE
                   NOT < DEG-ELECTIVE-MIN
               DISPLAY "THE PLAN COVERS EVERY PROGRAM REQUIREMENT."
           ELSE
               DISPLAY WS-UNPLANNED-COUNT " REQUIRED COURSE(S) NOT "
                   "YET IN THE PLAN."
           END-IF.

      *>-----------------------------------------------------------
      *> RELEASE-PLAN-ROWS - sort input procedure: the student's
      *> rows, each with its term's start date.
      *>-----------------------------------------------------------
       RELEASE-PLAN-ROWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERM-FILE
           MOVE WS-STUDENT-ID TO AP-STUDENT-ID
           MOVE LOW-VALUES TO AP-TERM AP-COURSE
           START ACADEMIC-PLAN-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACADEMIC-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           MOVE AP-TERM TO TERM-CODE
                           READ TERM-FILE
                               INVALID KEY
                                   MOVE "99999999" TO TERM-START-DATE
                           END-READ
                           MOVE TERM-START-DATE TO SR-TERM-START
                           MOVE AP-TERM         TO SR-TERM
                           MOVE AP-COURSE       TO SR-COURSE
                           MOVE AP-PREREQ-MET   TO SR-PREREQ-MET
                           MOVE AP-REQ-TYPE     TO SR-REQ-TYPE
                           RELEASE SR-PLAN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           CLOSE ACADEMIC-PLAN-FILE.

      *>-----------------------------------------------------------
      *> PRINT-PLAN-ROWS - sort output procedure: one line per
      *> course, a credit total per term, and the plan table kept
      *> for the degree check.
      *>-----------------------------------------------------------
       PRINT-PLAN-ROWS.
           MOVE "N"    TO WS-EOF
           MOVE SPACES TO WS-LAST-TERM
           MOVE 0      TO WS-TERM-CREDITS
           OPEN INPUT COURSE-MASTER-FILE
           DISPLAY " "
           DISPLAY "TERM   COURSE          CR  REQ  PREREQS"
           DISPLAY "------ --------------- --- ---- -------------"
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-PLAN-ROW
               END-RETURN
           END-PERFORM
           IF WS-LAST-TERM NOT = SPACES
               PERFORM PRINT-TERM-TOTAL
           END-IF
           CLOSE COURSE-MASTER-FILE.

       PRINT-ONE-PLAN-ROW.
           IF SR-TERM NOT = WS-LAST-TERM
               IF WS-LAST-TERM NOT = SPACES
                   PERFORM PRINT-TERM-TOTAL
               END-IF
               MOVE SR-TERM TO WS-LAST-TERM
               MOVE 0 TO WS-TERM-CREDITS
           END-IF

           MOVE SR-COURSE TO AP-COURSE
           PERFORM READ-FIRST-SECTION
           IF WS-FOUND = "Y"
               MOVE C-CREDITS TO WS-CREDIT-EDIT
               ADD C-CREDITS TO WS-TERM-CREDITS
           ELSE
               MOVE 0 TO WS-CREDIT-EDIT
               MOVE 0 TO C-CREDITS
           END-IF

           IF SR-PREREQ-MET = "Y"
               MOVE "MET" TO WS-PQ-DESC
           ELSE
               MOVE "NOT MET WHEN PLANNED" TO WS-PQ-DESC
           END-IF
           DISPLAY SR-TERM " " SR-COURSE " " WS-CREDIT-EDIT "  "
               SR-REQ-TYPE "    " WS-PQ-DESC
           ADD 1 TO WS-LIST-COUNT

           IF WS-PL-USED < 80
               ADD 1 TO WS-PL-USED
               MOVE SR-COURSE   TO WS-PL-COURSE(WS-PL-USED)
               MOVE SR-TERM     TO WS-PL-TERM(WS-PL-USED)
               MOVE SR-REQ-TYPE TO WS-PL-TYPE(WS-PL-USED)
               MOVE C-CREDITS   TO WS-PL-CREDITS(WS-PL-USED)
           END-IF.

       PRINT-TERM-TOTAL.
           MOVE WS-TERM-CREDITS TO WS-CREDIT-EDIT
           DISPLAY "       TERM TOTAL      " WS-CREDIT-EDIT.

       FIND-REQUIREMENT-ON-PLAN.
           MOVE 0 TO WS-PL-HIT
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
               UNTIL WS-PL-IX > WS-PL-USED OR WS-PL-HIT > 0
               IF WS-PL-COURSE(WS-PL-IX) = DEG-REQ-COURSE(WS-REQ-IX)
                   MOVE WS-PL-IX TO WS-PL-HIT
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> GATHER-COURSE-WORK - everything the student has carried,
      *> as PRGR0089 gathers it for the audit.
      *>-----------------------------------------------------------
       GATHER-COURSE-WORK.
           MOVE 0   TO WS-WORK-USED
           MOVE "N" TO WS-EOF
           MOVE WS-STUDENT-ID TO WS-DA-STUDENT

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-STUDENT-ID
                           PERFORM DA-ADD-ENROLL-WORK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM DA-GATHER-HISTORY
           CLOSE COURSE-MASTER-FILE.

      *>-----------------------------------------------------------
      *> ACCEPT-FUTURE-TERM - a term on the calendar that has not
      *> begun; a running or past term is registration's business,
      *> not the plan's.
      *>-----------------------------------------------------------
       ACCEPT-FUTURE-TERM.
           DISPLAY "ENTER TERM CODE (E.G. 2027SP) >>"
           ACCEPT WS-TERM-KEYED
           MOVE FUNCTION UPPER-CASE(WS-TERM-KEYED) TO WS-TERM-KEYED

           MOVE WS-TERM-KEYED TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE TERM-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE ACADEMIC "
                   "CALENDAR.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           IF TERM-START-DATE NOT > WS-TODAY-FORMATTED
               DISPLAY "***ERROR: " WS-TERM-KEYED " HAS ALREADY "
                   "BEGUN - ONLY FUTURE TERMS ARE PLANNED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-START-DATE TO WS-TERM-START.

      *>-----------------------------------------------------------
      *> ACCEPT-PLAN-COURSE - a course code in the catalog, under
      *> any section.  Its credits and prerequisites are taken from
      *> its first section, as the catalog keeps them alike.
      *>-----------------------------------------------------------
       ACCEPT-PLAN-COURSE.
           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-COURSE-KEYED
           MOVE FUNCTION UPPER-CASE(WS-COURSE-KEYED) TO WS-COURSE-KEYED

           MOVE WS-COURSE-KEYED TO AP-COURSE
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM READ-FIRST-SECTION
           CLOSE COURSE-MASTER-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: COURSE NOT IN THE CATALOG.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           MOVE C-CREDITS  TO WS-COURSE-CREDITS
           MOVE C-PREREQ-1 TO WS-PREREQ-1
           MOVE C-PREREQ-2 TO WS-PREREQ-2
           DISPLAY "COURSE: " C-CODE " " C-DESC.

      *>-----------------------------------------------------------
      *> READ-FIRST-SECTION - the lowest section of course AP-COURSE
      *> into the record area, COURSE-MASTER-FILE already open.
      *>-----------------------------------------------------------
       READ-FIRST-SECTION.
           MOVE "N" TO WS-FOUND
           MOVE AP-COURSE  TO C-CODE
           MOVE LOW-VALUES TO C-SECTION
           START COURSE-MASTER-FILE KEY IS NOT LESS THAN C-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF C-CODE = AP-COURSE
               MOVE "Y" TO WS-FOUND
           END-IF.

      *>-----------------------------------------------------------
      *> SHOW-PREREQ-STATE - one prerequisite's answer on screen;
      *> anything but N meets it.
      *>-----------------------------------------------------------
       SHOW-PREREQ-STATE.
           EVALUATE WS-PQ-STATE
               WHEN "C"
                   MOVE "COMPLETED" TO WS-PQ-DESC
               WHEN "I"
                   MOVE "IN PROGRESS NOW" TO WS-PQ-DESC
               WHEN "P"
                   MOVE SPACES TO WS-PQ-DESC
                   STRING "PLANNED FOR " DELIMITED BY SIZE
                          WS-PQ-PLAN-TERM DELIMITED BY SIZE
                          INTO WS-PQ-DESC
               WHEN OTHER
                   MOVE "NOT MET" TO WS-PQ-DESC
                   MOVE "N" TO WS-PREREQS-MET
           END-EVALUATE
           DISPLAY "PREREQUISITE " WS-PQ-COURSE " : " WS-PQ-DESC.

      *>-----------------------------------------------------------
      *> CHECK-COURSE-STATE - where the student stands on course
      *> WS-PQ-COURSE: C (completed) or I (in progress now) by the
      *> shared rule registration checks prerequisites with
      *> (PREREQVAL.CPY); and, with WS-PQ-LOOK-PLAN "Y", P when it
      *> is neither but a plan row has it in a term starting before
      *> WS-TERM-START.
      *>-----------------------------------------------------------
       CHECK-COURSE-STATE.
           MOVE SPACES TO WS-PQ-PLAN-TERM
           MOVE WS-STUDENT-ID TO WS-PRQ-STUDENT
           MOVE WS-PQ-COURSE  TO WS-PRQ-COURSE
           PERFORM PRQ-CHECK-COURSE-STATE
           MOVE WS-PRQ-STATE  TO WS-PQ-STATE
           IF WS-PQ-STATE = "N" AND WS-PQ-LOOK-PLAN = "Y"
               PERFORM CHECK-EARLIER-PLAN
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-EARLIER-PLAN - is WS-PQ-COURSE on the plan for a
      *> term that starts before the one being planned?
      *>-----------------------------------------------------------
       CHECK-EARLIER-PLAN.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERM-FILE
           MOVE WS-STUDENT-ID TO AP-STUDENT-ID
           MOVE LOW-VALUES TO AP-TERM AP-COURSE
           START ACADEMIC-PLAN-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACADEMIC-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF AP-COURSE = WS-PQ-COURSE
                               MOVE AP-TERM TO TERM-CODE
                               READ TERM-FILE
                                   INVALID KEY
                                       MOVE HIGH-VALUES
                                           TO TERM-START-DATE
                               END-READ
                               MOVE TERM-START-DATE TO WS-OTHER-START
                               IF WS-OTHER-START < WS-TERM-START
                                   MOVE "P" TO WS-PQ-STATE
                                   MOVE AP-TERM TO WS-PQ-PLAN-TERM
                                   MOVE "Y" TO WS-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           CLOSE ACADEMIC-PLAN-FILE.

      *>-----------------------------------------------------------
      *> FIND-COURSE-ON-PLAN - the term WS-COURSE-KEYED is already
      *> planned for, in WS-PQ-PLAN-TERM (SPACES = not planned).
      *>-----------------------------------------------------------
       FIND-COURSE-ON-PLAN.
           MOVE SPACES TO WS-PQ-PLAN-TERM
           MOVE "N" TO WS-EOF
           OPEN INPUT ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-ID TO AP-STUDENT-ID
           MOVE LOW-VALUES TO AP-TERM AP-COURSE
           START ACADEMIC-PLAN-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACADEMIC-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AP-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF AP-COURSE = WS-COURSE-KEYED
                               MOVE AP-TERM TO WS-PQ-PLAN-TERM
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACADEMIC-PLAN-FILE.

       OPEN-PLAN-FILE.
           OPEN I-O ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT ACADEMIC-PLAN-FILE
               CLOSE ACADEMIC-PLAN-FILE
               OPEN I-O ACADEMIC-PLAN-FILE
           END-IF.

       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "DEGAUDVAL.CPY".  *> Shared degree-audit paragraphs
       COPY "PREREQVAL.CPY".  *> Shared prerequisite paragraph
