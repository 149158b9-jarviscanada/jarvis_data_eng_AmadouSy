       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0200.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADEMIC-PLAN-FILE ASSIGN TO "academic-plans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "demand-forecast-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD ACADEMIC-PLAN-FILE.
       COPY "APLANREC.CPY".   *> Shared academic-plan layout (AP-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-STATUS, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-KEY, C-CAPACITY, ...)

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One report line

      *> One planned seat, ordered by its term's start date (term
      *> codes do not sort into calendar order) and course.
       SD SORT-WORK-FILE.
       01 SR-DEMAND-RECORD.
           05 SR-TERM-START          PIC X(8).
           05 SR-TERM                PIC X(6).
           05 SR-COURSE              PIC X(15).

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       01 WS-PLAN-STATUS       PIC XX.          *> ACADEMIC-PLAN-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-OFR-STATUS        PIC XX.          *> OFFERING-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-SCAN-EOF          PIC X VALUE "N". *> Capacity-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-TERM-KEYED        PIC X(6) VALUE SPACES. *> Term asked for, blank = all future
       01 WS-OFFERINGS-OPEN    PIC X VALUE "N". *> term-offerings.txt is on file

      *> The calendar, so each plan row's term start is a table
      *> lookup rather than a read.
       01 WS-TM-USED           PIC 9(3) VALUE 0.
       01 WS-TM-IX             PIC 9(3) VALUE 0.
       01 WS-TM-TABLE.
           05 WS-TM-ENTRY OCCURS 200 TIMES.
               10 WS-TM-CODE        PIC X(6).
               10 WS-TM-START       PIC X(8).
       01 WS-ROW-START         PIC X(8).        *> Start of one row's term

       01 WS-READ-COUNT        PIC 9(6) VALUE 0. *> Plan rows read
       01 WS-INACTIVE-COUNT    PIC 9(6) VALUE 0. *> Rows of students no longer active
       01 WS-SEAT-COUNT        PIC 9(6) VALUE 0. *> Planned seats forecast

      *> Control-break fields.
       01 WS-LAST-TERM         PIC X(6) VALUE SPACES.
       01 WS-LAST-COURSE       PIC X(15) VALUE SPACES.
       01 WS-DEMAND            PIC 9(5) VALUE 0.  *> Planned seats, one course
       01 WS-TERM-DEMAND       PIC 9(6) VALUE 0.  *> Planned seats, one term
       01 WS-TERM-COURSES      PIC 9(4) VALUE 0.  *> Courses, one term
       01 WS-TERM-SHORT        PIC 9(4) VALUE 0.  *> Courses short of seats, one term
       01 WS-COURSE-LINES      PIC 9(5) VALUE 0.  *> Course lines printed

      *> Capacity of one course: the sections on the course master
      *> now, and those scheduled for the term on term-offerings.txt
      *> (PRGC0149) when the term has been scheduled.  Capacity 0
      *> on a section means no cap.
       01 WS-CUR-SECS          PIC 9(3) VALUE 0.
       01 WS-CUR-SEATS         PIC 9(5) VALUE 0.
       01 WS-CUR-UNLIM         PIC X VALUE "N".
       01 WS-SCH-SECS          PIC 9(3) VALUE 0.
       01 WS-SCH-SEATS         PIC 9(5) VALUE 0.
       01 WS-SCH-UNLIM         PIC X VALUE "N".
       01 WS-JUDGE-SECS        PIC 9(3) VALUE 0.  *> The capacity the demand is
       01 WS-JUDGE-SEATS       PIC 9(5) VALUE 0.  *> judged against - scheduled
       01 WS-JUDGE-UNLIM       PIC X VALUE "N".   *> if any, else current
       01 WS-AVG-SEATS         PIC 9(5) VALUE 0.  *> Seats per section
       01 WS-SHORTFALL         PIC 9(5) VALUE 0.
       01 WS-SECS-NEEDED       PIC 9(3) VALUE 0.
       01 WS-SECS-SPARE        PIC 9(3) VALUE 0.
       01 WS-NUM-EDIT          PIC ZZZZ9.
       01 WS-SEC-EDIT          PIC ZZ9.

       01 WS-HEAD-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE "PLANNED".
           05 FILLER               PIC X(12) VALUE "-CURRENT-".
           05 FILLER               PIC X(12) VALUE "SCHEDULED".
           05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-HEAD-2.
           05 FILLER               PIC X(7)  VALUE "TERM".
           05 FILLER               PIC X(17) VALUE "COURSE".
           05 FILLER               PIC X(8)  VALUE "SEATS".
           05 FILLER               PIC X(12) VALUE "SEC SEATS".
           05 FILLER               PIC X(12) VALUE "SEC SEATS".
           05 FILLER               PIC X(44) VALUE "ACTION".
       01 WS-DETAIL-LINE.
           05 DL-TERM              PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-COURSE            PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-PLANNED           PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 DL-CUR-SECS          PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-CUR-SEATS         PIC X(5).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 DL-SCH-SECS          PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 DL-SCH-SEATS         PIC X(5).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 DL-ACTION            PIC X(44).

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   P L A N N E D   D E M A N D   F O R E C A S T"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           DISPLAY "ENTER TERM CODE, OR BLANK FOR EVERY TERM NOT YET "
               "BEGUN >>"
           ACCEPT WS-TERM-KEYED
           MOVE FUNCTION UPPER-CASE(WS-TERM-KEYED) TO WS-TERM-KEYED

           PERFORM LOAD-TERM-TABLE
           IF WS-TERM-KEYED NOT = SPACES
               MOVE WS-TERM-KEYED TO SR-TERM
               PERFORM FIND-TERM-START
               IF WS-ROW-START = HIGH-VALUES
                   DISPLAY "***ERROR: TERM NOT ON THE ACADEMIC "
                       "CALENDAR.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
                   EXIT PROGRAM
               END-IF
               IF WS-ROW-START NOT > WS-TODAY-FORMATTED
                   DISPLAY "***WARNING: " WS-TERM-KEYED " HAS ALREADY "
                       "BEGUN - REGISTRATION, NOT THE PLAN, IS THE "
                       "REAL DEMAND NOW.***"
               END-IF
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERM-START SR-TERM SR-COURSE
               INPUT PROCEDURE IS RELEASE-PLANNED-SEATS
               OUTPUT PROCEDURE IS PRINT-FORECAST

           MOVE "demand-forecast-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-SEAT-COUNT = 0
               DISPLAY "(NO PLANNED SEATS FOR THOSE TERMS)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               DISPLAY "*** " WS-SEAT-COUNT " PLANNED SEAT(S) IN "
                   WS-COURSE-LINES " COURSE(S) - REPORT WRITTEN TO "
                   "demand-forecast-report.txt. ***"
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-INACTIVE-COUNT > 0
               DISPLAY "(" WS-INACTIVE-COUNT " PLAN ROW(S) OF STUDENTS "
                   "NO LONGER ACTIVE LEFT OUT.)"
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-TERM-TABLE - every term on the calendar and the day
      *> it starts.
      *>-----------------------------------------------------------
       LOAD-TERM-TABLE.
           MOVE 0   TO WS-TM-USED
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TM-USED < 200
                           ADD 1 TO WS-TM-USED
                           MOVE TERM-CODE TO WS-TM-CODE(WS-TM-USED)
                           MOVE TERM-START-DATE
                               TO WS-TM-START(WS-TM-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> FIND-TERM-START - start date of term SR-TERM into
      *> WS-ROW-START, HIGH-VALUES when it is not on the calendar.
      *>-----------------------------------------------------------
       FIND-TERM-START.
           MOVE HIGH-VALUES TO WS-ROW-START
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX > WS-TM-USED
               IF WS-TM-CODE(WS-TM-IX) = SR-TERM
                   MOVE WS-TM-START(WS-TM-IX) TO WS-ROW-START
                   MOVE WS-TM-USED TO WS-TM-IX
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> RELEASE-PLANNED-SEATS - sort input procedure: one record
      *> per plan row in the term asked for (or, with none asked
      *> for, in any term not yet begun) whose student is still
      *> active or on leave - a withdrawn or graduated student's
      *> plan is no demand.
      *>-----------------------------------------------------------
       RELEASE-PLANNED-SEATS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACADEMIC-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ACADEMIC-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM RELEASE-ONE-PLAN-ROW
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE ACADEMIC-PLAN-FILE.

       RELEASE-ONE-PLAN-ROW.
           MOVE AP-TERM TO SR-TERM
           PERFORM FIND-TERM-START
           IF WS-TERM-KEYED NOT = SPACES
               IF AP-TERM NOT = WS-TERM-KEYED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ROW-START = HIGH-VALUES
                   OR WS-ROW-START NOT > WS-TODAY-FORMATTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE AP-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-INACTIVE-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF F-STATUS NOT = "A" AND F-STATUS NOT = "L"
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-START TO SR-TERM-START
           MOVE AP-TERM      TO SR-TERM
           MOVE AP-COURSE    TO SR-COURSE
           ADD 1 TO WS-SEAT-COUNT
           RELEASE SR-DEMAND-RECORD.

      *>-----------------------------------------------------------
      *> PRINT-FORECAST - sort output procedure: a line per course
      *> per term with its planned seats against its capacity, and
      *> a total per term.
      *>-----------------------------------------------------------
       PRINT-FORECAST.
           MOVE "N"    TO WS-EOF
           MOVE SPACES TO WS-LAST-TERM
           MOVE SPACES TO WS-LAST-COURSE
           MOVE 0      TO WS-DEMAND

           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS = "00"
               MOVE "Y" TO WS-OFFERINGS-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PLANNED DEMAND FORECAST - ACADEMIC PLANS AGAINST "
                  DELIMITED BY SIZE
                  "SECTION CAPACITY, RUN " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "ACTION IS JUDGED AGAINST THE SCHEDULED SECTIONS "
               & "WHEN THE TERM HAS BEEN SCHEDULED," TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE "AGAINST THE CURRENT CATALOG SECTIONS OTHERWISE.  "
               & "UNLIM = NO CAPACITY SET." TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-HEAD-1 TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-HEAD-2 TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-SEAT
               END-RETURN
           END-PERFORM

           IF WS-LAST-TERM NOT = SPACES
               PERFORM PRINT-COURSE-LINE
               PERFORM PRINT-TERM-TOTAL
           END-IF

           CLOSE REPORT-FILE
           IF WS-OFFERINGS-OPEN = "Y"
               CLOSE OFFERING-FILE
           END-IF
           CLOSE COURSE-MASTER-FILE.

       TAKE-ONE-SEAT.
           IF SR-TERM NOT = WS-LAST-TERM
               IF WS-LAST-TERM NOT = SPACES
                   PERFORM PRINT-COURSE-LINE
                   PERFORM PRINT-TERM-TOTAL
               END-IF
               MOVE SR-TERM   TO WS-LAST-TERM
               MOVE SR-COURSE TO WS-LAST-COURSE
               MOVE 0 TO WS-DEMAND
               MOVE 0 TO WS-TERM-DEMAND
               MOVE 0 TO WS-TERM-COURSES
               MOVE 0 TO WS-TERM-SHORT
           END-IF
           IF SR-COURSE NOT = WS-LAST-COURSE
               PERFORM PRINT-COURSE-LINE
               MOVE SR-COURSE TO WS-LAST-COURSE
               MOVE 0 TO WS-DEMAND
           END-IF
           ADD 1 TO WS-DEMAND
           ADD 1 TO WS-TERM-DEMAND.

      *>-----------------------------------------------------------
      *> PRINT-COURSE-LINE - WS-LAST-COURSE in WS-LAST-TERM: the
      *> planned seats, both capacities and what to do about it.
      *>-----------------------------------------------------------
       PRINT-COURSE-LINE.
           PERFORM SUM-CURRENT-CAPACITY
           PERFORM SUM-SCHEDULED-CAPACITY
           ADD 1 TO WS-TERM-COURSES
           ADD 1 TO WS-COURSE-LINES

           MOVE WS-LAST-TERM   TO DL-TERM
           MOVE WS-LAST-COURSE TO DL-COURSE
           MOVE WS-DEMAND      TO DL-PLANNED
           MOVE WS-CUR-SECS    TO WS-SEC-EDIT
           MOVE WS-SEC-EDIT    TO DL-CUR-SECS
           IF WS-CUR-UNLIM = "Y"
               MOVE "UNLIM" TO DL-CUR-SEATS
           ELSE
               MOVE WS-CUR-SEATS TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT  TO DL-CUR-SEATS
           END-IF
           IF WS-SCH-SECS = 0
               MOVE "  -" TO DL-SCH-SECS
               MOVE "    -" TO DL-SCH-SEATS
           ELSE
               MOVE WS-SCH-SECS TO WS-SEC-EDIT
               MOVE WS-SEC-EDIT TO DL-SCH-SECS
               IF WS-SCH-UNLIM = "Y"
                   MOVE "UNLIM" TO DL-SCH-SEATS
               ELSE
                   MOVE WS-SCH-SEATS TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT  TO DL-SCH-SEATS
               END-IF
           END-IF

           IF WS-SCH-SECS > 0
               MOVE WS-SCH-SECS  TO WS-JUDGE-SECS
               MOVE WS-SCH-SEATS TO WS-JUDGE-SEATS
               MOVE WS-SCH-UNLIM TO WS-JUDGE-UNLIM
           ELSE
               MOVE WS-CUR-SECS  TO WS-JUDGE-SECS
               MOVE WS-CUR-SEATS TO WS-JUDGE-SEATS
               MOVE WS-CUR-UNLIM TO WS-JUDGE-UNLIM
           END-IF
           PERFORM JUDGE-CAPACITY

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE.

      *>-----------------------------------------------------------
      *> JUDGE-CAPACITY - the action column.  More planned seats
      *> than capacity: how many more sections, at the average
      *> section size, would seat them.  Whole sections' worth of
      *> seats to spare with more than one section: how many could
      *> close.
      *>-----------------------------------------------------------
       JUDGE-CAPACITY.
           MOVE SPACES TO DL-ACTION
           IF WS-CUR-SECS = 0 AND WS-SCH-SECS = 0
               MOVE "NOT IN THE CATALOG" TO DL-ACTION
               ADD 1 TO WS-TERM-SHORT
               EXIT PARAGRAPH
           END-IF
           IF WS-JUDGE-UNLIM = "Y"
               MOVE "NO CAPACITY SET - NOT JUDGED" TO DL-ACTION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AVG-SEATS = WS-JUDGE-SEATS / WS-JUDGE-SECS
           IF WS-AVG-SEATS = 0
               MOVE 1 TO WS-AVG-SEATS
           END-IF

           IF WS-DEMAND > WS-JUDGE-SEATS
               COMPUTE WS-SHORTFALL = WS-DEMAND - WS-JUDGE-SEATS
               COMPUTE WS-SECS-NEEDED =
                   (WS-SHORTFALL + WS-AVG-SEATS - 1) / WS-AVG-SEATS
               MOVE WS-SHORTFALL TO WS-NUM-EDIT
               MOVE WS-SECS-NEEDED TO WS-SEC-EDIT
               STRING "SHORT " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                      " - OPEN " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-EDIT) DELIMITED BY SIZE
                      " MORE SECTION(S)" DELIMITED BY SIZE
                      INTO DL-ACTION
               ADD 1 TO WS-TERM-SHORT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SECS-SPARE =
               (WS-JUDGE-SEATS - WS-DEMAND) / WS-AVG-SEATS
           IF WS-SECS-SPARE NOT < WS-JUDGE-SECS
               COMPUTE WS-SECS-SPARE = WS-JUDGE-SECS - 1
           END-IF
           IF WS-SECS-SPARE > 0
               MOVE WS-SECS-SPARE TO WS-SEC-EDIT
               STRING "COULD CLOSE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEC-EDIT) DELIMITED BY SIZE
                      " SECTION(S)" DELIMITED BY SIZE
                      INTO DL-ACTION
           ELSE
               MOVE "OK" TO DL-ACTION
           END-IF.

      *>-----------------------------------------------------------
      *> SUM-CURRENT-CAPACITY - the course's sections on the course
      *> master today.
      *>-----------------------------------------------------------
       SUM-CURRENT-CAPACITY.
           MOVE 0   TO WS-CUR-SECS
           MOVE 0   TO WS-CUR-SEATS
           MOVE "N" TO WS-CUR-UNLIM
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-LAST-COURSE TO C-CODE
           MOVE LOW-VALUES     TO C-SECTION
           START COURSE-MASTER-FILE KEY IS NOT LESS THAN C-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF C-CODE NOT = WS-LAST-COURSE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-CUR-SECS
                           ADD C-CAPACITY TO WS-CUR-SEATS
                           IF C-CAPACITY = 0
                               MOVE "Y" TO WS-CUR-UNLIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> SUM-SCHEDULED-CAPACITY - the course's sections offered for
      *> the term on term-offerings.txt, cancelled rows left out.
      *>-----------------------------------------------------------
       SUM-SCHEDULED-CAPACITY.
           MOVE 0   TO WS-SCH-SECS
           MOVE 0   TO WS-SCH-SEATS
           MOVE "N" TO WS-SCH-UNLIM
           IF WS-OFFERINGS-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-LAST-TERM   TO OFR-TERM
           MOVE WS-LAST-COURSE TO OFR-COURSE
           MOVE LOW-VALUES     TO OFR-SECTION
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-LAST-TERM
                           OR OFR-COURSE NOT = WS-LAST-COURSE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF OFR-STATUS NOT = "X"
                               ADD 1 TO WS-SCH-SECS
                               ADD OFR-CAPACITY TO WS-SCH-SEATS
                               IF OFR-CAPACITY = 0
                                   MOVE "Y" TO WS-SCH-UNLIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-TERM-TOTAL.
           MOVE SPACES TO REPORT-LINE
           STRING "  TERM " DELIMITED BY SIZE
                  WS-LAST-TERM DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TERM-DEMAND DELIMITED BY SIZE
                  " PLANNED SEAT(S) IN " DELIMITED BY SIZE
                  WS-TERM-COURSES DELIMITED BY SIZE
                  " COURSE(S), " DELIMITED BY SIZE
                  WS-TERM-SHORT DELIMITED BY SIZE
                  " NEEDING SECTIONS OPENED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-FORECAST-LINE.

      *>-----------------------------------------------------------
      *> WRITE-FORECAST-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-FORECAST-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
