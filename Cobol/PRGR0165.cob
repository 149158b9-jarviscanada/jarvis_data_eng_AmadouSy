       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0165.                     *> Department tuition revenue allocation

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

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

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REVENUE-LEDGER-FILE ASSIGN TO "revenue-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVL-STATUS.

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "dept-revenue-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO "dept-revenue-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

           SELECT SORT-DEPT-FILE ASSIGN TO "SORTWRK2".  *> Second scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".  *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(132).  *> One printed report line

       FD EXTRACT-FILE.
       COPY "DEPTREVREC.CPY". *> Shared department revenue extract layout

       SD SORT-WORK-FILE.
       01 SR-REVENUE-RECORD.
           05 SR-STUDENT-ID         PIC X(4).
           05 SR-COURSE             PIC X(15).
           05 SR-SECTION            PIC X(2).
           05 SR-CATEGORY           PIC X(1).
      *>         S = SEAT ON FILE (weights the block adjustment),
      *>         C = CHARGED, R = REFUNDED, M = SEAT REMISSION,
      *>         B = BLOCK ADJUSTMENT, X = BLOCK REMISSION.
           05 SR-CREDITS            PIC 9(2).
           05 SR-HELD               PIC X(1).
      *>         "Y" when a seat's credits count as hours carried -
      *>         not a W and not an audit.
           05 SR-AMOUNT             PIC S9(7)V99.

       SD SORT-DEPT-FILE.
       01 SD-DEPT-RECORD.
           05 SD-DEPT               PIC X(15).
           05 SD-CAMPUS             PIC X(3).
           05 SD-CREDITS            PIC 9(5).
           05 SD-HEADCOUNT          PIC 9(5).
           05 SD-DEPT-HEADCOUNT     PIC 9(5).
           05 SD-CHARGE             PIC S9(9)V99.
           05 SD-ADJUST             PIC S9(9)V99.
           05 SD-REFUND             PIC S9(9)V99.
           05 SD-REMIT              PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS          PIC XX.           *> COURSE-MASTER-FILE status
       01 WS-INSTR-STATUS           PIC XX.           *> INSTRUCTOR-FILE status
       01 WS-ENROLL-STATUS          PIC XX.           *> ENROLLMENT-FILE status
       01 WS-BILL-STATUS            PIC XX.           *> BILLING-FILE status
       01 WS-TERM-STATUS            PIC XX.           *> TERM-FILE status
       01 WS-RVL-STATUS             PIC XX.           *> REVENUE-LEDGER-FILE status
       01 WS-TRL-STATUS             PIC XX.           *> REMISSION-LEDGER-FILE status
       01 WS-EOF                    PIC X VALUE "N".  *> End-of-file flag
       01 WS-SCOPE-TERM             PIC X(6).         *> Term allocated
       01 WS-TODAY-FORMATTED        PIC X(8).         *> Current date, YYYYMMDD
       01 WS-BLOCK-DESC             PIC X(20).        *> "BLOCK ADJ " + term

      *> One student's seats for the term, built up as the sorted
      *> rows go by and allocated at the change of student.
       01 WS-PREV-STUDENT-ID        PIC X(4) VALUE SPACES. *> Group student
       01 WS-STU-BLOCK              PIC S9(7)V99 VALUE 0. *> Block adjustment
       01 WS-STU-BLOCK-REMIT        PIC S9(7)V99 VALUE 0. *> ...and its remission
       01 WS-STU-WEIGHT             PIC 9(4) VALUE 0. *> Credits on file
       01 WS-STU-HELD               PIC 9(4) VALUE 0. *> Credits carried
       01 WS-STU-LAST               PIC 9(2) VALUE 0. *> Last weighted seat
       01 WS-ALLOC-DONE             PIC S9(7)V99 VALUE 0. *> Allocated so far
       01 WS-ALLOC-REMIT-DONE       PIC S9(7)V99 VALUE 0. *> ...of the remission
       01 WS-SEAT-IX                PIC 9(2) VALUE 0. *> Seat-table subscript
       01 WS-SEAT-IX2               PIC 9(2) VALUE 0. *> ...for the distinct check
       01 WS-SEAT-HIT               PIC X VALUE "N".  *> Seat already in the table
       01 WS-SEAT-USED              PIC 9(2) VALUE 0. *> Seat-table entries in use
       01 WS-SEAT-TABLE.
           05 WS-SEAT-ENTRY OCCURS 40 TIMES.
               10 WS-ST-COURSE      PIC X(15).
               10 WS-ST-SECTION     PIC X(2).
               10 WS-ST-DEPT        PIC X(15).
               10 WS-ST-CAMPUS      PIC X(3).
               10 WS-ST-WEIGHT      PIC 9(3).
               10 WS-ST-HELD        PIC 9(3).
               10 WS-ST-CHARGE      PIC S9(7)V99.
               10 WS-ST-ADJUST      PIC S9(7)V99.
               10 WS-ST-REFUND      PIC S9(7)V99.
               10 WS-ST-REMIT       PIC S9(7)V99.
      *>         40 seats is far past any one student's term; should
      *>         it ever overflow, the rest land in the last slot
      *>         under an OTHER course rather than being lost.

      *> Department and campus totals across every student.
       01 WS-DC-IX                  PIC 9(3) VALUE 0. *> Dept-table subscript
       01 WS-DC-HIT                 PIC X VALUE "N".  *> Dept/campus already in
       01 WS-DC-USED                PIC 9(3) VALUE 0. *> Dept-table entries in use
       01 WS-DC-DEPT                PIC X(15).        *> Dept/campus being
       01 WS-DC-CAMPUS              PIC X(3).         *> posted to the table
       01 WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 200 TIMES.
               10 WS-DC-T-DEPT      PIC X(15).
               10 WS-DC-T-CAMPUS    PIC X(3).
               10 WS-DC-T-CREDITS   PIC 9(5).
               10 WS-DC-T-HEAD      PIC 9(5).
               10 WS-DC-T-CHARGE    PIC S9(9)V99.
               10 WS-DC-T-ADJUST    PIC S9(9)V99.
               10 WS-DC-T-REFUND    PIC S9(9)V99.
               10 WS-DC-T-REMIT     PIC S9(9)V99.
       01 WS-DH-IX                  PIC 9(3) VALUE 0. *> Dept-headcount subscript
       01 WS-DH-USED                PIC 9(3) VALUE 0. *> ...entries in use
       01 WS-DH-TABLE.
           05 WS-DH-ENTRY OCCURS 200 TIMES.
               10 WS-DH-DEPT        PIC X(15).
               10 WS-DH-HEAD        PIC 9(5).
      *>         Students carrying credit in the department on any
      *>         campus - a student at two campuses counts once.

       01 WS-PREV-DEPT              PIC X(15) VALUE SPACES. *> Group department
       01 WS-PREV-DEPT-HEAD         PIC 9(5) VALUE 0. *> Its headcount
       01 WS-FIRST-DEPT             PIC X VALUE "Y".  *> No department yet
       01 WS-DEPT-CREDITS           PIC 9(6) VALUE 0. *> Department totals
       01 WS-DEPT-CHARGE            PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-ADJUST            PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-REFUND            PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-REMIT             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CREDITS            PIC 9(7) VALUE 0. *> Term totals
       01 WS-TOT-HEAD               PIC 9(5) VALUE 0.
       01 WS-TOT-CHARGE             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-ADJUST             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-REFUND             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-REMIT              PIC S9(9)V99 VALUE 0.
       01 WS-NET                    PIC S9(9)V99 VALUE 0. *> Line's net revenue
       01 WS-LINE-COUNT             PIC 9(5) VALUE 0. *> Dept/campus lines

       01 WS-LINE-DEPT              PIC X(15).        *> Line being printed
       01 WS-LINE-CAMPUS            PIC X(6).
       01 WS-LINE-CREDITS           PIC 9(7).
       01 WS-LINE-HEAD              PIC 9(5).
       01 WS-LINE-CHARGE            PIC S9(9)V99.
       01 WS-LINE-ADJUST            PIC S9(9)V99.
       01 WS-LINE-REFUND            PIC S9(9)V99.
       01 WS-LINE-REMIT             PIC S9(9)V99.

       01 WS-CREDITS-DISPLAY        PIC ZZZ,ZZ9.
       01 WS-HEAD-DISPLAY           PIC ZZ,ZZ9.
       01 WS-CHARGE-DISPLAY         PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-ADJUST-DISPLAY         PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-REFUND-DISPLAY         PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-REMIT-DISPLAY          PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY            PIC -ZZ,ZZZ,ZZ9.99.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  DEPARTMENT TUITION REVENUE ALLOCATION        |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO ALLOCATE, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-SCOPE-TERM
           IF WS-SCOPE-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-SCOPE-TERM
           END-IF
           IF WS-SCOPE-TERM = SPACES
               DISPLAY "***ERROR: NO TERM GIVEN AND NONE IS "
                   "CURRENT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO WS-BLOCK-DESC
           STRING "BLOCK ADJ " DELIMITED BY SIZE
                  WS-SCOPE-TERM DELIMITED BY SIZE
                  INTO WS-BLOCK-DESC

           *> Pass one gathers each student's term from the five
           *> files that describe it and allocates it to sections;
           *> pass two sorts the department totals that leaves for
           *> printing - the SORT-then-break idiom PRGR0071 uses,
           *> run twice.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS ALLOCATE-REVENUE

           SORT SORT-DEPT-FILE
               ON ASCENDING KEY SD-DEPT SD-CAMPUS
               INPUT PROCEDURE IS LOAD-DEPT-SORT
               OUTPUT PROCEDURE IS PRINT-DEPT-REVENUE

           MOVE "dept-revenue-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "(NO TUITION REVENUE FOUND FOR THE TERM.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing found
           ELSE
               DISPLAY "*** " WS-LINE-COUNT " DEPARTMENT ROW(S) "
                   "WRITTEN TO dept-revenue-extract.txt. ***"
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - releases everything the term's revenue is
      *> made of: the seats on file (the weights for the block
      *> adjustment and the hours carried), the revenue ledger's
      *> charges and refunds, the remission ledger's grants and
      *> reversals, and the term's BLOCK ADJ billing rows.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-SCOPE-TERM
                           MOVE EN-COURSE  TO C-CODE
                           MOVE EN-SECTION TO C-SECTION
                           READ COURSE-MASTER-FILE
                               INVALID KEY
                                   MOVE 0 TO C-CREDITS
                           END-READ
                           MOVE EN-STUDENT-ID TO SR-STUDENT-ID
                           MOVE EN-COURSE     TO SR-COURSE
                           MOVE EN-SECTION    TO SR-SECTION
                           MOVE "S"           TO SR-CATEGORY
                           MOVE C-CREDITS     TO SR-CREDITS
                           MOVE "Y"           TO SR-HELD
                           IF EN-GRADE = "W" OR EN-BASIS = "A"
                               MOVE "N" TO SR-HELD
                           END-IF
                           MOVE 0             TO SR-AMOUNT
                           RELEASE SR-REVENUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT REVENUE-LEDGER-FILE
           IF WS-RVL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REVENUE-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RVL-TERM = WS-SCOPE-TERM
                           MOVE RVL-STUDENT-ID TO SR-STUDENT-ID
                           MOVE RVL-COURSE     TO SR-COURSE
                           MOVE RVL-SECTION    TO SR-SECTION
                           MOVE "C"            TO SR-CATEGORY
                           IF RVL-KIND = "D" OR RVL-KIND = "E"
                               MOVE "R" TO SR-CATEGORY
                           END-IF
                           MOVE 0              TO SR-CREDITS
                           MOVE "N"            TO SR-HELD
                           MOVE RVL-AMOUNT     TO SR-AMOUNT
                           RELEASE SR-REVENUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RVL-STATUS NOT = "35"
               CLOSE REVENUE-LEDGER-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT REMISSION-LEDGER-FILE
           IF WS-TRL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REMISSION-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRL-TERM = WS-SCOPE-TERM
                           MOVE TRL-STUDENT-ID TO SR-STUDENT-ID
                           MOVE TRL-COURSE     TO SR-COURSE
                           MOVE TRL-SECTION    TO SR-SECTION
                           MOVE "M"            TO SR-CATEGORY
                           IF TRL-COURSE = "BLOCK ADJ"
                               MOVE "X" TO SR-CATEGORY
                           END-IF
                           MOVE 0              TO SR-CREDITS
                           MOVE "N"            TO SR-HELD
                           IF TRL-TYPE = "G"
                               MOVE TRL-AMOUNT TO SR-AMOUNT
                           ELSE
                               COMPUTE SR-AMOUNT = 0 - TRL-AMOUNT
                           END-IF
                           RELEASE SR-REVENUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRL-STATUS NOT = "35"
               CLOSE REMISSION-LEDGER-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-DESC = WS-BLOCK-DESC
                           AND (BILL-TYPE = "C" OR BILL-TYPE = "P")
                           MOVE BILL-STUDENT-ID TO SR-STUDENT-ID
                           MOVE "BLOCK ADJ"     TO SR-COURSE
                           MOVE SPACES          TO SR-SECTION
                           MOVE "B"             TO SR-CATEGORY
                           MOVE 0               TO SR-CREDITS
                           MOVE "N"             TO SR-HELD
                           IF BILL-TYPE = "C"
                               MOVE BILL-AMOUNT TO SR-AMOUNT
                           ELSE
                               COMPUTE SR-AMOUNT = 0 - BILL-AMOUNT
                           END-IF
                           RELEASE SR-REVENUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILLING-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> ALLOCATE-REVENUE - collects each student's rows into the
      *> seat table and hands the finished student to
      *> ALLOCATE-STUDENT.
      *>-----------------------------------------------------------
       ALLOCATE-REVENUE.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-STUDENT-ID
           MOVE 0 TO WS-DC-USED
           MOVE 0 TO WS-DH-USED

           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-FILE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM ALLOCATE-STUDENT
                       END-IF
                   NOT AT END
                       IF SR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM ALLOCATE-STUDENT
                           END-IF
                           MOVE SR-STUDENT-ID TO WS-PREV-STUDENT-ID
                           MOVE 0 TO WS-SEAT-USED
                           MOVE 0 TO WS-STU-BLOCK
                           MOVE 0 TO WS-STU-BLOCK-REMIT
                       END-IF
                       EVALUATE SR-CATEGORY
                           WHEN "B"
                               ADD SR-AMOUNT TO WS-STU-BLOCK
                           WHEN "X"
                               ADD SR-AMOUNT TO WS-STU-BLOCK-REMIT
                           WHEN OTHER
                               PERFORM FIND-SEAT-ENTRY
                               EVALUATE SR-CATEGORY
                                   WHEN "S"
                                       ADD SR-CREDITS
                                           TO WS-ST-WEIGHT(WS-SEAT-IX)
                                       IF SR-HELD = "Y"
                                           ADD SR-CREDITS
                                             TO WS-ST-HELD(WS-SEAT-IX)
                                       END-IF
                                   WHEN "C"
                                       ADD SR-AMOUNT
                                           TO WS-ST-CHARGE(WS-SEAT-IX)
                                   WHEN "R"
                                       ADD SR-AMOUNT
                                           TO WS-ST-REFUND(WS-SEAT-IX)
                                   WHEN "M"
                                       ADD SR-AMOUNT
                                           TO WS-ST-REMIT(WS-SEAT-IX)
                               END-EVALUATE
                       END-EVALUATE
               END-RETURN
           END-PERFORM

           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-FILE.

      *>-----------------------------------------------------------
      *> FIND-SEAT-ENTRY - the seat-table slot for SR-COURSE /
      *> SR-SECTION, opened empty the first time the seat is seen.
      *>-----------------------------------------------------------
       FIND-SEAT-ENTRY.
           MOVE "N" TO WS-SEAT-HIT
           PERFORM VARYING WS-SEAT-IX FROM 1 BY 1
               UNTIL WS-SEAT-IX > WS-SEAT-USED
                   OR WS-SEAT-HIT = "Y"
               IF WS-ST-COURSE(WS-SEAT-IX) = SR-COURSE
                   AND WS-ST-SECTION(WS-SEAT-IX) = SR-SECTION
                   MOVE "Y" TO WS-SEAT-HIT
               END-IF
           END-PERFORM
           IF WS-SEAT-HIT = "Y"
               SUBTRACT 1 FROM WS-SEAT-IX
               EXIT PARAGRAPH
           END-IF

           IF WS-SEAT-USED < 40
               ADD 1 TO WS-SEAT-USED
               MOVE WS-SEAT-USED TO WS-SEAT-IX
               MOVE SR-COURSE  TO WS-ST-COURSE(WS-SEAT-IX)
               MOVE SR-SECTION TO WS-ST-SECTION(WS-SEAT-IX)
           ELSE
               MOVE 40 TO WS-SEAT-IX
               MOVE "OTHER" TO WS-ST-COURSE(WS-SEAT-IX)
               MOVE SPACES  TO WS-ST-SECTION(WS-SEAT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ST-WEIGHT(WS-SEAT-IX)
           MOVE 0 TO WS-ST-HELD(WS-SEAT-IX)
           MOVE 0 TO WS-ST-CHARGE(WS-SEAT-IX)
           MOVE 0 TO WS-ST-ADJUST(WS-SEAT-IX)
           MOVE 0 TO WS-ST-REFUND(WS-SEAT-IX)
           MOVE 0 TO WS-ST-REMIT(WS-SEAT-IX).

      *>-----------------------------------------------------------
      *> ALLOCATE-STUDENT - the student that just finished.  The
      *> term's block adjustment, and the remission of it, are
      *> spread over the seats on file by credits - the same seats
      *> TUITVAL.CPY priced the band on - with the rounding left
      *> on the last of them.  A student with an adjustment and no
      *> seat left to carry it shows under UNALLOCATED.  Each seat
      *> is then credited to its section's department and campus.
      *>-----------------------------------------------------------
       ALLOCATE-STUDENT.
           MOVE 0 TO WS-STU-WEIGHT
           MOVE 0 TO WS-STU-LAST
           PERFORM VARYING WS-SEAT-IX FROM 1 BY 1
               UNTIL WS-SEAT-IX > WS-SEAT-USED
               IF WS-ST-WEIGHT(WS-SEAT-IX) > 0
                   ADD WS-ST-WEIGHT(WS-SEAT-IX) TO WS-STU-WEIGHT
                   MOVE WS-SEAT-IX TO WS-STU-LAST
               END-IF
           END-PERFORM

           IF WS-STU-BLOCK NOT = 0 OR WS-STU-BLOCK-REMIT NOT = 0
               IF WS-STU-WEIGHT = 0
                   MOVE "BLOCK ADJ" TO SR-COURSE
                   MOVE SPACES      TO SR-SECTION
                   PERFORM FIND-SEAT-ENTRY
                   ADD WS-STU-BLOCK TO WS-ST-ADJUST(WS-SEAT-IX)
                   ADD WS-STU-BLOCK-REMIT TO WS-ST-REMIT(WS-SEAT-IX)
               ELSE
                   MOVE 0 TO WS-ALLOC-DONE
                   MOVE 0 TO WS-ALLOC-REMIT-DONE
                   PERFORM VARYING WS-SEAT-IX FROM 1 BY 1
                       UNTIL WS-SEAT-IX > WS-SEAT-USED
                       IF WS-ST-WEIGHT(WS-SEAT-IX) > 0
                           PERFORM ALLOCATE-ONE-SEAT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           PERFORM VARYING WS-SEAT-IX FROM 1 BY 1
               UNTIL WS-SEAT-IX > WS-SEAT-USED
               PERFORM FIND-SEAT-DEPARTMENT
               MOVE WS-ST-DEPT(WS-SEAT-IX)   TO WS-DC-DEPT
               MOVE WS-ST-CAMPUS(WS-SEAT-IX) TO WS-DC-CAMPUS
               PERFORM FIND-DEPT-ENTRY
               ADD WS-ST-HELD(WS-SEAT-IX)
                   TO WS-DC-T-CREDITS(WS-DC-IX)
               ADD WS-ST-CHARGE(WS-SEAT-IX)
                   TO WS-DC-T-CHARGE(WS-DC-IX)
               ADD WS-ST-ADJUST(WS-SEAT-IX)
                   TO WS-DC-T-ADJUST(WS-DC-IX)
               ADD WS-ST-REFUND(WS-SEAT-IX)
                   TO WS-DC-T-REFUND(WS-DC-IX)
               ADD WS-ST-REMIT(WS-SEAT-IX)
                   TO WS-DC-T-REMIT(WS-DC-IX)
               IF WS-ST-HELD(WS-SEAT-IX) > 0
                   PERFORM COUNT-STUDENT-HEAD
               END-IF
           END-PERFORM

           MOVE 0 TO WS-STU-HELD
           PERFORM VARYING WS-SEAT-IX FROM 1 BY 1
               UNTIL WS-SEAT-IX > WS-SEAT-USED
               ADD WS-ST-HELD(WS-SEAT-IX) TO WS-STU-HELD
           END-PERFORM
           IF WS-STU-HELD > 0
               ADD 1 TO WS-TOT-HEAD
           END-IF.

      *>-----------------------------------------------------------
      *> ALLOCATE-ONE-SEAT - one seat's share of the block
      *> adjustment and of its remission, by credits.
      *>-----------------------------------------------------------
       ALLOCATE-ONE-SEAT.
           IF WS-SEAT-IX = WS-STU-LAST
               COMPUTE WS-ST-ADJUST(WS-SEAT-IX) =
                   WS-ST-ADJUST(WS-SEAT-IX)
                   + WS-STU-BLOCK - WS-ALLOC-DONE
               COMPUTE WS-ST-REMIT(WS-SEAT-IX) =
                   WS-ST-REMIT(WS-SEAT-IX)
                   + WS-STU-BLOCK-REMIT - WS-ALLOC-REMIT-DONE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NET ROUNDED = WS-STU-BLOCK
               * WS-ST-WEIGHT(WS-SEAT-IX) / WS-STU-WEIGHT
           ADD WS-NET TO WS-ST-ADJUST(WS-SEAT-IX)
           ADD WS-NET TO WS-ALLOC-DONE
           COMPUTE WS-NET ROUNDED = WS-STU-BLOCK-REMIT
               * WS-ST-WEIGHT(WS-SEAT-IX) / WS-STU-WEIGHT
           ADD WS-NET TO WS-ST-REMIT(WS-SEAT-IX)
           ADD WS-NET TO WS-ALLOC-REMIT-DONE.

      *>-----------------------------------------------------------
      *> FIND-SEAT-DEPARTMENT - the seat's section on the course
      *> master, through its instructor to INSTR-DEPT, and its
      *> campus.  A section gone from the master, or one with no
      *> instructor on file, lands under UNASSIGNED.
      *>-----------------------------------------------------------
       FIND-SEAT-DEPARTMENT.
           MOVE "UNASSIGNED" TO WS-ST-DEPT(WS-SEAT-IX)
           MOVE SPACES       TO WS-ST-CAMPUS(WS-SEAT-IX)
           IF WS-ST-COURSE(WS-SEAT-IX) = "BLOCK ADJ"
               MOVE "UNALLOCATED" TO WS-ST-DEPT(WS-SEAT-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ST-COURSE(WS-SEAT-IX)  TO C-CODE
           MOVE WS-ST-SECTION(WS-SEAT-IX) TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE C-CAMPUS TO WS-ST-CAMPUS(WS-SEAT-IX)
           IF C-INSTRUCTOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE C-INSTRUCTOR TO INSTR-ID
           READ INSTRUCTOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF INSTR-DEPT NOT = SPACES
               MOVE INSTR-DEPT TO WS-ST-DEPT(WS-SEAT-IX)
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-DEPT-ENTRY - the department/campus table slot for
      *> WS-DC-DEPT / WS-DC-CAMPUS, opened empty the first time.
      *> Overflow lands in the last slot under OTHER.
      *>-----------------------------------------------------------
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DC-HIT
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
               UNTIL WS-DC-IX > WS-DC-USED
                   OR WS-DC-HIT = "Y"
               IF WS-DC-T-DEPT(WS-DC-IX) = WS-DC-DEPT
                   AND WS-DC-T-CAMPUS(WS-DC-IX) = WS-DC-CAMPUS
                   MOVE "Y" TO WS-DC-HIT
               END-IF
           END-PERFORM
           IF WS-DC-HIT = "Y"
               SUBTRACT 1 FROM WS-DC-IX
               EXIT PARAGRAPH
           END-IF

           IF WS-DC-USED < 200
               ADD 1 TO WS-DC-USED
               MOVE WS-DC-USED TO WS-DC-IX
               MOVE WS-DC-DEPT   TO WS-DC-T-DEPT(WS-DC-IX)
               MOVE WS-DC-CAMPUS TO WS-DC-T-CAMPUS(WS-DC-IX)
           ELSE
               MOVE 200 TO WS-DC-IX
               MOVE "OTHER" TO WS-DC-T-DEPT(WS-DC-IX)
               MOVE SPACES  TO WS-DC-T-CAMPUS(WS-DC-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DC-T-CREDITS(WS-DC-IX)
           MOVE 0 TO WS-DC-T-HEAD(WS-DC-IX)
           MOVE 0 TO WS-DC-T-CHARGE(WS-DC-IX)
           MOVE 0 TO WS-DC-T-ADJUST(WS-DC-IX)
           MOVE 0 TO WS-DC-T-REFUND(WS-DC-IX)
           MOVE 0 TO WS-DC-T-REMIT(WS-DC-IX).

      *>-----------------------------------------------------------
      *> COUNT-STUDENT-HEAD - counts the student once in the
      *> department/campus of the seat in hand, and once in the
      *> department, unless an earlier seat of theirs already did.
      *>-----------------------------------------------------------
       COUNT-STUDENT-HEAD.
           MOVE "N" TO WS-SEAT-HIT
           PERFORM VARYING WS-SEAT-IX2 FROM 1 BY 1
               UNTIL WS-SEAT-IX2 NOT < WS-SEAT-IX
               IF WS-ST-HELD(WS-SEAT-IX2) > 0
                   AND WS-ST-DEPT(WS-SEAT-IX2) = WS-ST-DEPT(WS-SEAT-IX)
                   AND WS-ST-CAMPUS(WS-SEAT-IX2)
                       = WS-ST-CAMPUS(WS-SEAT-IX)
                   MOVE "Y" TO WS-SEAT-HIT
               END-IF
           END-PERFORM
           IF WS-SEAT-HIT = "N"
               ADD 1 TO WS-DC-T-HEAD(WS-DC-IX)
           END-IF

           MOVE "N" TO WS-SEAT-HIT
           PERFORM VARYING WS-SEAT-IX2 FROM 1 BY 1
               UNTIL WS-SEAT-IX2 NOT < WS-SEAT-IX
               IF WS-ST-HELD(WS-SEAT-IX2) > 0
                   AND WS-ST-DEPT(WS-SEAT-IX2) = WS-ST-DEPT(WS-SEAT-IX)
                   MOVE "Y" TO WS-SEAT-HIT
               END-IF
           END-PERFORM
           IF WS-SEAT-HIT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DC-HIT
           PERFORM VARYING WS-DH-IX FROM 1 BY 1
               UNTIL WS-DH-IX > WS-DH-USED
                   OR WS-DC-HIT = "Y"
               IF WS-DH-DEPT(WS-DH-IX) = WS-DC-T-DEPT(WS-DC-IX)
                   MOVE "Y" TO WS-DC-HIT
                   ADD 1 TO WS-DH-HEAD(WS-DH-IX)
               END-IF
           END-PERFORM
           IF WS-DC-HIT = "N" AND WS-DH-USED < 200
               ADD 1 TO WS-DH-USED
               MOVE WS-DC-T-DEPT(WS-DC-IX) TO WS-DH-DEPT(WS-DH-USED)
               MOVE 1 TO WS-DH-HEAD(WS-DH-USED)
           END-IF.

      *>-----------------------------------------------------------
      *> LOAD-DEPT-SORT - releases the department/campus totals
      *> pass one left, each carrying its department's headcount.
      *>-----------------------------------------------------------
       LOAD-DEPT-SORT.
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
               UNTIL WS-DC-IX > WS-DC-USED
               MOVE WS-DC-T-DEPT(WS-DC-IX)    TO SD-DEPT
               MOVE WS-DC-T-CAMPUS(WS-DC-IX)  TO SD-CAMPUS
               MOVE WS-DC-T-CREDITS(WS-DC-IX) TO SD-CREDITS
               MOVE WS-DC-T-HEAD(WS-DC-IX)    TO SD-HEADCOUNT
               MOVE WS-DC-T-CHARGE(WS-DC-IX)  TO SD-CHARGE
               MOVE WS-DC-T-ADJUST(WS-DC-IX)  TO SD-ADJUST
               MOVE WS-DC-T-REFUND(WS-DC-IX)  TO SD-REFUND
               MOVE WS-DC-T-REMIT(WS-DC-IX)   TO SD-REMIT
               MOVE 0 TO SD-DEPT-HEADCOUNT
               PERFORM VARYING WS-DH-IX FROM 1 BY 1
                   UNTIL WS-DH-IX > WS-DH-USED
                   IF WS-DH-DEPT(WS-DH-IX) = SD-DEPT
                       MOVE WS-DH-HEAD(WS-DH-IX) TO SD-DEPT-HEADCOUNT
                   END-IF
               END-PERFORM
               RELEASE SD-DEPT-RECORD
           END-PERFORM.

      *>-----------------------------------------------------------
      *> PRINT-DEPT-REVENUE - one line per department and campus,
      *> a subtotal for each department, the term total, and a
      *> fixed-width extract row per line for the GL feed.
      *>-----------------------------------------------------------
       PRINT-DEPT-REVENUE.
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-FIRST-DEPT

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE

           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:129)
           PERFORM WRITE-REVENUE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     DEPARTMENT TUITION REVENUE ALLOCATION - TERM "
                  DELIMITED BY SIZE
                  WS-SCOPE-TERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REVENUE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:129)
           PERFORM WRITE-REVENUE-LINE
           MOVE "DEPARTMENT      | CAMPUS |  CREDITS |   HEAD |" &
                "  GROSS CHARGES |      BLOCK ADJ |        REFUNDS |" &
                "      REMISSION |    NET REVENUE"
                TO REPORT-LINE
           PERFORM WRITE-REVENUE-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-DEPT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-FIRST-DEPT = "N"
                           PERFORM PRINT-DEPT-TOTAL
                       END-IF
                   NOT AT END
                       IF WS-FIRST-DEPT = "Y"
                           OR SD-DEPT NOT = WS-PREV-DEPT
                           IF WS-FIRST-DEPT = "N"
                               PERFORM PRINT-DEPT-TOTAL
                           END-IF
                           MOVE "N"     TO WS-FIRST-DEPT
                           MOVE SD-DEPT TO WS-PREV-DEPT
                           MOVE SD-DEPT-HEADCOUNT TO WS-PREV-DEPT-HEAD
                           MOVE 0 TO WS-DEPT-CREDITS
                           MOVE 0 TO WS-DEPT-CHARGE
                           MOVE 0 TO WS-DEPT-ADJUST
                           MOVE 0 TO WS-DEPT-REFUND
                           MOVE 0 TO WS-DEPT-REMIT
                       END-IF
                       PERFORM PRINT-CAMPUS-LINE
               END-RETURN
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:129)
           PERFORM WRITE-REVENUE-LINE
           MOVE "TERM TOTAL"   TO WS-LINE-DEPT
           MOVE SPACES         TO WS-LINE-CAMPUS
           MOVE WS-TOT-CREDITS TO WS-LINE-CREDITS
           MOVE WS-TOT-HEAD    TO WS-LINE-HEAD
           MOVE WS-TOT-CHARGE  TO WS-LINE-CHARGE
           MOVE WS-TOT-ADJUST  TO WS-LINE-ADJUST
           MOVE WS-TOT-REFUND  TO WS-LINE-REFUND
           MOVE WS-TOT-REMIT   TO WS-LINE-REMIT
           PERFORM FORMAT-REVENUE-LINE
           PERFORM WRITE-REVENUE-LINE

           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> PRINT-CAMPUS-LINE - one department/campus row, printed,
      *> rolled into the department and term totals, and written
      *> to the extract.
      *>-----------------------------------------------------------
       PRINT-CAMPUS-LINE.
           ADD 1 TO WS-LINE-COUNT
           ADD SD-CREDITS TO WS-DEPT-CREDITS
           ADD SD-CHARGE  TO WS-DEPT-CHARGE
           ADD SD-ADJUST  TO WS-DEPT-ADJUST
           ADD SD-REFUND  TO WS-DEPT-REFUND
           ADD SD-REMIT   TO WS-DEPT-REMIT
           ADD SD-CREDITS TO WS-TOT-CREDITS
           ADD SD-CHARGE  TO WS-TOT-CHARGE
           ADD SD-ADJUST  TO WS-TOT-ADJUST
           ADD SD-REFUND  TO WS-TOT-REFUND
           ADD SD-REMIT   TO WS-TOT-REMIT

           MOVE SD-DEPT      TO WS-LINE-DEPT
           MOVE SD-CAMPUS    TO WS-LINE-CAMPUS
           IF SD-CAMPUS = SPACES
               MOVE "MAIN" TO WS-LINE-CAMPUS
           END-IF
           MOVE SD-CREDITS   TO WS-LINE-CREDITS
           MOVE SD-HEADCOUNT TO WS-LINE-HEAD
           MOVE SD-CHARGE    TO WS-LINE-CHARGE
           MOVE SD-ADJUST    TO WS-LINE-ADJUST
           MOVE SD-REFUND    TO WS-LINE-REFUND
           MOVE SD-REMIT     TO WS-LINE-REMIT
           PERFORM FORMAT-REVENUE-LINE
           PERFORM WRITE-REVENUE-LINE

           MOVE WS-SCOPE-TERM TO DRX-TERM
           MOVE SD-DEPT       TO DRX-DEPT
           MOVE SD-CAMPUS     TO DRX-CAMPUS
           MOVE SD-CREDITS    TO DRX-CREDITS
           MOVE SD-HEADCOUNT  TO DRX-HEADCOUNT
           MOVE SD-CHARGE     TO DRX-GROSS
           MOVE WS-NET        TO DRX-NET
           MOVE "+"           TO DRX-NET-SIGN
           IF WS-NET < 0
               MOVE "-" TO DRX-NET-SIGN
           END-IF
           WRITE DEPT-REVENUE-RECORD.

      *>-----------------------------------------------------------
      *> PRINT-DEPT-TOTAL - the department that just finished.
      *>-----------------------------------------------------------
       PRINT-DEPT-TOTAL.
           MOVE SPACES          TO WS-LINE-DEPT
           STRING "  " DELIMITED BY SIZE
                  WS-PREV-DEPT DELIMITED BY SIZE
                  INTO WS-LINE-DEPT
           MOVE "TOTAL"         TO WS-LINE-CAMPUS
           MOVE WS-DEPT-CREDITS TO WS-LINE-CREDITS
           MOVE WS-PREV-DEPT-HEAD TO WS-LINE-HEAD
           MOVE WS-DEPT-CHARGE  TO WS-LINE-CHARGE
           MOVE WS-DEPT-ADJUST  TO WS-LINE-ADJUST
           MOVE WS-DEPT-REFUND  TO WS-LINE-REFUND
           MOVE WS-DEPT-REMIT   TO WS-LINE-REMIT
           PERFORM FORMAT-REVENUE-LINE
           PERFORM WRITE-REVENUE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REVENUE-LINE.

      *>-----------------------------------------------------------
      *> FORMAT-REVENUE-LINE - builds REPORT-LINE from the
      *> WS-LINE-* fields; net revenue is what was charged and
      *> adjusted less what was refunded and remitted.
      *>-----------------------------------------------------------
       FORMAT-REVENUE-LINE.
           COMPUTE WS-NET = WS-LINE-CHARGE + WS-LINE-ADJUST
               - WS-LINE-REFUND - WS-LINE-REMIT
           MOVE WS-LINE-CREDITS TO WS-CREDITS-DISPLAY
           MOVE WS-LINE-HEAD    TO WS-HEAD-DISPLAY
           MOVE WS-LINE-CHARGE  TO WS-CHARGE-DISPLAY
           MOVE WS-LINE-ADJUST  TO WS-ADJUST-DISPLAY
           MOVE WS-LINE-REFUND  TO WS-REFUND-DISPLAY
           MOVE WS-LINE-REMIT   TO WS-REMIT-DISPLAY
           MOVE WS-NET          TO WS-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-DEPT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-LINE-CAMPUS DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-HEAD-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CHARGE-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ADJUST-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-REFUND-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-REMIT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REVENUE-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REVENUE-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
