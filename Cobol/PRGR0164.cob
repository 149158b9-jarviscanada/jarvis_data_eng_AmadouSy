       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0164.                     *> Tuition remission cost report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "remission-cost-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One printed report line

       SD SORT-WORK-FILE.
       01 SR-REMISSION-RECORD.
           05 SR-EMPLOYEE-ID        PIC X(8).
           05 SR-STUDENT-ID         PIC X(4).
           05 SR-RELATION           PIC X(1).
           05 SR-TYPE               PIC X(1).
           05 SR-CREDITS            PIC 9(2).
           05 SR-AMOUNT             PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS            PIC XX.           *> STUDENT-FILE status
       01 WS-TERM-STATUS            PIC XX.           *> TERM-FILE status
       01 WS-TRL-STATUS             PIC XX.           *> REMISSION-LEDGER-FILE status
       01 WS-EOF                    PIC X VALUE "N".  *> End-of-file flag
       01 WS-SCOPE-TERM             PIC X(6).         *> Term reported
       01 WS-TODAY-FORMATTED        PIC X(8).         *> Current date, YYYYMMDD

       01 WS-PREV-EMPLOYEE-ID       PIC X(8) VALUE SPACES. *> Group employee
       01 WS-PREV-STUDENT-ID        PIC X(4) VALUE SPACES. *> Group student
       01 WS-PREV-RELATION          PIC X(1).         *> Student's relation
       01 WS-STU-CREDITS            PIC S9(3) VALUE 0. *> Student's net credits
       01 WS-STU-GRANTED            PIC 9(7)V99 VALUE 0. *> Student's grants
       01 WS-STU-REVERSED           PIC 9(7)V99 VALUE 0. *> ...and reversals
       01 WS-STU-NET                PIC S9(7)V99 VALUE 0. *> ...net cost
       01 WS-EMP-GRANTED            PIC 9(8)V99 VALUE 0. *> Employee's grants
       01 WS-EMP-REVERSED           PIC 9(8)V99 VALUE 0. *> ...and reversals
       01 WS-EMP-NET                PIC S9(8)V99 VALUE 0. *> ...net cost
       01 WS-TOT-GRANTED            PIC 9(9)V99 VALUE 0. *> Term's grants
       01 WS-TOT-REVERSED           PIC 9(9)V99 VALUE 0. *> ...and reversals
       01 WS-TOT-NET                PIC S9(9)V99 VALUE 0. *> ...net cost
       01 WS-STUDENT-NAME           PIC X(40).        *> Name for the line

       01 WS-STUDENT-COUNT          PIC 9(5) VALUE 0. *> Students listed
       01 WS-EMPLOYEE-COUNT         PIC 9(5) VALUE 0. *> Employees listed

       01 WS-CREDITS-DISPLAY        PIC -ZZ9.
       01 WS-GRANTED-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-REVERSED-DISPLAY       PIC ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY            PIC -ZZZ,ZZ9.99.
       01 WS-TOT-GRANTED-DISPLAY    PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOT-REVERSED-DISPLAY   PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOT-NET-DISPLAY        PIC -ZZ,ZZZ,ZZ9.99.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  R E M I S S I O N   C O S T   R E P O R T    |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO REPORT, OR BLANK FOR "
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

           *> The ledger is in posting order, so each employee's
           *> students are gathered by sorting on employee then
           *> student - the SORT-then-break idiom PRGR0065 uses.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-EMPLOYEE-ID SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-REMISSION-COST

           MOVE "remission-cost-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-STUDENT-COUNT = 0
               DISPLAY "(NO TUITION REMISSION POSTED FOR THE TERM.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - releases every remission grant and
      *> reversal posted for the term to the sort.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT REMISSION-LEDGER-FILE
           IF WS-TRL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REMISSION-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRL-TERM = WS-SCOPE-TERM
                           MOVE TRL-EMPLOYEE-ID TO SR-EMPLOYEE-ID
                           MOVE TRL-STUDENT-ID  TO SR-STUDENT-ID
                           MOVE TRL-RELATION    TO SR-RELATION
                           MOVE TRL-TYPE        TO SR-TYPE
                           MOVE TRL-CREDITS     TO SR-CREDITS
                           MOVE TRL-AMOUNT      TO SR-AMOUNT
                           RELEASE SR-REMISSION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMISSION-LEDGER-FILE.

      *>-----------------------------------------------------------
      *> PRINT-REMISSION-COST - one line per student with the
      *> credits and dollars remitted and reversed, a subtotal for
      *> each employee the benefit belongs to, and the term total
      *> HR charges back.
      *>-----------------------------------------------------------
       PRINT-REMISSION-COST.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-EMPLOYEE-ID
           MOVE SPACES TO WS-PREV-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-COST-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     TUITION REMISSION COST REPORT - TERM "
                  DELIMITED BY SIZE
                  WS-SCOPE-TERM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-COST-LINE
           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-COST-LINE
           MOVE "EMPLOYEE | STU  | NAME                 | R | CRED |"
             & "    GRANTED |   REVERSED |     NET COST"
                TO REPORT-LINE
           PERFORM WRITE-COST-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM PRINT-STUDENT-LINE
                           PERFORM PRINT-EMPLOYEE-TOTAL
                       END-IF
                   NOT AT END
                       IF SR-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
                           OR SR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM PRINT-STUDENT-LINE
                           END-IF
                           IF SR-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
                               IF WS-PREV-STUDENT-ID NOT = SPACES
                                   PERFORM PRINT-EMPLOYEE-TOTAL
                               END-IF
                               MOVE SR-EMPLOYEE-ID
                                   TO WS-PREV-EMPLOYEE-ID
                               MOVE 0 TO WS-EMP-GRANTED
                               MOVE 0 TO WS-EMP-REVERSED
                           END-IF
                           MOVE SR-STUDENT-ID TO WS-PREV-STUDENT-ID
                           MOVE SR-RELATION   TO WS-PREV-RELATION
                           MOVE 0 TO WS-STU-CREDITS
                           MOVE 0 TO WS-STU-GRANTED
                           MOVE 0 TO WS-STU-REVERSED
                       END-IF
                       IF SR-TYPE = "G"
                           ADD SR-CREDITS TO WS-STU-CREDITS
                           ADD SR-AMOUNT  TO WS-STU-GRANTED
                       ELSE
                           SUBTRACT SR-CREDITS FROM WS-STU-CREDITS
                           ADD SR-AMOUNT TO WS-STU-REVERSED
                       END-IF
               END-RETURN
           END-PERFORM

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-COST-LINE
           COMPUTE WS-TOT-NET = WS-TOT-GRANTED - WS-TOT-REVERSED
           MOVE WS-TOT-GRANTED  TO WS-TOT-GRANTED-DISPLAY
           MOVE WS-TOT-REVERSED TO WS-TOT-REVERSED-DISPLAY
           MOVE WS-TOT-NET      TO WS-TOT-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYEES: " DELIMITED BY SIZE
                  WS-EMPLOYEE-COUNT DELIMITED BY SIZE
                  "  STUDENTS: " DELIMITED BY SIZE
                  WS-STUDENT-COUNT DELIMITED BY SIZE
                  "  GRANTED: " DELIMITED BY SIZE
                  WS-TOT-GRANTED-DISPLAY DELIMITED BY SIZE
                  "  REVERSED: " DELIMITED BY SIZE
                  WS-TOT-REVERSED-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-COST-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TERM REMISSION COST: " DELIMITED BY SIZE
                  WS-TOT-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-COST-LINE

           CLOSE STUDENT-FILE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> PRINT-STUDENT-LINE - the student that just finished, with
      *> the credits still remitted once reversals are taken off.
      *>-----------------------------------------------------------
       PRINT-STUDENT-LINE.
           ADD 1 TO WS-STUDENT-COUNT
           ADD WS-STU-GRANTED  TO WS-EMP-GRANTED
           ADD WS-STU-REVERSED TO WS-EMP-REVERSED
           COMPUTE WS-STU-NET = WS-STU-GRANTED - WS-STU-REVERSED

           MOVE WS-PREV-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ

           MOVE WS-STU-CREDITS  TO WS-CREDITS-DISPLAY
           MOVE WS-STU-GRANTED  TO WS-GRANTED-DISPLAY
           MOVE WS-STU-REVERSED TO WS-REVERSED-DISPLAY
           MOVE WS-STU-NET      TO WS-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PREV-EMPLOYEE-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME(1:20) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PREV-RELATION DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GRANTED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-REVERSED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-COST-LINE.

      *>-----------------------------------------------------------
      *> PRINT-EMPLOYEE-TOTAL - what the employee's benefit cost
      *> for the term across all of their students.
      *>-----------------------------------------------------------
       PRINT-EMPLOYEE-TOTAL.
           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD WS-EMP-GRANTED  TO WS-TOT-GRANTED
           ADD WS-EMP-REVERSED TO WS-TOT-REVERSED
           COMPUTE WS-EMP-NET = WS-EMP-GRANTED - WS-EMP-REVERSED

           MOVE WS-EMP-GRANTED  TO WS-TOT-GRANTED-DISPLAY
           MOVE WS-EMP-REVERSED TO WS-TOT-REVERSED-DISPLAY
           MOVE WS-EMP-NET      TO WS-TOT-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEE " DELIMITED BY SIZE
                  WS-PREV-EMPLOYEE-ID DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-TOT-GRANTED-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-REVERSED-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-COST-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-COST-LINE.

      *>-----------------------------------------------------------
      *> WRITE-COST-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-COST-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
