       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0161.                     *> Financial-aid over-award report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AWARD-FILE ASSIGN TO "aid-awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT COA-BUDGET-FILE ASSIGN TO "coa-budgets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY
               FILE STATUS IS WS-COA-STATUS.

           SELECT COA-ASSIGN-FILE ASSIGN TO "coa-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASG-KEY
               FILE STATUS IS WS-CASG-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "over-award-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

       FD COA-BUDGET-FILE.
       COPY "COAREC.CPY".     *> Shared cost-of-attendance budget layout (COA-KEY, ...)

       FD COA-ASSIGN-FILE.
       COPY "COAASGREC.CPY".  *> Shared budget-assignment layout (CASG-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One printed report line

       SD SORT-WORK-FILE.
       01 SR-AWARD-RECORD.
           05 SR-STUDENT-ID         PIC X(4).
           05 SR-TERM               PIC X(6).
           05 SR-STATUS             PIC X(1).
           05 SR-AMOUNT             PIC 9(6)V99.
      *>         What the award is worth now - a returned award
      *>         counts only for the share that was kept.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS            PIC XX.           *> STUDENT-FILE status
       01 WS-AWARD-STATUS           PIC XX.           *> AWARD-FILE status
       01 WS-COA-STATUS             PIC XX.           *> COA-BUDGET-FILE status
       01 WS-CASG-STATUS            PIC XX.           *> COA-ASSIGN-FILE status
       01 WS-TERM-STATUS            PIC XX.           *> TERM-FILE status
       01 WS-FEE-STATUS             PIC XX.           *> FEE-FILE status
       01 WS-EOF                    PIC X VALUE "N".  *> End-of-file flag
       01 WS-SCOPE-TERM             PIC X(6).         *> Term asked for, SPACES = all
       01 WS-TODAY-FORMATTED        PIC X(8).         *> Current date, YYYYMMDD

       01 WS-PREV-STUDENT-ID        PIC X(4) VALUE SPACES. *> Group student
       01 WS-PREV-TERM              PIC X(6) VALUE SPACES. *> Group term
       01 WS-GRP-AWARDED            PIC 9(7)V99 VALUE 0.   *> Group's live aid
       01 WS-GRP-DISBURSED          PIC 9(7)V99 VALUE 0.   *> ...of which paid
       01 WS-STUDENT-NAME           PIC X(40).        *> Name for the line
       01 WS-OVER-BY                PIC 9(7)V99 VALUE 0. *> Aid past the budget

       01 WS-GROUP-COUNT            PIC 9(5) VALUE 0. *> Student-terms checked
       01 WS-LISTED-COUNT           PIC 9(5) VALUE 0. *> Student-terms listed
       01 WS-NO-BUDGET-COUNT        PIC 9(5) VALUE 0. *> ...with no budget
       01 WS-TOT-OVER               PIC 9(9)V99 VALUE 0. *> Aid past budgets

       01 WS-BUDGET-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-AWARDED-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-DISBURSED-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-OVER-DISPLAY           PIC ZZZ,ZZ9.99.
       01 WS-TOT-OVER-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BUDGET-TEXT            PIC X(10).        *> Budget, or why there is none

       COPY "COAWS.CPY".      *> Fields used by the shared cost-of-attendance paragraphs
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|     O V E R - A W A R D   R E P O R T         |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           DISPLAY "ENTER TERM TO CHECK, OR BLANK FOR EVERY TERM >>"
           ACCEPT WS-SCOPE-TERM

           *> Awards are keyed student then award code, so a
           *> student's term is gathered by sorting on student and
           *> term - the SORT-then-break idiom PRGR0065 uses.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID SR-TERM
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-OVER-AWARDS

           MOVE "over-award-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-LISTED-COUNT = 0
               DISPLAY "(NO STUDENT IS AWARDED PAST THEIR BUDGET.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - releases every live award in scope to the
      *> sort: offered, accepted and disbursed awards at face value,
      *> a returned one for what the student kept.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SCOPE-TERM = SPACES
                           OR AWARD-TERM = WS-SCOPE-TERM
                           MOVE AWARD-STUDENT-ID TO SR-STUDENT-ID
                           MOVE AWARD-TERM       TO SR-TERM
                           MOVE AWARD-STATUS     TO SR-STATUS
                           IF AWARD-STATUS = "R"
                               COMPUTE SR-AMOUNT = AWARD-AMOUNT
                                   - AWARD-RETURNED-AMOUNT
                           ELSE
                               MOVE AWARD-AMOUNT TO SR-AMOUNT
                           END-IF
                           RELEASE SR-AWARD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AWARD-FILE.

      *>-----------------------------------------------------------
      *> PRINT-OVER-AWARDS - totals each student's aid for each
      *> term and lists the student-terms where it exceeds the cost
      *> of attendance, or where there is no budget to hold it to.
      *>-----------------------------------------------------------
       PRINT-OVER-AWARDS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-STUDENT-ID
           MOVE SPACES TO WS-PREV-TERM

           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-OVER-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SCOPE-TERM = SPACES
               STRING "     FINANCIAL AID OVER-AWARD REPORT - ALL "
                      DELIMITED BY SIZE
                      "TERMS  " DELIMITED BY SIZE
                      WS-TODAY-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "     FINANCIAL AID OVER-AWARD REPORT - TERM "
                      DELIMITED BY SIZE
                      WS-SCOPE-TERM DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TODAY-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-OVER-LINE
           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-OVER-LINE
           MOVE "STU  | NAME                 | TERM   | CAT  |     " &
                "BUDGET |    AWARDED |  DISBURSED |   OVER BY"
                TO REPORT-LINE
           PERFORM WRITE-OVER-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM CHECK-STUDENT-TERM
                       END-IF
                   NOT AT END
                       IF SR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           OR SR-TERM NOT = WS-PREV-TERM
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM CHECK-STUDENT-TERM
                           END-IF
                           MOVE SR-STUDENT-ID TO WS-PREV-STUDENT-ID
                           MOVE SR-TERM       TO WS-PREV-TERM
                           MOVE 0 TO WS-GRP-AWARDED
                           MOVE 0 TO WS-GRP-DISBURSED
                       END-IF
                       ADD SR-AMOUNT TO WS-GRP-AWARDED
                       IF SR-STATUS = "D" OR SR-STATUS = "R"
                           ADD SR-AMOUNT TO WS-GRP-DISBURSED
                       END-IF
               END-RETURN
           END-PERFORM

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-OVER-LINE
           MOVE WS-TOT-OVER TO WS-TOT-OVER-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENT-TERMS CHECKED: " DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  "   LISTED: " DELIMITED BY SIZE
                  WS-LISTED-COUNT DELIMITED BY SIZE
                  "   NO BUDGET: " DELIMITED BY SIZE
                  WS-NO-BUDGET-COUNT DELIMITED BY SIZE
                  "   AID OVER BUDGET: " DELIMITED BY SIZE
                  WS-TOT-OVER-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-OVER-LINE

           CLOSE STUDENT-FILE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> CHECK-STUDENT-TERM - the student-term that just finished,
      *> held against its budget.  Only the exceptions print.
      *>-----------------------------------------------------------
       CHECK-STUDENT-TERM.
           ADD 1 TO WS-GROUP-COUNT
           IF WS-GRP-AWARDED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-STUDENT-NAME
                   MOVE SPACES          TO F-CAMPUS
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ

           MOVE WS-PREV-STUDENT-ID TO WS-COA-STUDENT
           MOVE WS-PREV-TERM       TO WS-COA-TERM
           MOVE F-CAMPUS           TO WS-COA-CAMPUS
           PERFORM GET-STUDENT-BUDGET

           EVALUATE WS-COA-FOUND
               WHEN "Y"
                   IF WS-GRP-AWARDED NOT > WS-COA-TOTAL
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-OVER-BY = WS-GRP-AWARDED - WS-COA-TOTAL
                   MOVE WS-COA-TOTAL TO WS-BUDGET-DISPLAY
                   MOVE WS-BUDGET-DISPLAY TO WS-BUDGET-TEXT
               WHEN "A"
                   MOVE WS-GRP-AWARDED TO WS-OVER-BY
                   MOVE "UNASSIGNED" TO WS-BUDGET-TEXT
                   ADD 1 TO WS-NO-BUDGET-COUNT
               WHEN OTHER
                   MOVE WS-GRP-AWARDED TO WS-OVER-BY
                   MOVE "NO ROW"     TO WS-BUDGET-TEXT
                   ADD 1 TO WS-NO-BUDGET-COUNT
           END-EVALUATE

           ADD 1 TO WS-LISTED-COUNT
           ADD WS-OVER-BY TO WS-TOT-OVER
           MOVE WS-GRP-AWARDED   TO WS-AWARDED-DISPLAY
           MOVE WS-GRP-DISBURSED TO WS-DISBURSED-DISPLAY
           MOVE WS-OVER-BY       TO WS-OVER-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME(1:20) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PREV-TERM DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-COA-CATEGORY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-BUDGET-TEXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AWARDED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DISBURSED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-OVER-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-OVER-LINE.

      *>-----------------------------------------------------------
      *> WRITE-OVER-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-OVER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "COAVAL.CPY".     *> Shared cost-of-attendance paragraphs
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
