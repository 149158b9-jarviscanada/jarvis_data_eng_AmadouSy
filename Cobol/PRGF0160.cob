       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0160.                     *> Cost-of-attendance budgets and assignment

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT LOCATION-FILE ASSIGN TO "campuses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT AWARD-FILE ASSIGN TO "aid-awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD COA-BUDGET-FILE.
       COPY "COAREC.CPY".     *> Shared cost-of-attendance budget layout (COA-KEY, ...)

       FD COA-ASSIGN-FILE.
       COPY "COAASGREC.CPY".  *> Shared budget-assignment layout (CASG-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD LOCATION-FILE.
       COPY "LOCREC.CPY".     *> Shared campus layout (LOC-CODE, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-COA-STATUS        PIC XX.               *> COA-BUDGET-FILE I/O status
       01 WS-CASG-STATUS       PIC XX.               *> COA-ASSIGN-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-LOC-STATUS        PIC XX.               *> LOCATION-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.               *> FEE-FILE I/O status
       01 WS-AWARD-STATUS      PIC XX.               *> AWARD-FILE I/O status
       01 WS-ACTION            PIC X.                *> B=budget, A=assign, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup found flag
       01 WS-COA-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-LIST-TERM         PIC X(6).             *> Term being listed
       01 WS-STUDENT-ID        PIC X(4).             *> Student being assigned
       01 WS-STUDENT-CAMPUS    PIC X(3).             *> ...and their campus
       01 WS-ASSIGN-BEFORE     PIC X(30).            *> Assignment before a change
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-AMT-DISPLAY       PIC ZZZ,ZZ9.99.       *> Amount for display

       COPY "COAWS.CPY".      *> Fields used by the shared cost-of-attendance paragraphs
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  C O S T   O F   A T T E N D A N C E          |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGF0160" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "SET A BUDGET, ASSIGN A STUDENT, OR LIST A TERM'S "
               "BUDGETS? (B/A/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM SET-BUDGET-ROW
               WHEN "A"
                   PERFORM ASSIGN-STUDENT-BUDGET
               WHEN "L"
                   PERFORM LIST-TERM-BUDGETS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SET-BUDGET-ROW - keys in one term/campus/category budget,
      *> rewriting in place when the row already exists so next
      *> year's allowances are simply keyed over last year's.
      *>-----------------------------------------------------------
       SET-BUDGET-ROW.
           PERFORM ACCEPT-TERM-CODE
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-CODE TO COA-TERM

           DISPLAY "ENTER CAMPUS CODE, OR BLANK FOR THE MAIN CAMPUS >>"
           ACCEPT COA-CAMPUS
           IF COA-CAMPUS NOT = SPACES
               MOVE COA-CAMPUS TO LOC-CODE
               OPEN INPUT LOCATION-FILE
               READ LOCATION-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE LOCATION-FILE
               IF WS-FOUND = "N"
                   DISPLAY "***ERROR: UNKNOWN CAMPUS CODE.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "ENTER BUDGET CATEGORY (MAX 4 CHARS, E.G. ONC, "
               "OFFC, HOME) >>"
           ACCEPT COA-CATEGORY
           IF COA-CATEGORY = SPACES
               DISPLAY "***ERROR: BUDGET CATEGORY REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER DESCRIPTION (MAX 20 CHARS) >>"
           ACCEPT COA-DESC
           DISPLAY "ENTER CREDITS TUITION IS PRICED AT (E.G. 15) >>"
           ACCEPT COA-CREDITS
           DISPLAY "ENTER HOUSING ALLOWANCE (FORMAT 999999.99) >>"
           ACCEPT COA-HOUSING
           DISPLAY "ENTER BOOKS AND SUPPLIES (FORMAT 999999.99) >>"
           ACCEPT COA-BOOKS
           DISPLAY "ENTER LIVING ALLOWANCE (FORMAT 999999.99) >>"
           ACCEPT COA-LIVING

           IF COA-CREDITS IS NOT NUMERIC OR COA-HOUSING IS NOT NUMERIC
               OR COA-BOOKS IS NOT NUMERIC
               OR COA-LIVING IS NOT NUMERIC
               DISPLAY "***ERROR: CREDITS AND AMOUNTS MUST BE "
                   "NUMERIC.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "COA"    TO WS-LOCK-TYPE
           MOVE COA-TERM TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O COA-BUDGET-FILE
           IF WS-COA-STATUS = "35"
               OPEN OUTPUT COA-BUDGET-FILE
               CLOSE COA-BUDGET-FILE
               OPEN I-O COA-BUDGET-FILE
           END-IF
           WRITE COA-BUDGET-RECORD
               INVALID KEY
                   REWRITE COA-BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE BUDGET "
                               "ROW.***"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** BUDGET ROW REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** BUDGET ROW ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE COA-BUDGET-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ASSIGN-STUDENT-BUDGET - puts a student on one budget
      *> category for a term.  The category must have a budget for
      *> the student's campus (or the main campus), so an
      *> assignment can never point at nothing; the resulting
      *> budget is shown once it is made.
      *>-----------------------------------------------------------
       ASSIGN-STUDENT-BUDGET.
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE F-CAMPUS TO WS-STUDENT-CAMPUS
           END-READ
           CLOSE STUDENT-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-TERM-CODE
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER BUDGET CATEGORY (MAX 4 CHARS) >>"
           ACCEPT CASG-CATEGORY

           OPEN INPUT COA-BUDGET-FILE
           MOVE TERM-CODE         TO COA-TERM
           MOVE WS-STUDENT-CAMPUS TO COA-CAMPUS
           MOVE CASG-CATEGORY     TO COA-CATEGORY
           READ COA-BUDGET-FILE
               INVALID KEY
                   MOVE SPACES TO COA-CAMPUS
                   READ COA-BUDGET-FILE
                       INVALID KEY
                           MOVE "N" TO WS-FOUND
                   END-READ
           END-READ
           CLOSE COA-BUDGET-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO " CASG-CATEGORY " BUDGET FOR "
                   TERM-CODE " AT THE STUDENT'S CAMPUS - SET ONE UP "
                   "FIRST.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           MOVE "COA"         TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-ID      TO CASG-STUDENT-ID
           MOVE TERM-CODE          TO CASG-TERM
           MOVE SPACES             TO WS-ASSIGN-BEFORE
           MOVE CASG-CATEGORY      TO WS-COA-CATEGORY
           OPEN I-O COA-ASSIGN-FILE
           IF WS-CASG-STATUS = "35"
               OPEN OUTPUT COA-ASSIGN-FILE
               CLOSE COA-ASSIGN-FILE
               OPEN I-O COA-ASSIGN-FILE
           END-IF
           READ COA-ASSIGN-FILE
               NOT INVALID KEY
                   MOVE COA-ASSIGN-RECORD TO WS-ASSIGN-BEFORE
           END-READ
           MOVE WS-COA-CATEGORY    TO CASG-CATEGORY
           MOVE WS-OPERATOR-ID     TO CASG-ASSIGNED-BY
           MOVE WS-TODAY-FORMATTED TO CASG-ASSIGNED-DATE
           IF WS-ASSIGN-BEFORE = SPACES
               WRITE COA-ASSIGN-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
               END-WRITE
           ELSE
               REWRITE COA-ASSIGN-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
               END-REWRITE
           END-IF
           CLOSE COA-ASSIGN-FILE
           PERFORM RELEASE-RECORD-LOCK

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: UNABLE TO RECORD THE ASSIGNMENT.***"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES            TO WS-AUDIT-BEFORE
           MOVE SPACES            TO WS-AUDIT-AFTER
           MOVE WS-ASSIGN-BEFORE  TO WS-AUDIT-BEFORE(1:30)
           MOVE COA-ASSIGN-RECORD TO WS-AUDIT-AFTER(1:30)
           MOVE "PRGF0160"        TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID     TO AUDIT-STUDENT-ID
           MOVE "COABUDG"         TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-STUDENT-ID     TO WS-COA-STUDENT
           MOVE TERM-CODE         TO WS-COA-TERM
           MOVE WS-STUDENT-CAMPUS TO WS-COA-CAMPUS
           PERFORM GET-STUDENT-BUDGET
           MOVE WS-COA-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "*** " WS-STUDENT-ID " ON BUDGET " WS-COA-CATEGORY
               " FOR " WS-COA-TERM " - COST OF ATTENDANCE "
               WS-AMT-DISPLAY " ***"

           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS = "00"
               PERFORM SUM-TERM-AWARDS
               CLOSE AWARD-FILE
               MOVE WS-COA-AWARDED TO WS-AMT-DISPLAY
               DISPLAY "    AID ALREADY AWARDED FOR THE TERM: "
                   WS-AMT-DISPLAY
               IF WS-COA-AWARDED > WS-COA-TOTAL
                   DISPLAY "***WARNING: AID ON FILE NOW EXCEEDS THE "
                       "BUDGET - SEE THE OVER-AWARD REPORT.***"
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> ACCEPT-TERM-CODE - prompts for a term and checks it is on
      *> the term calendar; WS-FOUND says whether it was.
      *>-----------------------------------------------------------
       ACCEPT-TERM-CODE.
           DISPLAY "ENTER TERM CODE (6 CHARS, E.G. 2026FA) >>"
           ACCEPT TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE TERM-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> LIST-TERM-BUDGETS - every budget on file for one term, by
      *> campus and category, with the allowances keyed.
      *>-----------------------------------------------------------
       LIST-TERM-BUDGETS.
           DISPLAY "ENTER TERM CODE TO LIST (6 CHARS) >>"
           ACCEPT WS-LIST-TERM
           MOVE "N" TO WS-COA-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "-------------------------------------------------"
           DISPLAY "CMP | CAT  | DESCRIPTION          | CR | HOUSING"
               "   | BOOKS     | LIVING"
           DISPLAY "-------------------------------------------------"

           OPEN INPUT COA-BUDGET-FILE
           IF WS-COA-STATUS NOT = "00"
               MOVE "Y" TO WS-COA-EOF
           ELSE
               MOVE WS-LIST-TERM TO COA-TERM
               MOVE LOW-VALUES   TO COA-CAMPUS
               MOVE LOW-VALUES   TO COA-CATEGORY
               START COA-BUDGET-FILE KEY IS NOT LESS THAN COA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-COA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-COA-EOF = "Y"
               READ COA-BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COA-EOF
                   NOT AT END
                       IF COA-TERM NOT = WS-LIST-TERM
                           MOVE "Y" TO WS-COA-EOF
                       ELSE
                           DISPLAY COA-CAMPUS " | " COA-CATEGORY
                               " | " COA-DESC " | " COA-CREDITS
                               " | " COA-HOUSING " | " COA-BOOKS
                               " | " COA-LIVING
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COA-STATUS = "00" OR WS-COA-STATUS = "10"
               OR WS-COA-STATUS = "23"
               CLOSE COA-BUDGET-FILE
           END-IF

           DISPLAY "-------------------------------------------------"
           IF WS-LIST-COUNT = 0
               DISPLAY "(NO BUDGETS ON FILE FOR " WS-LIST-TERM ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               DISPLAY "TOTAL BUDGET ROWS: " WS-LIST-COUNT
                   "   (TUITION IS PRICED FROM THE FEE SCHEDULE)"
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "COAVAL.CPY".     *> Shared cost-of-attendance paragraphs
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
