       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0167.                     *> Monthly statement cycle

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "student-addresses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT PLAN-FILE ASSIGN TO "payment-plans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "statement-cycles.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-KEY
               FILE STATUS IS WS-STC-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "monthly-statements-print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "statement-cycle-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD ADDRESS-FILE.
       COPY "ADDRREC.CPY".    *> Shared student-address layout (ADDR-KEY, ...)

       FD PLAN-FILE.
       COPY "PLANREC.CPY".    *> Shared payment-plan layout (PLAN-ID, ...)

       FD CYCLE-FILE.
       COPY "STMTCYCREC.CPY". *> Shared statement-cycle history layout (STC-KEY, ...)

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE                 PIC X(100). *> One line of queued mail text

       FD PRINT-FILE.
       01 PRINT-LINE                PIC X(100). *> One line of a paper statement

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One register line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "PLANWS.CPY".     *> Fields used by the shared payment-plan paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE status
       01 WS-ADDR-STATUS       PIC XX.          *> ADDRESS-FILE status
       01 WS-PLAN-STATUS       PIC XX.          *> PLAN-FILE status
       01 WS-STC-STATUS        PIC XX.          *> CYCLE-FILE status
       01 WS-QUEUE-STATUS      PIC XX.          *> MAIL-QUEUE-FILE status
       01 WS-EOF               PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-ADDR-EOF          PIC X VALUE "N". *> Address-scan EOF flag
       01 WS-STC-EOF           PIC X VALUE "N". *> Cycle-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user
       01 WS-STMT-DUE-DAYS     PIC 9(3) VALUE 21. *> Days from close to due, no plan

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name
       01 WS-STUDENT-EMAIL     PIC X(30).       *> ...and e-mail, SPACES if none

      *>         Where the student's last statement stopped - off the
      *>         latest statement-cycles.txt row, or nothing yet.
       01 WS-LAST-FOUND        PIC X VALUE "N". *> A cycle is on file
       01 WS-LAST-CLOSE        PIC X(8) VALUE SPACES. *> ...closed on
       01 WS-LAST-SEQ          PIC 9(4) VALUE 0. *> ...after this BILL-SEQ
       01 WS-PREV-BALANCE      PIC S9(8)V99 VALUE 0. *> ...at this balance
       01 WS-NEW-BALANCE       PIC S9(8)V99 VALUE 0. *> Previous plus postings
       01 WS-SIGNED-AMOUNT     PIC S9(8)V99 VALUE 0. *> One row, signed
       01 WS-AMOUNT-DUE        PIC 9(6)V99 VALUE 0. *> Asked for on this statement
       01 WS-DUE-DATE          PIC X(8) VALUE SPACES. *> ...by this date
       01 WS-FIRST-SEQ         PIC 9(4) VALUE 0. *> First posting shown
       01 WS-HIGH-SEQ          PIC 9(4) VALUE 0. *> Last posting shown

      *>         The student's postings since the last statement, held
      *>         until the group ends so the statement can be built
      *>         once the balances are known.
       01 WS-POST-COUNT        PIC 9(3) VALUE 0. *> Postings this cycle
       01 WS-POST-IX           PIC 9(3) VALUE 0. *> ...subscript
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY     OCCURS 40 TIMES.
               10 WS-POST-SEQ       PIC 9(4).
               10 WS-POST-TYPE      PIC X(1).
               10 WS-POST-DATE      PIC X(8).
               10 WS-POST-AMOUNT    PIC S9(6)V99.
               10 WS-POST-DESC      PIC X(20).

      *>         The plan's next installment after the close date.
       01 WS-NEXT-INST         PIC 9(2) VALUE 0. *> Installment number
       01 WS-NEXT-INST-AMT     PIC 9(6)V99 VALUE 0. *> ...its amount
       01 WS-NEXT-INST-DATE    PIC X(8) VALUE SPACES. *> ...its due date
       01 WS-INST-MONTHS       PIC 9(4) VALUE 0. *> Months from the first
       01 WS-INST-YEAR         PIC 9(4) VALUE 0. *> Scratch year
       01 WS-INST-MONTH        PIC 9(2) VALUE 0. *> Scratch month

       01 WS-BILLING-ROWS      PIC 9(6) VALUE 0. *> Ledger rows read
       01 WS-STATEMENT-COUNT   PIC 9(5) VALUE 0. *> Statements produced
       01 WS-MAILED-COUNT      PIC 9(5) VALUE 0. *> ...queued for e-mail
       01 WS-PRINTED-COUNT     PIC 9(5) VALUE 0. *> ...for the paper run
       01 WS-ALREADY-COUNT     PIC 9(5) VALUE 0. *> Already stated today
       01 WS-AMOUNT-DISPLAY    PIC ---,---,--9.99. *> Amount for printing
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99. *> Balance for printing
       01 WS-DUE-DISPLAY       PIC ZZZ,ZZ9.99.   *> Amount due for printing
       01 WS-COUNT-DISPLAY     PIC ZZ9.          *> Posting count for printing
       01 WS-DELIVERY-NOTE     PIC X(10).        *> E-MAIL / PRINT

       01 WS-BEST-DATE         PIC X(8).        *> Latest effective date found
       01 WS-BEST-FOUND        PIC X VALUE "N". *> An address is in force
       01 WS-WANT-TYPE         PIC X(1).        *> Type pass being searched
       01 WS-BEST-ADDRESS.
           05 WS-BEST-LINE-1   PIC X(30).
           05 WS-BEST-LINE-2   PIC X(30).
           05 WS-BEST-CITY     PIC X(20).
           05 WS-BEST-STATE    PIC X(2).
           05 WS-BEST-ZIP      PIC X(10).

       01 WS-STMT-COUNT        PIC 9(2) VALUE 0. *> Statement lines built
       01 WS-STMT-IX           PIC 9(2) VALUE 0. *> ...subscript
       01 WS-STMT-TABLE.
           05 WS-STMT-LINE     OCCURS 70 TIMES PIC X(100).
      *>         One student's statement text, built once and then
      *>         sent to the mail queue or the paper print file.
       01 WS-STMT-TEXT         PIC X(100).      *> Line being added

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0167" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   M O N T H L Y   S T A T E M E N T S         |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGL0167" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           OPEN I-O CYCLE-FILE
           IF WS-STC-STATUS = "35"
               OPEN OUTPUT CYCLE-FILE
               CLOSE CYCLE-FILE
               OPEN I-O CYCLE-FILE
           END-IF
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "***ERROR: UNABLE TO OPEN statement-cycles.txt."
                   "***"
               MOVE 1 TO RETURN-CODE
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLY STATEMENT REGISTER - CYCLE CLOSED "
                      DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "   RUN BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "STU  | NAME               |   PREVIOUS BAL | " &
               "POST |    NEW BALANCE | AMOUNT DUE | DUE DATE | SENT"
               TO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE

           OPEN EXTEND MAIL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               CLOSE MAIL-QUEUE-FILE
               OPEN OUTPUT MAIL-QUEUE-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE

           PERFORM BUILD-STATEMENTS

           CLOSE PRINT-FILE
           CLOSE MAIL-QUEUE-FILE
           CLOSE CYCLE-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "STATEMENTS: " DELIMITED BY SIZE
                  WS-STATEMENT-COUNT DELIMITED BY SIZE
                  "   E-MAILED: " DELIMITED BY SIZE
                  WS-MAILED-COUNT DELIMITED BY SIZE
                  "   TO PRINT: " DELIMITED BY SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
                  "   ALREADY STATED TODAY: " DELIMITED BY SIZE
                  WS-ALREADY-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-PRINTED-COUNT > 0
               MOVE "(STUDENTS WITH NO E-MAIL ARE ON monthly-" &
                   "statements-print.txt FOR THE POST.)" TO REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF
           CLOSE REPORT-FILE

           IF WS-STATEMENT-COUNT = 0
               DISPLAY "(NO STUDENT HAS A BALANCE OR ACTIVITY TO "
                   "STATE.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to state
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-BILLING-ROWS    TO WS-JOB-READ
           MOVE WS-STATEMENT-COUNT TO WS-JOB-WRITTEN
           MOVE WS-ALREADY-COUNT   TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> BUILD-STATEMENTS - one pass over BILLING-FILE grouped by
      *> student (the PRGL0153 approach), collecting each student's
      *> postings since the last statement and closing the cycle
      *> at each change of ID.
      *>-----------------------------------------------------------
       BUILD-STATEMENTS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-STUDENT-ID
           OPEN INPUT STUDENT-FILE
           OPEN INPUT ADDRESS-FILE
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM FINISH-STUDENT-CYCLE
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-BILLING-ROWS
                       IF BILL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM FINISH-STUDENT-CYCLE
                           END-IF
                           MOVE BILL-STUDENT-ID TO WS-PREV-STUDENT-ID
                           PERFORM START-STUDENT-CYCLE
                       END-IF
                       IF BILL-SEQ > WS-LAST-SEQ
                           PERFORM ADD-ROW-TO-CYCLE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILLING-FILE
           END-IF
           CLOSE ADDRESS-FILE
           CLOSE STUDENT-FILE.

      *>-----------------------------------------------------------
      *> START-STUDENT-CYCLE - finds where the student's latest
      *> statement stopped.  The key leads with the student, so the
      *> scan starts at the first cycle row and stops when the ID
      *> changes; the last row read is the latest cycle.
      *>-----------------------------------------------------------
       START-STUDENT-CYCLE.
           MOVE "N"    TO WS-LAST-FOUND
           MOVE SPACES TO WS-LAST-CLOSE
           MOVE 0      TO WS-LAST-SEQ
           MOVE 0      TO WS-PREV-BALANCE
           MOVE 0      TO WS-POST-COUNT
           MOVE 0      TO WS-FIRST-SEQ
           MOVE 0      TO WS-HIGH-SEQ
           MOVE "N"    TO WS-STC-EOF

           MOVE WS-PREV-STUDENT-ID TO STC-STUDENT-ID
           MOVE SPACES             TO STC-CLOSE-DATE
           START CYCLE-FILE KEY IS NOT LESS THAN STC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STC-EOF
           END-START
           PERFORM UNTIL WS-STC-EOF = "Y"
               READ CYCLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STC-EOF
                   NOT AT END
                       IF STC-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           MOVE "Y" TO WS-STC-EOF
                       ELSE
                           MOVE "Y"            TO WS-LAST-FOUND
                           MOVE STC-CLOSE-DATE TO WS-LAST-CLOSE
                           IF STC-LAST-SEQ > WS-LAST-SEQ
                               MOVE STC-LAST-SEQ TO WS-LAST-SEQ
                           END-IF
                           IF STC-NEW-SIGN = "-"
                               COMPUTE WS-PREV-BALANCE =
                                   0 - STC-NEW-BALANCE
                           ELSE
                               MOVE STC-NEW-BALANCE
                                   TO WS-PREV-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PREV-BALANCE TO WS-NEW-BALANCE.

      *>-----------------------------------------------------------
      *> ADD-ROW-TO-CYCLE - one posting since the last statement:
      *> into the new balance (the statements' debit/credit split)
      *> and into the table the statement lists.
      *>-----------------------------------------------------------
       ADD-ROW-TO-CYCLE.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
               WHEN "B"
                   MOVE BILL-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN OTHER
                   COMPUTE WS-SIGNED-AMOUNT = 0 - BILL-AMOUNT
           END-EVALUATE
           ADD WS-SIGNED-AMOUNT TO WS-NEW-BALANCE

           IF WS-FIRST-SEQ = 0
               MOVE BILL-SEQ TO WS-FIRST-SEQ
           END-IF
           MOVE BILL-SEQ TO WS-HIGH-SEQ
           ADD 1 TO WS-POST-COUNT
           IF WS-POST-COUNT NOT > 40
               MOVE BILL-SEQ         TO WS-POST-SEQ(WS-POST-COUNT)
               MOVE BILL-TYPE        TO WS-POST-TYPE(WS-POST-COUNT)
               MOVE BILL-DATE        TO WS-POST-DATE(WS-POST-COUNT)
               MOVE WS-SIGNED-AMOUNT TO WS-POST-AMOUNT(WS-POST-COUNT)
               MOVE BILL-DESC        TO WS-POST-DESC(WS-POST-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> FINISH-STUDENT-CYCLE - a student with postings since the
      *> last statement, or a balance still standing, gets one: the
      *> amount due, the statement text, delivery, the cycle row
      *> and a register line.  A student already stated today is
      *> left alone, so a rerun does not send the bill twice.
      *>-----------------------------------------------------------
       FINISH-STUDENT-CYCLE.
           IF WS-LAST-CLOSE = WS-TODAY-FORMATTED
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-COUNT = 0 AND WS-NEW-BALANCE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT FILE)" TO WS-STUDENT-NAME
                   MOVE SPACES                  TO WS-STUDENT-EMAIL
                   MOVE SPACES                  TO WS-CAL-CAMPUS
               NOT INVALID KEY
                   MOVE F-NAME  TO WS-STUDENT-NAME
                   MOVE F-EMAIL TO WS-STUDENT-EMAIL
                   MOVE F-CAMPUS TO WS-CAL-CAMPUS
           END-READ

           PERFORM FIND-MAILING-ADDRESS
           PERFORM SET-AMOUNT-DUE
           PERFORM BUILD-STATEMENT-TEXT

           IF WS-STUDENT-EMAIL NOT = SPACES
               PERFORM QUEUE-STATEMENT-MAIL
               ADD 1 TO WS-MAILED-COUNT
               MOVE "E-MAIL" TO WS-DELIVERY-NOTE
               MOVE "E" TO STC-DELIVERY
           ELSE
               PERFORM PRINT-STATEMENT
               ADD 1 TO WS-PRINTED-COUNT
               MOVE "PRINT" TO WS-DELIVERY-NOTE
               MOVE "P" TO STC-DELIVERY
           END-IF

           PERFORM WRITE-CYCLE-ROW
           ADD 1 TO WS-STATEMENT-COUNT

           MOVE SPACES TO REPORT-LINE
           MOVE WS-PREV-STUDENT-ID    TO REPORT-LINE(1:4)
           MOVE "|"                   TO REPORT-LINE(6:1)
           MOVE WS-STUDENT-NAME(1:18) TO REPORT-LINE(8:18)
           MOVE "|"                   TO REPORT-LINE(27:1)
           MOVE WS-PREV-BALANCE       TO WS-BALANCE-DISPLAY
           MOVE WS-BALANCE-DISPLAY    TO REPORT-LINE(29:14)
           MOVE "|"                   TO REPORT-LINE(44:1)
           MOVE WS-POST-COUNT         TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY      TO REPORT-LINE(46:3)
           MOVE "|"                   TO REPORT-LINE(51:1)
           MOVE WS-NEW-BALANCE        TO WS-BALANCE-DISPLAY
           MOVE WS-BALANCE-DISPLAY    TO REPORT-LINE(53:14)
           MOVE "|"                   TO REPORT-LINE(68:1)
           MOVE WS-AMOUNT-DUE         TO WS-DUE-DISPLAY
           MOVE WS-DUE-DISPLAY        TO REPORT-LINE(70:10)
           MOVE "|"                   TO REPORT-LINE(81:1)
           MOVE WS-DUE-DATE           TO REPORT-LINE(83:8)
           MOVE "|"                   TO REPORT-LINE(92:1)
           MOVE WS-DELIVERY-NOTE(1:6) TO REPORT-LINE(94:6)
           PERFORM WRITE-REGISTER-LINE.

      *>-----------------------------------------------------------
      *> SET-AMOUNT-DUE - what this statement asks for, and by
      *> when.  A student on an active payment plan owes the plan's
      *> next installment on its own due date (never more than the
      *> balance); anyone else owes the whole balance
      *> WS-STMT-DUE-DAYS days after the cycle closes - either
      *> date rolled past any weekend or closure on the student's
      *> campus business calendar.  A zero or credit balance owes
      *> nothing.
      *>-----------------------------------------------------------
       SET-AMOUNT-DUE.
           MOVE 0      TO WS-AMOUNT-DUE
           MOVE SPACES TO WS-DUE-DATE
           MOVE 0      TO WS-NEXT-INST
           MOVE "N"    TO WS-PLAN-ACTIVE
           IF WS-NEW-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV-STUDENT-ID TO WS-PLAN-STUDENT
           PERFORM FIND-ACTIVE-PLAN
           IF WS-PLAN-ACTIVE = "Y"
               MOVE WS-TODAY-FORMATTED TO WS-PLAN-TODAY
               PERFORM COMPUTE-PLAN-DUE
               IF WS-PLAN-DUE-COUNT < WS-PLAN-NUM-SAVE
                   PERFORM FIND-NEXT-INSTALLMENT
                   MOVE WS-NEXT-INST-DATE TO WS-CAL-DATE
                   PERFORM ROLL-TO-BUSINESS-DAY
                   MOVE WS-CAL-DATE TO WS-DUE-DATE
                   IF WS-NEXT-INST-AMT > WS-NEW-BALANCE
                       MOVE WS-NEW-BALANCE TO WS-AMOUNT-DUE
                   ELSE
                       MOVE WS-NEXT-INST-AMT TO WS-AMOUNT-DUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NEW-BALANCE TO WS-AMOUNT-DUE
           MOVE WS-TODAY-FORMATTED TO WS-CAL-DATE
           MOVE WS-STMT-DUE-DAYS   TO WS-CAL-DAYS
           MOVE "C"                TO WS-CAL-UNIT
           PERFORM COMPUTE-DUE-DATE
           MOVE WS-CAL-DATE TO WS-DUE-DATE.

      *>-----------------------------------------------------------
      *> FIND-NEXT-INSTALLMENT - the first installment not yet due
      *> at the close: the same day of the month as the first one,
      *> that many months on.  The final installment settles the
      *> rounding remainder, as COMPUTE-PLAN-DUE counts it.
      *>-----------------------------------------------------------
       FIND-NEXT-INSTALLMENT.
           COMPUTE WS-NEXT-INST = WS-PLAN-DUE-COUNT + 1
           IF WS-NEXT-INST = WS-PLAN-NUM-SAVE
               COMPUTE WS-NEXT-INST-AMT = WS-PLAN-TOTAL-SAVE
                   - (WS-PLAN-INST-SAVE * (WS-PLAN-NUM-SAVE - 1))
           ELSE
               MOVE WS-PLAN-INST-SAVE TO WS-NEXT-INST-AMT
           END-IF

           MOVE WS-PLAN-FIRST-SAVE(1:4) TO WS-INST-YEAR
           MOVE WS-PLAN-FIRST-SAVE(5:2) TO WS-INST-MONTH
           COMPUTE WS-INST-MONTHS = WS-INST-MONTH - 1
               + WS-PLAN-DUE-COUNT
           DIVIDE WS-INST-MONTHS BY 12
               GIVING WS-INST-MONTHS REMAINDER WS-INST-MONTH
           ADD WS-INST-MONTHS TO WS-INST-YEAR
           ADD 1 TO WS-INST-MONTH

           MOVE WS-PLAN-FIRST-SAVE   TO WS-NEXT-INST-DATE
           MOVE WS-INST-YEAR         TO WS-NEXT-INST-DATE(1:4)
           MOVE WS-INST-MONTH        TO WS-NEXT-INST-DATE(5:2).

      *>-----------------------------------------------------------
      *> FIND-MAILING-ADDRESS - the mailing address in force at
      *> the close, falling back to the home address (the PRGH0107
      *> rule).
      *>-----------------------------------------------------------
       FIND-MAILING-ADDRESS.
           MOVE "M" TO WS-WANT-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF WS-BEST-FOUND = "N"
               MOVE "H" TO WS-WANT-TYPE
               PERFORM FIND-ADDRESS-IN-FORCE
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-ADDRESS-IN-FORCE - the WS-WANT-TYPE row for the
      *> student with the latest effective date not after today.
      *>-----------------------------------------------------------
       FIND-ADDRESS-IN-FORCE.
           MOVE "N"    TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-DATE
           MOVE SPACES TO WS-BEST-ADDRESS
           MOVE "N"    TO WS-ADDR-EOF

           MOVE WS-PREV-STUDENT-ID TO ADDR-STUDENT-ID
           MOVE WS-WANT-TYPE       TO ADDR-TYPE
           MOVE SPACES             TO ADDR-EFF-DATE
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADDR-EOF
           END-START
           PERFORM UNTIL WS-ADDR-EOF = "Y"
               READ ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADDR-EOF
                   NOT AT END
                       IF ADDR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           OR ADDR-TYPE NOT = WS-WANT-TYPE
                           MOVE "Y" TO WS-ADDR-EOF
                       ELSE
                           IF ADDR-EFF-DATE NOT > WS-TODAY-FORMATTED
                               AND ADDR-EFF-DATE > WS-BEST-DATE
                               MOVE "Y" TO WS-BEST-FOUND
                               MOVE ADDR-EFF-DATE TO WS-BEST-DATE
                               MOVE ADDR-LINE-1 TO WS-BEST-LINE-1
                               MOVE ADDR-LINE-2 TO WS-BEST-LINE-2
                               MOVE ADDR-CITY   TO WS-BEST-CITY
                               MOVE ADDR-STATE  TO WS-BEST-STATE
                               MOVE ADDR-ZIP    TO WS-BEST-ZIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> BUILD-STATEMENT-TEXT - the student's statement, line by
      *> line, into WS-STMT-TABLE.
      *>-----------------------------------------------------------
       BUILD-STATEMENT-TEXT.
           MOVE 0 TO WS-STMT-COUNT

           MOVE SPACES TO WS-STMT-TEXT
           STRING "STATEMENT OF ACCOUNT - CYCLE CLOSED "
                      DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE SPACES TO WS-STMT-TEXT
           STRING "STUDENT : " DELIMITED BY SIZE
                  WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STUDENT-NAME DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           IF WS-BEST-FOUND = "Y"
               MOVE SPACES TO WS-STMT-TEXT
               STRING "          " DELIMITED BY SIZE
                      WS-BEST-LINE-1 DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
               IF WS-BEST-LINE-2 NOT = SPACES
                   MOVE SPACES TO WS-STMT-TEXT
                   STRING "          " DELIMITED BY SIZE
                          WS-BEST-LINE-2 DELIMITED BY SIZE
                          INTO WS-STMT-TEXT
                   PERFORM ADD-STATEMENT-LINE
               END-IF
               MOVE SPACES TO WS-STMT-TEXT
               STRING "          " DELIMITED BY SIZE
                      WS-BEST-CITY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BEST-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BEST-ZIP DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           ELSE
               MOVE "          (NO MAILING ADDRESS ON FILE)"
                   TO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE WS-PREV-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-STMT-TEXT
           IF WS-LAST-FOUND = "Y"
               STRING "PREVIOUS BALANCE (STATEMENT OF "
                          DELIMITED BY SIZE
                      WS-LAST-CLOSE DELIMITED BY SIZE
                      ")         " DELIMITED BY SIZE
                      WS-BALANCE-DISPLAY DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
           ELSE
               STRING "PREVIOUS BALANCE (FIRST STATEMENT)"
                          DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      WS-BALANCE-DISPLAY DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
           END-IF
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE "SEQ  | DATE     | TYPE | DESCRIPTION          |  " &
               "        AMOUNT" TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           IF WS-POST-COUNT = 0
               MOVE "  (NO NEW POSTINGS THIS CYCLE)" TO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
               UNTIL WS-POST-IX > WS-POST-COUNT OR WS-POST-IX > 40
               MOVE WS-POST-AMOUNT(WS-POST-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-STMT-TEXT
               STRING WS-POST-SEQ(WS-POST-IX) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-POST-DATE(WS-POST-IX) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-POST-TYPE(WS-POST-IX) DELIMITED BY SIZE
                      "    | " DELIMITED BY SIZE
                      WS-POST-DESC(WS-POST-IX) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-PERFORM
           IF WS-POST-COUNT > 40
               MOVE SPACES TO WS-STMT-TEXT
               STRING "  (THROUGH SEQ " DELIMITED BY SIZE
                      WS-HIGH-SEQ DELIMITED BY SIZE
                      " - ASK THE BURSAR FOR AN ITEMIZED STATEMENT "
                          DELIMITED BY SIZE
                      "OF THE REST)" DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE WS-NEW-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-STMT-TEXT
           STRING "NEW BALANCE                                       "
                      DELIMITED BY SIZE
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           IF WS-NEXT-INST > 0
               MOVE WS-NEXT-INST-AMT TO WS-DUE-DISPLAY
               MOVE SPACES TO WS-STMT-TEXT
               STRING "PAYMENT PLAN " DELIMITED BY SIZE
                      WS-PLAN-ID-SAVE DELIMITED BY SIZE
                      ": INSTALLMENT " DELIMITED BY SIZE
                      WS-NEXT-INST DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-PLAN-NUM-SAVE DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-DUE-DISPLAY DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      WS-NEXT-INST-DATE DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF

           MOVE SPACES TO WS-STMT-TEXT
           IF WS-AMOUNT-DUE > 0
               MOVE WS-AMOUNT-DUE TO WS-DUE-DISPLAY
               STRING "AMOUNT DUE " DELIMITED BY SIZE
                      WS-DUE-DISPLAY DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-DUE-DATE DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
           ELSE
               MOVE "NO PAYMENT IS DUE." TO WS-STMT-TEXT
           END-IF
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE "QUERIES ABOUT THIS STATEMENT: QUOTE YOUR STUDENT ID " &
               "AND THE CYCLE DATE ABOVE." TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE.

       ADD-STATEMENT-LINE.
           IF WS-STMT-COUNT < 70
               ADD 1 TO WS-STMT-COUNT
               MOVE WS-STMT-TEXT TO WS-STMT-LINE(WS-STMT-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> QUEUE-STATEMENT-MAIL - the statement as one message on
      *> outbound-mail-queue.txt, in the format PRGS0038 writes.
      *>-----------------------------------------------------------
       QUEUE-STATEMENT-MAIL.
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  WS-STUDENT-EMAIL DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : STATEMENT OF ACCOUNT " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-STMT-COUNT
               MOVE WS-STMT-LINE(WS-STMT-IX) TO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE.

      *>-----------------------------------------------------------
      *> PRINT-STATEMENT - a student with no e-mail address gets
      *> the statement on paper, posted to the mailing address.
      *>-----------------------------------------------------------
       PRINT-STATEMENT.
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-STMT-COUNT
               MOVE WS-STMT-LINE(WS-STMT-IX) TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

      *>-----------------------------------------------------------
      *> WRITE-CYCLE-ROW - records the cycle just stated on
      *> statement-cycles.txt.  A statement that carried no new
      *> postings keeps the last cycle's stopping point.
      *>-----------------------------------------------------------
       WRITE-CYCLE-ROW.
           MOVE WS-PREV-STUDENT-ID TO STC-STUDENT-ID
           MOVE WS-TODAY-FORMATTED TO STC-CLOSE-DATE
           MOVE WS-FIRST-SEQ       TO STC-FIRST-SEQ
           IF WS-POST-COUNT = 0
               MOVE WS-LAST-SEQ    TO STC-LAST-SEQ
           ELSE
               MOVE WS-HIGH-SEQ    TO STC-LAST-SEQ
           END-IF
           MOVE WS-POST-COUNT      TO STC-POSTINGS
           IF WS-PREV-BALANCE < 0
               COMPUTE STC-PREV-BALANCE = 0 - WS-PREV-BALANCE
               MOVE "-" TO STC-PREV-SIGN
           ELSE
               MOVE WS-PREV-BALANCE TO STC-PREV-BALANCE
               MOVE "+" TO STC-PREV-SIGN
           END-IF
           IF WS-NEW-BALANCE < 0
               COMPUTE STC-NEW-BALANCE = 0 - WS-NEW-BALANCE
               MOVE "-" TO STC-NEW-SIGN
           ELSE
               MOVE WS-NEW-BALANCE TO STC-NEW-BALANCE
               MOVE "+" TO STC-NEW-SIGN
           END-IF
           MOVE WS-AMOUNT-DUE      TO STC-AMOUNT-DUE
           MOVE WS-DUE-DATE        TO STC-DUE-DATE
           IF WS-NEXT-INST > 0
               MOVE WS-PLAN-ID-SAVE TO STC-PLAN-ID
           ELSE
               MOVE 0 TO STC-PLAN-ID
           END-IF
           MOVE WS-OPERATOR-ID     TO STC-RUN-BY
           WRITE STATEMENT-CYCLE-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO RECORD CYCLE FOR "
                       WS-PREV-STUDENT-ID ".***"
           END-WRITE.

      *>-----------------------------------------------------------
      *> WRITE-REGISTER-LINE - writes one line to the register and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REGISTER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
