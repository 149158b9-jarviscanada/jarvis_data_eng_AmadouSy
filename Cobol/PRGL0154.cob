       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0154.                     *> Collection-agency placement batch

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

           SELECT PLAN-FILE ASSIGN TO "payment-plans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-ID
               FILE STATUS IS WS-PLANF-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "payment-promises.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROM-KEY
               FILE STATUS IS WS-PROMF-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "student-addresses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "agency-placements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGP-KEY
               FILE STATUS IS WS-AGP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "agency-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLACEMENT-OUT-FILE
               ASSIGN TO "agency-placement-file.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "agency-placement-register.txt"
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

       FD PLAN-FILE.
       COPY "PLANREC.CPY".    *> Shared payment-plan layout (PLAN-ID, ...)

       FD PROMISE-FILE.
       COPY "PROMISEREC.CPY". *> Shared promise-to-pay layout (PROM-KEY, ...)

       FD ADDRESS-FILE.
       COPY "ADDRREC.CPY".    *> Shared student-address layout (ADDR-KEY, ...)

       FD AGENCY-FILE.
       COPY "AGENCYREC.CPY".  *> Shared agency-placement layout (AGP-KEY, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD QUEUE-FILE.
       01 QUEUE-LINE.
           05 QUEUE-STUDENT-ID          PIC X(4).    *> Account to place
           05 QUEUE-AMOUNT              PIC 9(6)V99. *> Amount to collect
           05 QUEUE-WRITTEN-OFF         PIC 9(6)V99. *> ...of which written off
           05 QUEUE-BASIS               PIC X(1).    *> W = written off, A = aged

       FD PLACEMENT-OUT-FILE.
       01 PLACEMENT-OUT-LINE        PIC X(250). *> One account for the agency

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One register line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE status
       01 WS-PLANF-STATUS      PIC XX.          *> PLAN-FILE status
       01 WS-PROMF-STATUS      PIC XX.          *> PROMISE-FILE status
       01 WS-ADDR-STATUS       PIC XX.          *> ADDRESS-FILE status
       01 WS-AGP-STATUS        PIC XX.          *> AGENCY-FILE status
       01 WS-HOLD-STATUS       PIC XX.          *> HOLD-FILE status
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-PROM-EOF          PIC X VALUE "N". *> Promise-scan EOF flag
       01 WS-ADDR-EOF          PIC X VALUE "N". *> Address-scan EOF flag
       01 WS-AGP-EOF           PIC X VALUE "N". *> Placement-scan EOF flag
       01 WS-PROM-ACTIVE       PIC X VALUE "N". *> Unsettled promise on file
       01 WS-AGP-ACTIVE        PIC X VALUE "N". *> Already placed with an agency
       01 WS-HOLD-PLACED       PIC X(1).        *> Hold placed / re-placed flag
       01 CONFIRMATION          PIC X.          *> User confirmation (Y/N)
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Approving user
       01 WS-AGENCY            PIC X(6) VALUE SPACES. *> Agency placed with

       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-TODAY-INT         PIC 9(8).        *> FUNCTION INTEGER-OF-DATE form

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name
       01 WS-STUDENT-FOUND     PIC X VALUE "N". *> Student lookup flag

       01 WS-CHARGES           PIC 9(6)V99 VALUE 0. *> Sum of debits
       01 WS-PAYMENTS          PIC 9(6)V99 VALUE 0. *> Sum of credits
       01 WS-BALANCE           PIC S9(6)V99 VALUE 0. *> Charges - payments
       01 WS-WRITTEN-OFF       PIC 9(6)V99 VALUE 0. *> BAD DEBT WRITE-OFF rows
       01 WS-WO-RECOVERED      PIC 9(6)V99 VALUE 0. *> W rows reinstating them
       01 WS-WO-OUTSTANDING    PIC 9(6)V99 VALUE 0. *> Written off, not recovered
       01 WS-OPEN-BALANCE      PIC 9(6)V99 VALUE 0. *> Balance still on the books
       01 WS-PLACE-AMOUNT      PIC 9(6)V99 VALUE 0. *> Amount to place
       01 WS-BASIS             PIC X(1).        *> W = written off, A = aged
       01 WS-OLDEST-CHARGE-INT PIC 9(8) VALUE 0.     *> Oldest charge, day count
       01 WS-AGE-DAYS          PIC S9(8) VALUE 0.    *> Days since oldest charge
       01 WS-PLAN-PAYMENTS     PIC 9(6)V99 VALUE 0.  *> P rows since plan setup

       01 WS-AGE-THRESHOLD     PIC 9(4) VALUE 90.
      *>         Past this many days an unwritten-off balance is in
      *>         PRGR0043's 90+ bucket - seriously aged.
       01 WS-MIN-PLACE-AMOUNT  PIC 9(6)V99 VALUE 100.00.
      *>         An aged balance smaller than this is not worth an
      *>         agency's commission and stays in house.
       01 WS-QUEUE-COUNT       PIC 9(4) VALUE 0.         *> Accounts queued
       01 WS-PLACED-COUNT      PIC 9(4) VALUE 0.         *> Accounts placed
       01 WS-EXCLUDED-COUNT    PIC 9(4) VALUE 0.         *> Held back
       01 WS-HOLDS-COUNT       PIC 9(4) VALUE 0.         *> Financial holds placed
       01 WS-QUEUE-TOTAL       PIC 9(8)V99 VALUE 0.      *> Amount queued
       01 WS-PLACED-TOTAL      PIC 9(8)V99 VALUE 0.      *> Amount placed
       01 WS-AMOUNT-DISPLAY    PIC ZZZ,ZZ9.99.           *> Amount for printing
       01 WS-WO-DISPLAY        PIC ZZZ,ZZ9.99.           *> Written-off part
       01 WS-TOTAL-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.        *> Total for printing
       01 WS-AGE-DISPLAY       PIC ZZZ9.                 *> Age for printing
       01 WS-HOLD-REASON       PIC X(24) VALUE SPACES.   *> Why an account is held back
       01 WS-AMOUNT-CENTS      PIC 9(10).                *> Amount as sent, in cents

       01 WS-BEST-DATE         PIC X(8).        *> Latest effective date found
       01 WS-BEST-FOUND        PIC X VALUE "N". *> An address is in force
       01 WS-WANT-TYPE         PIC X(1).        *> Type pass being searched
       01 WS-BEST-ADDRESS.
           05 WS-BEST-LINE-1   PIC X(30).
           05 WS-BEST-LINE-2   PIC X(30).
           05 WS-BEST-CITY     PIC X(20).
           05 WS-BEST-STATE    PIC X(2).
           05 WS-BEST-ZIP      PIC X(10).

       COPY "PLANWS.CPY".     *> Fields used by the shared payment-plan paragraphs
       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0154" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A G E N C Y   P L A C E M E N T             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))

           MOVE "PRGL0154" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "PLACE WITH WHICH AGENCY? (CODE, MAX 6 CHARS) >>"
           ACCEPT WS-AGENCY
           IF WS-AGENCY = SPACES
               DISPLAY "***ERROR: AN AGENCY CODE IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTION-AGENCY PLACEMENT REGISTER  " DELIMITED
                      BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "  AGENCY " DELIMITED BY SIZE
                  WS-AGENCY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE
           MOVE "STU  | NAME                     |      PLACE | " &
               "WRITTEN OFF | DAYS | BASIS | NOTE" TO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE

           PERFORM BUILD-PLACEMENT-QUEUE

           MOVE WS-QUEUE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS FOR PLACEMENT: " DELIMITED BY SIZE
                  WS-QUEUE-COUNT DELIMITED BY SIZE
                  "   TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "   HELD BACK: " DELIMITED BY SIZE
                  WS-EXCLUDED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE

           IF WS-QUEUE-COUNT = 0
               DISPLAY "(NO ACCOUNTS QUALIFY FOR AGENCY PLACEMENT.)"
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to place
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           DISPLAY "-------------------------------------------------"
           DISPLAY "PLACE EVERY ACCOUNT LISTED WITH " WS-AGENCY
               "? (Y/N) >>"
           ACCEPT CONFIRMATION

           IF CONFIRMATION NOT = "Y"
               DISPLAY "PLACEMENT RUN NOT APPROVED."
               MOVE "REGISTER NOT APPROVED - NOTHING PLACED."
                   TO REPORT-LINE
               PERFORM WRITE-PLACEMENT-LINE
               CLOSE REPORT-FILE
               MOVE 2 TO RETURN-CODE              *> 2 = not approved
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE

           PERFORM PLACE-QUEUED-ACCOUNTS

           MOVE WS-PLACED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS PLACED: " DELIMITED BY SIZE
                  WS-PLACED-COUNT DELIMITED BY SIZE
                  "   TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "   HOLDS PLACED: " DELIMITED BY SIZE
                  WS-HOLDS-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE
           MOVE "(SEND agency-placement-file.txt TO THE AGENCY.)"
               TO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE

           CLOSE REPORT-FILE

           IF WS-PLACED-COUNT < WS-QUEUE-COUNT
               MOVE 2 TO RETURN-CODE              *> 2 = some not placed
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-QUEUE-COUNT  TO WS-JOB-READ
           MOVE WS-PLACED-COUNT TO WS-JOB-WRITTEN
           COMPUTE WS-JOB-REJECTED = WS-QUEUE-COUNT - WS-PLACED-COUNT
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> BUILD-PLACEMENT-QUEUE - one pass over BILLING-FILE grouped
      *> by student (the PRGL0062 approach).  An account qualifies
      *> with any written-off amount not yet recovered, or with an
      *> open balance in PRGR0043's 90+ bucket.  Each is listed on
      *> the register; those free to place are queued to
      *> agency-queue.txt for PLACE-QUEUED-ACCOUNTS.
      *>-----------------------------------------------------------
       BUILD-PLACEMENT-QUEUE.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-STUDENT-ID
           OPEN INPUT STUDENT-FILE
           OPEN INPUT BILLING-FILE
           OPEN OUTPUT QUEUE-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM EVALUATE-STUDENT-ACCOUNT
                       END-IF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM EVALUATE-STUDENT-ACCOUNT
                           END-IF
                           PERFORM START-NEW-STUDENT
                       END-IF
                       PERFORM ACCUMULATE-ENTRY
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
           CLOSE BILLING-FILE
           CLOSE QUEUE-FILE.

      *>-----------------------------------------------------------
      *> START-NEW-STUDENT - resets the running totals for the next
      *> student's rows.  Every status is considered: a withdrawn
      *> student's unpaid account is exactly what goes to an agency.
      *>-----------------------------------------------------------
       START-NEW-STUDENT.
           MOVE BILL-STUDENT-ID TO WS-PREV-STUDENT-ID
           MOVE 0 TO WS-CHARGES
           MOVE 0 TO WS-PAYMENTS
           MOVE 0 TO WS-WRITTEN-OFF
           MOVE 0 TO WS-WO-RECOVERED
           MOVE 0 TO WS-OLDEST-CHARGE-INT

           MOVE BILL-STUDENT-ID TO WS-PLAN-STUDENT
           PERFORM FIND-ACTIVE-PLAN
           MOVE 0 TO WS-PLAN-PAYMENTS

           MOVE BILL-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-STUDENT-FOUND
                   MOVE SPACES TO WS-STUDENT-NAME
                   MOVE SPACES TO WS-CAL-CAMPUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-FOUND
                   MOVE F-NAME TO WS-STUDENT-NAME
                   MOVE F-CAMPUS TO WS-CAL-CAMPUS
           END-READ.

      *>-----------------------------------------------------------
      *> ACCUMULATE-ENTRY - adds one billing row into the running
      *> totals, notes the oldest charge, and keeps the write-offs
      *> and their recoveries apart so the written-off part of the
      *> account is known.
      *>-----------------------------------------------------------
       ACCUMULATE-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-CHARGES
                   IF WS-OLDEST-CHARGE-INT = 0
                       OR FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(BILL-DATE))
                           < WS-OLDEST-CHARGE-INT
                       COMPUTE WS-OLDEST-CHARGE-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(BILL-DATE))
                   END-IF
               WHEN "R"
               WHEN "D"
               WHEN "T"
               WHEN "N"
                   ADD BILL-AMOUNT TO WS-CHARGES
               WHEN "W"
                   ADD BILL-AMOUNT TO WS-CHARGES
                   ADD BILL-AMOUNT TO WS-WO-RECOVERED
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   ADD BILL-AMOUNT TO WS-PAYMENTS
                   IF BILL-TYPE = "P"
                       AND BILL-DESC = "BAD DEBT WRITE-OFF"
                       ADD BILL-AMOUNT TO WS-WRITTEN-OFF
                   END-IF
                   IF WS-PLAN-ACTIVE = "Y"
                       AND BILL-DATE NOT < WS-PLAN-SETUP-SAVE
                       ADD BILL-AMOUNT TO WS-PLAN-PAYMENTS
                   END-IF
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> EVALUATE-STUDENT-ACCOUNT - decides whether the account
      *> whose rows just finished goes to the agency, and why not
      *> when it qualifies but is held back.
      *>-----------------------------------------------------------
       EVALUATE-STUDENT-ACCOUNT.
           COMPUTE WS-BALANCE = WS-CHARGES - WS-PAYMENTS
           IF WS-BALANCE > 0
               MOVE WS-BALANCE TO WS-OPEN-BALANCE
           ELSE
               MOVE 0 TO WS-OPEN-BALANCE
           END-IF
           IF WS-WO-RECOVERED < WS-WRITTEN-OFF
               COMPUTE WS-WO-OUTSTANDING =
                   WS-WRITTEN-OFF - WS-WO-RECOVERED
           ELSE
               MOVE 0 TO WS-WO-OUTSTANDING
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OLDEST-CHARGE-INT
           IF WS-OLDEST-CHARGE-INT = 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-WO-OUTSTANDING > 0
                   MOVE "W" TO WS-BASIS
               WHEN WS-OPEN-BALANCE NOT < WS-MIN-PLACE-AMOUNT
                   AND WS-AGE-DAYS > WS-AGE-THRESHOLD
                   MOVE "A" TO WS-BASIS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           *> A student current on an approved plan is not overdue,
           *> whatever the age of the charge (the PRGR0043 rule).
           IF WS-BASIS = "A" AND WS-PLAN-ACTIVE = "Y"
               MOVE WS-TODAY-FORMATTED TO WS-PLAN-TODAY
               PERFORM COMPUTE-PLAN-DUE
               IF WS-PLAN-PAYMENTS NOT < WS-PLAN-DUE-TO-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-PLACE-AMOUNT = WS-OPEN-BALANCE + WS-WO-OUTSTANDING

           MOVE SPACES TO WS-HOLD-REASON
           PERFORM FIND-ACTIVE-PLACEMENT
           IF WS-AGP-ACTIVE = "Y"
               MOVE "ALREADY PLACED"      TO WS-HOLD-REASON
           ELSE
               IF WS-STUDENT-FOUND = "N"
                   MOVE "NOT ON STUDENT FILE" TO WS-HOLD-REASON
               ELSE
                   PERFORM FIND-ACTIVE-PROMISE
                   IF WS-PROM-ACTIVE = "Y"
                       MOVE "HELD - PROMISE TO PAY" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-HOLD-REASON = SPACES
               MOVE WS-PREV-STUDENT-ID TO QUEUE-STUDENT-ID
               MOVE WS-PLACE-AMOUNT    TO QUEUE-AMOUNT
               MOVE WS-WO-OUTSTANDING  TO QUEUE-WRITTEN-OFF
               MOVE WS-BASIS           TO QUEUE-BASIS
               WRITE QUEUE-LINE
               ADD 1 TO WS-QUEUE-COUNT
               ADD WS-PLACE-AMOUNT TO WS-QUEUE-TOTAL
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF

           MOVE WS-PLACE-AMOUNT   TO WS-AMOUNT-DISPLAY
           MOVE WS-WO-OUTSTANDING TO WS-WO-DISPLAY
           MOVE WS-AGE-DAYS       TO WS-AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME(1:24) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  WS-WO-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  " |   " DELIMITED BY SIZE
                  WS-BASIS DELIMITED BY SIZE
                  "   | " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PLACEMENT-LINE.

      *>-----------------------------------------------------------
      *> FIND-ACTIVE-PLACEMENT - is WS-PREV-STUDENT-ID placed with
      *> an agency right now?  The key leads with the student, so
      *> the scan starts at their first placement.
      *>-----------------------------------------------------------
       FIND-ACTIVE-PLACEMENT.
           MOVE "N" TO WS-AGP-ACTIVE
           MOVE "N" TO WS-AGP-EOF
           OPEN INPUT AGENCY-FILE
           IF WS-AGP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREV-STUDENT-ID TO AGP-STUDENT-ID
           MOVE SPACES             TO AGP-PLACED-DATE
           START AGENCY-FILE KEY IS NOT LESS THAN AGP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AGP-EOF
           END-START
           PERFORM UNTIL WS-AGP-EOF = "Y"
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AGP-EOF
                   NOT AT END
                       IF AGP-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           MOVE "Y" TO WS-AGP-EOF
                       ELSE
                           IF AGP-STATUS = "P"
                               MOVE "Y" TO WS-AGP-ACTIVE
                               MOVE "Y" TO WS-AGP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-FILE.

      *>-----------------------------------------------------------
      *> FIND-ACTIVE-PROMISE - does the student have an unsettled
      *> promise to pay on file?  Collections gives it its chance
      *> before the account leaves the building.
      *>-----------------------------------------------------------
       FIND-ACTIVE-PROMISE.
           MOVE "N" TO WS-PROM-ACTIVE
           MOVE "N" TO WS-PROM-EOF
           OPEN INPUT PROMISE-FILE
           IF WS-PROMF-STATUS = "00"
               PERFORM UNTIL WS-PROM-EOF = "Y"
                   READ PROMISE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PROM-EOF
                       NOT AT END
                           IF PROM-STUDENT-ID = WS-PREV-STUDENT-ID
                               AND PROM-STATUS = "A"
                               MOVE "Y" TO WS-PROM-ACTIVE
                               MOVE "Y" TO WS-PROM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMISE-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> PLACE-QUEUED-ACCOUNTS - reads agency-queue.txt built by
      *> BUILD-PLACEMENT-QUEUE and places each account: the
      *> placement record, a financial hold, and the account's line
      *> on the file that goes to the agency.
      *>-----------------------------------------------------------
       PLACE-QUEUED-ACCOUNTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEUE-FILE
           OPEN OUTPUT PLACEMENT-OUT-FILE
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PLACE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE PLACEMENT-OUT-FILE
           CLOSE QUEUE-FILE.

       PLACE-ONE-ACCOUNT.
           MOVE QUEUE-STUDENT-ID   TO AGP-STUDENT-ID
           MOVE WS-TODAY-FORMATTED TO AGP-PLACED-DATE
           MOVE WS-AGENCY          TO AGP-AGENCY
           MOVE "P"                TO AGP-STATUS
           MOVE QUEUE-AMOUNT       TO AGP-PLACED-AMOUNT
           MOVE QUEUE-WRITTEN-OFF  TO AGP-WRITTEN-OFF
           MOVE 0                  TO AGP-RECOVERED
           MOVE 0                  TO AGP-COMMISSION
           MOVE WS-OPERATOR-ID     TO AGP-PLACED-BY
           MOVE SPACES             TO AGP-RECALL-DATE
           MOVE SPACE              TO AGP-RECALL-REASON

           OPEN I-O AGENCY-FILE
           IF WS-AGP-STATUS = "35"
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
               OPEN I-O AGENCY-FILE
           END-IF
           WRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   CLOSE AGENCY-FILE
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT PLACED (ALREADY PLACED TODAY): "
                          DELIMITED BY SIZE
                          QUEUE-STUDENT-ID DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-PLACEMENT-LINE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE AGENCY-FILE

           ADD 1 TO WS-PLACED-COUNT
           ADD QUEUE-AMOUNT TO WS-PLACED-TOTAL

           MOVE SPACES                  TO WS-AUDIT-BEFORE
           MOVE SPACES                  TO WS-AUDIT-AFTER
           MOVE AGENCY-PLACEMENT-RECORD TO WS-AUDIT-AFTER(1:68)
           MOVE "PRGL0154"              TO AUDIT-PROGRAM
           MOVE QUEUE-STUDENT-ID        TO AUDIT-STUDENT-ID
           MOVE "PLACE"                 TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           PERFORM PLACE-FINANCIAL-HOLD
           PERFORM WRITE-AGENCY-LINE.

      *>-----------------------------------------------------------
      *> PLACE-FINANCIAL-HOLD - a type "F" registration hold, so the
      *> student cannot enroll or draw an official transcript while
      *> the agency is collecting.  An already-active financial
      *> hold is left as it is; a released one is placed again over
      *> its row (the PRGT0144 / PRGH0077 way).
      *>-----------------------------------------------------------
       PLACE-FINANCIAL-HOLD.
           MOVE QUEUE-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE "F"              TO HOLD-TYPE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOLD-PLACED
               NOT INVALID KEY
                   IF HOLD-RELEASE-DATE = SPACES
                       CLOSE HOLD-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "R" TO WS-HOLD-PLACED
           END-READ

           MOVE QUEUE-STUDENT-ID   TO HOLD-STUDENT-ID
           MOVE "F"                TO HOLD-TYPE
           MOVE WS-OPERATOR-ID     TO HOLD-PLACED-BY
           MOVE WS-TODAY-FORMATTED TO HOLD-PLACED-DATE
           MOVE SPACES             TO HOLD-RELEASE-DATE
           MOVE SPACES             TO HOLD-REASON
           STRING "COLLECTIONS - AGENCY " DELIMITED BY SIZE
                  WS-AGENCY DELIMITED BY SIZE
                  INTO HOLD-REASON

           IF WS-HOLD-PLACED = "R"
               REWRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-HOLD-PLACED
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-PLACED
               END-REWRITE
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-HOLD-PLACED
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-PLACED
               END-WRITE
           END-IF
           CLOSE HOLD-FILE

           IF WS-HOLD-PLACED = "Y"
               ADD 1 TO WS-HOLDS-COUNT
               MOVE SPACES           TO WS-AUDIT-BEFORE
               MOVE SPACES           TO WS-AUDIT-AFTER
               MOVE HOLD-RECORD      TO WS-AUDIT-AFTER(1:59)
               MOVE "PRGL0154"       TO AUDIT-PROGRAM
               MOVE QUEUE-STUDENT-ID TO AUDIT-STUDENT-ID
               MOVE "HOLD"           TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *>-----------------------------------------------------------
      *> agency-placement-file.txt layout: what the agency needs to
      *> work the account, one comma-delimited line per placement -
      *>   PLC,<agency>,<student id>,<name>,<address 1>,<address 2>,
      *>       <city>,<state>,<zip>,<phone>,<e-mail>,
      *>       <amount to collect, cents>,<placed date>,<basis>
      *> Basis W = written off, A = seriously aged.  Rewritten each
      *> run: it carries this run's placements only.
      *>-----------------------------------------------------------
       WRITE-AGENCY-LINE.
           MOVE QUEUE-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO F-NAME F-PHONE F-EMAIL
           END-READ
           MOVE QUEUE-STUDENT-ID TO WS-PREV-STUDENT-ID
           PERFORM FIND-PLACEMENT-ADDRESS
           COMPUTE WS-AMOUNT-CENTS = QUEUE-AMOUNT * 100

           MOVE SPACES TO PLACEMENT-OUT-LINE
           STRING "PLC," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGENCY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUEUE-STUDENT-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-LINE-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-LINE-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-CITY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-STATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-ZIP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-PHONE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(F-EMAIL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-CENTS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUEUE-BASIS DELIMITED BY SIZE
                  INTO PLACEMENT-OUT-LINE
           WRITE PLACEMENT-OUT-LINE.

      *>-----------------------------------------------------------
      *> FIND-PLACEMENT-ADDRESS - the mailing address in force for
      *> WS-PREV-STUDENT-ID (latest effective M row not after today,
      *> falling back to the home address - the PRGH0107 rule).
      *>-----------------------------------------------------------
       FIND-PLACEMENT-ADDRESS.
           MOVE "M" TO WS-WANT-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF WS-BEST-FOUND = "N"
               MOVE "H" TO WS-WANT-TYPE
               PERFORM FIND-ADDRESS-IN-FORCE
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-ADDRESS-IN-FORCE - the WS-WANT-TYPE row for
      *> WS-PREV-STUDENT-ID with the latest effective date not
      *> after today.
      *>-----------------------------------------------------------
       FIND-ADDRESS-IN-FORCE.
           MOVE "N"    TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-DATE
           MOVE SPACES TO WS-BEST-ADDRESS
           MOVE "N"    TO WS-ADDR-EOF

           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS = "00"
               PERFORM UNTIL WS-ADDR-EOF = "Y"
                   READ ADDRESS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ADDR-EOF
                       NOT AT END
                           IF ADDR-STUDENT-ID = WS-PREV-STUDENT-ID
                               AND ADDR-TYPE = WS-WANT-TYPE
                               AND ADDR-EFF-DATE NOT >
                                   WS-TODAY-FORMATTED
                               AND ADDR-EFF-DATE > WS-BEST-DATE
                               MOVE "Y" TO WS-BEST-FOUND
                               MOVE ADDR-EFF-DATE TO WS-BEST-DATE
                               MOVE ADDR-LINE-1 TO WS-BEST-LINE-1
                               MOVE ADDR-LINE-2 TO WS-BEST-LINE-2
                               MOVE ADDR-CITY   TO WS-BEST-CITY
                               MOVE ADDR-STATE  TO WS-BEST-STATE
                               MOVE ADDR-ZIP    TO WS-BEST-ZIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-PLACEMENT-LINE - writes one line to the register and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-PLACEMENT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
