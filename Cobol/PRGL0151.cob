       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0151.                     *> Credit-balance refund batch

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

           SELECT QUEUE-FILE ASSIGN TO "refund-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISBURSEMENT-FILE ASSIGN TO "refund-disbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "refund-register.txt"
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

       FD QUEUE-FILE.
       01 QUEUE-LINE.
           05 QUEUE-STUDENT-ID          PIC X(4).    *> Student to refund
           05 QUEUE-AMOUNT              PIC 9(6)V99. *> Credit as of the scan
           05 QUEUE-AID-FLAG            PIC X(1).    *> Y = aid credit

       FD DISBURSEMENT-FILE.
       COPY "DISBREC.CPY".    *> Shared AP refund-disbursement layout

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

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
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-BILL-EOF          PIC X VALUE "N". *> BILLING-FILE scratch EOF flag
       01 WS-PROM-EOF          PIC X VALUE "N". *> Promise-scan EOF flag
       01 WS-ADDR-EOF          PIC X VALUE "N". *> Address-scan EOF flag
       01 WS-STUDENT-FOUND     PIC X VALUE "N". *> Student lookup flag
       01 WS-PROM-ACTIVE       PIC X VALUE "N". *> Unsettled promise on file
       01 CONFIRMATION          PIC X.          *> User confirmation (Y/N)
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Approving user

       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-TODAY-INT         PIC 9(8).        *> FUNCTION INTEGER-OF-DATE form

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name

       01 WS-BALANCE           PIC S9(6)V99 VALUE 0. *> Running charges - credits
       01 WS-CREDIT-SINCE      PIC X(8) VALUE SPACES.
      *>         BILL-DATE of the row that last took the running
      *>         balance below zero - how long the money has sat.
       01 WS-AID-CREDIT        PIC X VALUE "N".
      *>         "Y" once an aid disbursement (F) made or deepened
      *>         the credit now standing.
       01 WS-AGE-DAYS          PIC S9(8) VALUE 0.    *> Days in credit
       01 WS-REFUND-AMOUNT     PIC 9(6)V99 VALUE 0.  *> Credit to pay back

       01 WS-MIN-CREDIT-DAYS   PIC 9(3) VALUE 7.
      *>         A credit must have stood this long before it is
      *>         refunded, so a payment still clearing or a charge
      *>         about to post gets a chance to settle it first.  A
      *>         weekly run at the default keeps every aid credit
      *>         inside the federal 14 days.
       01 WS-DAYS-KEYED        PIC X(3).        *> Override as keyed
       01 WS-AID-LIMIT-DAYS    PIC 9(3) VALUE 14.
      *>         Federal rule: an aid credit balance is refunded
      *>         within this many days - older ones are flagged LATE.
       01 WS-NEXT-BILL-SEQ     PIC 9(4) VALUE 0.         *> Next billing sequence
       01 WS-QUEUE-COUNT       PIC 9(4) VALUE 0.         *> Refunds queued for approval
       01 WS-REFUND-COUNT      PIC 9(4) VALUE 0.         *> Refunds posted this run
       01 WS-EXCLUDED-COUNT    PIC 9(4) VALUE 0.         *> Credits held back
       01 WS-QUEUE-TOTAL       PIC 9(8)V99 VALUE 0.      *> Amount queued
       01 WS-REFUND-TOTAL      PIC 9(8)V99 VALUE 0.      *> Amount posted
       01 WS-AMOUNT-DISPLAY    PIC ZZZ,ZZ9.99.           *> Amount for printing
       01 WS-TOTAL-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.        *> Total for printing
       01 WS-AGE-DISPLAY       PIC ZZZ9.                 *> Age for printing
       01 WS-HOLD-REASON       PIC X(24) VALUE SPACES.   *> Why a credit is held back
       01 WS-LATE-NOTE         PIC X(5) VALUE SPACES.    *> "LATE" past the aid limit

       01 WS-BEST-DATE         PIC X(8).        *> Latest effective date found
       01 WS-BEST-FOUND        PIC X VALUE "N". *> An address is in force
       01 WS-WANT-TYPE         PIC X(1).        *> Type pass being searched
       01 WS-BEST-ADDRESS.
           05 WS-BEST-LINE-1   PIC X(30).
           05 WS-BEST-LINE-2   PIC X(30).
           05 WS-BEST-CITY     PIC X(20).
           05 WS-BEST-STATE    PIC X(2).
           05 WS-BEST-ZIP      PIC X(10).

       01 WS-PERIOD-STATUS     PIC XX.          *> PERIOD-FILE I/O status
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "PLANWS.CPY".     *> Fields used by the shared payment-plan paragraphs
       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".   *> Fields used by the shared record-lock paragraphs

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0151" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   C R E D I T - B A L A N C E   R E F U N D S |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           *> The approving operator comes off the session file and is
           *> carried onto every disbursement row for accounts payable.
           MOVE "PRGL0151" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           *> Refunds post dated today - a closed current period
           *> means this run has no legal date to post under.
           MOVE WS-TODAY-FORMATTED TO WS-PERIOD-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = "N"
               DISPLAY "***ERROR: ACCOUNTING PERIOD "
                   WS-PERIOD-DATE(1:6) " IS CLOSED - NO REFUNDS "
                   "POSTED.***"
               MOVE 6 TO RETURN-CODE              *> 6 = period closed
               EXIT PROGRAM
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))

           DISPLAY "REFUND CREDITS STANDING AT LEAST HOW MANY DAYS? "
               "(3 DIGITS, BLANK = " WS-MIN-CREDIT-DAYS ") >>"
           ACCEPT WS-DAYS-KEYED
           IF WS-DAYS-KEYED NOT = SPACES
               IF WS-DAYS-KEYED IS NOT NUMERIC
                   DISPLAY "***ERROR: DAYS MUST BE 3 DIGITS.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PROGRAM
               END-IF
               MOVE WS-DAYS-KEYED TO WS-MIN-CREDIT-DAYS
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CREDIT-BALANCE REFUND REGISTER  " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "  (CREDITS " DELIMITED BY SIZE
                  WS-MIN-CREDIT-DAYS DELIMITED BY SIZE
                  "+ DAYS OLD)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE
           MOVE "STU  | NAME                     |     REFUND | " &
               "CREDIT SINCE | DAYS | AID    | NOTE" TO REPORT-LINE
           PERFORM WRITE-REFUND-LINE

           PERFORM BUILD-REFUND-QUEUE

           MOVE WS-QUEUE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "REFUNDS FOR APPROVAL: " DELIMITED BY SIZE
                  WS-QUEUE-COUNT DELIMITED BY SIZE
                  "   TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "   HELD BACK: " DELIMITED BY SIZE
                  WS-EXCLUDED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE

           IF WS-QUEUE-COUNT = 0
               DISPLAY "(NO CREDIT BALANCES QUALIFY FOR REFUND.)"
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to refund
               EXIT PROGRAM
           END-IF

           DISPLAY "-------------------------------------------------"
           DISPLAY "APPROVE AND POST EVERY REFUND LISTED? (Y/N) >>"
           ACCEPT CONFIRMATION

           IF CONFIRMATION NOT = "Y"
               DISPLAY "REFUND RUN NOT APPROVED."
               MOVE SPACES TO REPORT-LINE
               STRING "REGISTER NOT APPROVED - NO REFUNDS POSTED."
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REFUND-LINE
               CLOSE REPORT-FILE
               MOVE 2 TO RETURN-CODE              *> 2 = not approved
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE

           PERFORM POST-QUEUED-REFUNDS

           MOVE WS-REFUND-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "REFUNDS POSTED: " DELIMITED BY SIZE
                  WS-REFUND-COUNT DELIMITED BY SIZE
                  "   TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  "   (SENT TO refund-disbursements.txt)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE

           CLOSE REPORT-FILE

           IF WS-REFUND-COUNT < WS-QUEUE-COUNT
               MOVE 2 TO RETURN-CODE              *> 2 = some not posted
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-QUEUE-COUNT TO WS-JOB-READ
           MOVE WS-REFUND-COUNT TO WS-JOB-WRITTEN
           COMPUTE WS-JOB-REJECTED = WS-QUEUE-COUNT - WS-REFUND-COUNT
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> BUILD-REFUND-QUEUE - one pass over BILLING-FILE grouped by
      *> student (the PRGL0062 approach) to find every ledger that
      *> has sat in credit at least WS-MIN-CREDIT-DAYS.  Each one
      *> is listed on the register; those free to refund are queued
      *> to refund-queue.txt for POST-QUEUED-REFUNDS to act on once
      *> BILLING-FILE is free to be opened I-O again.
      *>-----------------------------------------------------------
       BUILD-REFUND-QUEUE.
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
                           PERFORM EVALUATE-STUDENT-CREDIT
                       END-IF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM EVALUATE-STUDENT-CREDIT
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
      *> START-NEW-STUDENT - resets the running balance for the next
      *> student's group of billing rows and looks up the name.  A
      *> credit is owed back whatever the student's status -
      *> withdrawn and graduated students are refunded too.
      *>-----------------------------------------------------------
       START-NEW-STUDENT.
           MOVE BILL-STUDENT-ID TO WS-PREV-STUDENT-ID
           MOVE 0      TO WS-BALANCE
           MOVE SPACES TO WS-CREDIT-SINCE
           MOVE "N"    TO WS-AID-CREDIT

           MOVE BILL-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-STUDENT-FOUND
                   MOVE "*NOT ON STUDENT FILE*" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-FOUND
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ.

      *>-----------------------------------------------------------
      *> ACCUMULATE-ENTRY - applies one billing row to the running
      *> balance in ledger order, noting when the balance crossed
      *> into credit and whether aid put it there.
      *>-----------------------------------------------------------
       ACCUMULATE-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-BALANCE
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   IF WS-BALANCE NOT < 0
                       AND WS-BALANCE < BILL-AMOUNT
                       MOVE BILL-DATE TO WS-CREDIT-SINCE
                   END-IF
                   SUBTRACT BILL-AMOUNT FROM WS-BALANCE
                   IF BILL-TYPE = "F" AND WS-BALANCE < 0
                       MOVE "Y" TO WS-AID-CREDIT
                   END-IF
           END-EVALUATE

           IF WS-BALANCE NOT < 0
               MOVE SPACES TO WS-CREDIT-SINCE
               MOVE "N"    TO WS-AID-CREDIT
           END-IF.

      *>-----------------------------------------------------------
      *> EVALUATE-STUDENT-CREDIT - if the student whose group just
      *> finished is in credit and has been for WS-MIN-CREDIT-DAYS,
      *> lists the credit on the register and either queues it for
      *> refund or notes why it is held back: an active payment
      *> plan or promise to pay (the money is spoken for), no
      *> student record, or no address to mail the cheque to.
      *>-----------------------------------------------------------
       EVALUATE-STUDENT-CREDIT.
           IF WS-BALANCE NOT < 0 OR WS-CREDIT-SINCE = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CREDIT-SINCE))
           IF WS-AGE-DAYS < WS-MIN-CREDIT-DAYS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REFUND-AMOUNT = 0 - WS-BALANCE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-LATE-NOTE
           IF WS-AID-CREDIT = "Y" AND WS-AGE-DAYS > WS-AID-LIMIT-DAYS
               MOVE "LATE" TO WS-LATE-NOTE
           END-IF

           IF WS-STUDENT-FOUND = "N"
               MOVE "HELD - NO STUDENT RECORD" TO WS-HOLD-REASON
           ELSE
               MOVE WS-PREV-STUDENT-ID TO WS-PLAN-STUDENT
               PERFORM FIND-ACTIVE-PLAN
               IF WS-PLAN-ACTIVE = "Y"
                   MOVE "HELD - ACTIVE PLAN" TO WS-HOLD-REASON
               ELSE
                   PERFORM FIND-ACTIVE-PROMISE
                   IF WS-PROM-ACTIVE = "Y"
                       MOVE "HELD - ACTIVE PROMISE" TO WS-HOLD-REASON
                   ELSE
                       PERFORM FIND-PAYEE-ADDRESS
                       IF WS-BEST-FOUND = "N"
                           MOVE "HELD - NO ADDRESS" TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-HOLD-REASON = SPACES
               MOVE WS-PREV-STUDENT-ID TO QUEUE-STUDENT-ID
               MOVE WS-REFUND-AMOUNT   TO QUEUE-AMOUNT
               MOVE WS-AID-CREDIT      TO QUEUE-AID-FLAG
               WRITE QUEUE-LINE
               ADD 1 TO WS-QUEUE-COUNT
               ADD WS-REFUND-AMOUNT TO WS-QUEUE-TOTAL
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF

           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AGE-DAYS      TO WS-AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME(1:24) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-CREDIT-SINCE DELIMITED BY SIZE
                  "     | " DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AID-CREDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LATE-NOTE DELIMITED BY SIZE
                  "| " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE.

      *>-----------------------------------------------------------
      *> FIND-ACTIVE-PROMISE - does the student whose group just
      *> finished have an unsettled promise to pay on file?
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
      *> FIND-PAYEE-ADDRESS - the mailing address in force for
      *> WS-PREV-STUDENT-ID (latest effective M row not after today,
      *> falling back to the home address - the PRGH0107 rule).
      *>-----------------------------------------------------------
       FIND-PAYEE-ADDRESS.
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
      *> POST-QUEUED-REFUNDS - reads refund-queue.txt built by
      *> BUILD-REFUND-QUEUE and posts each approved refund.
      *>-----------------------------------------------------------
       POST-QUEUED-REFUNDS.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM POST-REFUND
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

      *>-----------------------------------------------------------
      *> POST-REFUND - the sequence-scan and write run under the
      *> same "BILL" record lock PRGL0020 takes when posting a
      *> billing entry, so a concurrent posting cannot hand both
      *> sessions the same BILL-SEQ or slip a payment in between
      *> the balance check and the refund row.
      *>-----------------------------------------------------------
       POST-REFUND.
           MOVE "BILL"           TO WS-LOCK-TYPE
           MOVE QUEUE-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "Y"
               PERFORM WRITE-REFUND-ROW
               PERFORM RELEASE-RECORD-LOCK
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "REFUND NOT POSTED (RECORD LOCKED): "
                      DELIMITED BY SIZE
                      QUEUE-STUDENT-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REFUND-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-REFUND-ROW - re-reads the ledger under the lock (the
      *> balance must still be at least the credit approved), posts
      *> the D row that zeroes it, and hands the cheque to accounts
      *> payable on refund-disbursements.txt.
      *>-----------------------------------------------------------
       WRITE-REFUND-ROW.
           MOVE 0   TO WS-NEXT-BILL-SEQ
           MOVE 0   TO WS-BALANCE
           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = QUEUE-STUDENT-ID
                           IF BILL-SEQ NOT < WS-NEXT-BILL-SEQ
                               COMPUTE WS-NEXT-BILL-SEQ = BILL-SEQ + 1
                           END-IF
                           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
                               OR BILL-TYPE = "D"
                               OR BILL-TYPE = "W"
                               OR BILL-TYPE = "T"
                               OR BILL-TYPE = "N"
                               OR BILL-TYPE = "B"
                               ADD BILL-AMOUNT TO WS-BALANCE
                           ELSE
                               SUBTRACT BILL-AMOUNT FROM WS-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE

           IF 0 - WS-BALANCE < QUEUE-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUND NOT POSTED (BALANCE CHANGED): "
                      DELIMITED BY SIZE
                      QUEUE-STUDENT-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REFUND-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE QUEUE-STUDENT-ID   TO BILL-STUDENT-ID
           MOVE WS-NEXT-BILL-SEQ   TO BILL-SEQ
           MOVE "D"                TO BILL-TYPE
           MOVE WS-TODAY-FORMATTED TO BILL-DATE
           MOVE "CREDIT REFUND"    TO BILL-DESC
           MOVE QUEUE-AMOUNT       TO BILL-AMOUNT

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: COULD NOT POST REFUND FOR "
                       QUEUE-STUDENT-ID "***"
               NOT INVALID KEY
                   ADD 1 TO WS-REFUND-COUNT
                   ADD QUEUE-AMOUNT TO WS-REFUND-TOTAL
                   PERFORM WRITE-DISBURSEMENT
                   PERFORM LOG-REFUND-AUDIT
           END-WRITE
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> WRITE-DISBURSEMENT - appends the cheque request for the
      *> refund just posted, payee name and address in force today.
      *>-----------------------------------------------------------
       WRITE-DISBURSEMENT.
           MOVE QUEUE-STUDENT-ID TO F-ID
           MOVE SPACES TO WS-STUDENT-NAME
           OPEN INPUT STUDENT-FILE
           READ STUDENT-FILE
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ
           CLOSE STUDENT-FILE

           MOVE QUEUE-STUDENT-ID TO WS-PREV-STUDENT-ID
           PERFORM FIND-PAYEE-ADDRESS

           MOVE QUEUE-STUDENT-ID   TO DISB-STUDENT-ID
           MOVE BILL-SEQ           TO DISB-BILL-SEQ
           MOVE WS-TODAY-FORMATTED TO DISB-DATE
           MOVE QUEUE-AMOUNT       TO DISB-AMOUNT
           MOVE QUEUE-AID-FLAG     TO DISB-AID-FLAG
           MOVE WS-STUDENT-NAME    TO DISB-PAYEE-NAME
           MOVE WS-BEST-LINE-1     TO DISB-ADDR-LINE-1
           MOVE WS-BEST-LINE-2     TO DISB-ADDR-LINE-2
           MOVE WS-BEST-CITY       TO DISB-CITY
           MOVE WS-BEST-STATE      TO DISB-STATE
           MOVE WS-BEST-ZIP        TO DISB-ZIP
           MOVE WS-OPERATOR-ID     TO DISB-APPROVED-BY

           OPEN EXTEND DISBURSEMENT-FILE
           WRITE DISBURSEMENT-RECORD
           CLOSE DISBURSEMENT-FILE

           MOVE QUEUE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "REFUND POSTED: " DELIMITED BY SIZE
                  QUEUE-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  " LEDGER SEQ " DELIMITED BY SIZE
                  BILL-SEQ DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REFUND-LINE.

      *>-----------------------------------------------------------
      *> LOG-REFUND-AUDIT - appends one audit-log.txt row for the
      *> refund just posted.
      *>-----------------------------------------------------------
       LOG-REFUND-AUDIT.
           MOVE "PRGL0151"       TO AUDIT-PROGRAM
           MOVE QUEUE-STUDENT-ID TO AUDIT-STUDENT-ID
           MOVE "REFUND"         TO AUDIT-OPERATION
           MOVE SPACES           TO WS-AUDIT-BEFORE
           MOVE BILLING-RECORD   TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-LOG.

      *>-----------------------------------------------------------
      *> WRITE-REFUND-LINE - writes one line to the register and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REFUND-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY".  *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
