       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0188.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSING-APP-FILE
               ASSIGN TO "housing-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAP-KEY
               FILE STATUS IS WS-HAP-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-HAP-STATUS        PIC XX.               *> HOUSING-APP-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.               *> BILLING-FILE I/O status
       01 WS-PERIOD-STATUS     PIC XX.               *> PERIOD-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-ACTION            PIC X.                *> C=check out, L=list flagged
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGL0188". *> Logged-in user, for HAP-UPDATED-BY
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup result
       01 WS-EOF               PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-BILL-EOF          PIC X VALUE "N".      *> Billing-scan EOF flag
       01 WS-NEXT-SEQ          PIC 9(4) VALUE 0.     *> Next billing sequence
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)

       01 WS-CO-TERM           PIC X(6).             *> Term of the stay
       01 WS-CO-STUDENT        PIC X(4).             *> Student checking out
       01 WS-CO-DATE           PIC X(8).             *> Day the bed was vacated
       01 WS-CO-TERM-START     PIC X(8).
       01 WS-CO-TERM-END       PIC X(8).

      *> Proration: the charge was for every day of the term, so the
      *> credit is the charge for the days left after the student
      *> moves out - all of it before the term starts, none of it
      *> once the term is over.
       01 WS-START-INT         PIC 9(8).             *> FUNCTION INTEGER-OF-DATE form
       01 WS-END-INT           PIC 9(8).
       01 WS-CO-INT            PIC 9(8).
       01 WS-TERM-DAYS         PIC 9(4) VALUE 0.     *> Days the charge covers
       01 WS-DAYS-LEFT         PIC 9(4) VALUE 0.     *> Days after the checkout
       01 WS-CO-CREDIT         PIC 9(6)V99 VALUE 0.  *> Credit to post
       01 WS-CREDIT-DESC       PIC X(20).            *> BILL-DESC of the credit
       01 WS-CREDIT-OK         PIC X VALUE "Y".      *> "N" if the checkout did not complete

       01 WS-AMOUNT-DISPLAY    PIC ZZZ,ZZ9.99.
       01 WS-CREDIT-DISPLAY    PIC ZZZ,ZZ9.99.

       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   H O U S I N G   C H E C K O U T             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "CHECK OUT A STUDENT, OR LIST STUDENTS FLAGGED FOR "
               "CHECKOUT? (C/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM CHECK-OUT-STUDENT
               WHEN "L"
                   PERFORM LIST-FLAGGED
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CHECK-OUT-STUDENT - frees the student's bed for the term
      *> and posts the unused share of the housing charge back as
      *> a credit, dated the day they left - the same rule PRGW0035
      *> follows for a withdrawal's tuition refund.
      *>-----------------------------------------------------------
       CHECK-OUT-STUDENT.
           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM >>"
           ACCEPT WS-CO-TERM
           IF WS-CO-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-CO-TERM
           END-IF

           MOVE SPACES TO WS-CO-TERM-START
           IF WS-CO-TERM NOT = SPACES
               OPEN INPUT TERM-FILE
               MOVE WS-CO-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-START-DATE TO WS-CO-TERM-START
                       MOVE TERM-END-DATE   TO WS-CO-TERM-END
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-CO-TERM-START = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-CO-STUDENT

           MOVE "HAP"          TO WS-LOCK-TYPE
           MOVE SPACES         TO WS-LOCK-KEY
           STRING WS-CO-TERM WS-CO-STUDENT
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS = "00"
               MOVE WS-CO-TERM    TO HAP-TERM
               MOVE WS-CO-STUDENT TO HAP-STUDENT-ID
               READ HOUSING-APP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE HOUSING-APP-FILE
           END-IF
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO HOUSING FOR THAT STUDENT AND "
                   "TERM.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           IF HAP-STATUS NOT = "A"
               DISPLAY "***ERROR: STUDENT IS NOT IN A BED FOR THE TERM "
                   "(STATUS " HAP-STATUS ").***"
               MOVE 6 TO RETURN-CODE              *> 6 = conflict
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE HAP-CHARGE TO WS-AMOUNT-DISPLAY
           DISPLAY "BED " HAP-HALL "-" HAP-ROOM "-" HAP-BED
               "  RATE " HAP-RATE-CODE "  CHARGED " WS-AMOUNT-DISPLAY
               "  ON " HAP-ASSIGNED-DATE
           IF HAP-CHECKOUT-FLAG = "W"
               DISPLAY "FLAGGED FOR CHECKOUT - WITHDREW EFFECTIVE "
                   HAP-FLAG-DATE
               DISPLAY "ENTER CHECKOUT DATE (YYYYMMDD), OR BLANK FOR "
                   HAP-FLAG-DATE " >>"
           ELSE
               DISPLAY "ENTER CHECKOUT DATE (YYYYMMDD), OR BLANK FOR "
                   "TODAY >>"
           END-IF
           ACCEPT WS-CO-DATE
           IF WS-CO-DATE = SPACES
               IF HAP-CHECKOUT-FLAG = "W"
                   MOVE HAP-FLAG-DATE TO WS-CO-DATE
               ELSE
                   MOVE WS-TODAY-FORMATTED TO WS-CO-DATE
               END-IF
           END-IF

           MOVE WS-CO-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-HOUSING-CREDIT

      *> The credit posts under the checkout date, so a date in a
      *> closed month is refused before anything changes.
           IF WS-CO-CREDIT > 0
               MOVE WS-CO-DATE TO WS-PERIOD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PERIOD-OPEN = "N"
                   DISPLAY "***ERROR: ACCOUNTING PERIOD "
                       WS-PERIOD-DATE(1:6) " IS CLOSED - NOTHING "
                       "POSTED.***"
                   MOVE 6 TO RETURN-CODE          *> 6 = period closed
                   PERFORM RELEASE-RECORD-LOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CO-CREDIT TO WS-CREDIT-DISPLAY
           DISPLAY "DAYS LEFT IN TERM: " WS-DAYS-LEFT " OF "
               WS-TERM-DAYS "   HOUSING CREDIT: " WS-CREDIT-DISPLAY
           DISPLAY "CONFIRM CHECKOUT? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "CHECKOUT CANCELLED - NOTHING POSTED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CREDIT-OK
           IF WS-CO-CREDIT > 0
               PERFORM POST-HOUSING-CREDIT
           END-IF
           IF WS-CREDIT-OK = "Y"
               PERFORM MARK-CHECKED-OUT
           END-IF

           PERFORM RELEASE-RECORD-LOCK
           IF WS-CREDIT-OK = "N"
               MOVE 2 TO RETURN-CODE              *> 2 = not posted
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> COMPUTE-HOUSING-CREDIT - HAP-CHARGE times the days of the
      *> term after the checkout date over the days in the term.
      *>-----------------------------------------------------------
       COMPUTE-HOUSING-CREDIT.
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CO-TERM-START))
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CO-TERM-END))
           COMPUTE WS-CO-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CO-DATE))
           COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT + 1

           EVALUATE TRUE
               WHEN WS-CO-DATE < WS-CO-TERM-START
                   MOVE WS-TERM-DAYS TO WS-DAYS-LEFT
                   MOVE HAP-CHARGE   TO WS-CO-CREDIT
               WHEN WS-CO-DATE NOT < WS-CO-TERM-END
                   MOVE 0 TO WS-DAYS-LEFT
                   MOVE 0 TO WS-CO-CREDIT
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-CO-INT
                   COMPUTE WS-CO-CREDIT ROUNDED =
                       HAP-CHARGE * WS-DAYS-LEFT / WS-TERM-DAYS
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> POST-HOUSING-CREDIT - a PAYMENT-type row naming the bed,
      *> under the same "BILL" lock PRGL0020 takes, with the
      *> housing record's own "HAP" lock saved around it.
      *>-----------------------------------------------------------
       POST-HOUSING-CREDIT.
           MOVE "BILL"        TO WS-LOCK-TYPE
           MOVE WS-CO-STUDENT TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE "N" TO WS-CREDIT-OK
               PERFORM RESTORE-HAP-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-SEQUENCE

           MOVE SPACES TO WS-CREDIT-DESC
           STRING "HOUSING CREDIT " HAP-HALL
               DELIMITED BY SIZE INTO WS-CREDIT-DESC
           MOVE WS-CO-STUDENT TO BILL-STUDENT-ID
           MOVE WS-NEXT-SEQ   TO BILL-SEQ
           MOVE "P"           TO BILL-TYPE
           MOVE WS-CO-CREDIT  TO BILL-AMOUNT
           MOVE WS-CO-DATE    TO BILL-DATE
           MOVE WS-CREDIT-DESC TO BILL-DESC

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO POST THE HOUSING "
                       "CREDIT.***"
                   MOVE "N" TO WS-CREDIT-OK
               NOT INVALID KEY
                   DISPLAY "*** HOUSING CREDIT POSTED AT SEQUENCE "
                       WS-NEXT-SEQ ". ***"
           END-WRITE
           CLOSE BILLING-FILE

           PERFORM RELEASE-RECORD-LOCK
           PERFORM RESTORE-HAP-LOCK.

       RESTORE-HAP-LOCK.
           MOVE "HAP"          TO WS-LOCK-TYPE
           MOVE SPACES         TO WS-LOCK-KEY
           STRING WS-CO-TERM WS-CO-STUDENT
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           MOVE "Y"            TO WS-LOCK2-HELD.

       FIND-NEXT-SEQUENCE.
           MOVE 0   TO WS-NEXT-SEQ
           MOVE "N" TO WS-BILL-EOF

           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-CO-STUDENT
                           AND BILL-SEQ NOT < WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = BILL-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> MARK-CHECKED-OUT - the application row closes out with the
      *> checkout date and credit; the bed is open for the term
      *> again as soon as this row is no longer "A".
      *>-----------------------------------------------------------
       MARK-CHECKED-OUT.
           OPEN I-O HOUSING-APP-FILE
           MOVE WS-CO-TERM    TO HAP-TERM
           MOVE WS-CO-STUDENT TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   MOVE "N" TO WS-CREDIT-OK
               NOT INVALID KEY
                   MOVE SPACES             TO WS-AUDIT-BEFORE
                   MOVE SPACES             TO WS-AUDIT-AFTER
                   MOVE HOUSING-APP-RECORD TO WS-AUDIT-BEFORE
                   MOVE "O"            TO HAP-STATUS
                   MOVE WS-CO-DATE     TO HAP-CHECKOUT-DATE
                   MOVE WS-CO-CREDIT   TO HAP-CREDIT
                   MOVE SPACES         TO HAP-CHECKOUT-FLAG
                   MOVE WS-OPERATOR-ID TO HAP-UPDATED-BY
                   REWRITE HOUSING-APP-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO UPDATE THE "
                               "HOUSING RECORD.***"
                           MOVE "N" TO WS-CREDIT-OK
                       NOT INVALID KEY
                           DISPLAY "*** STUDENT CHECKED OUT - BED "
                               HAP-HALL "-" HAP-ROOM "-" HAP-BED
                               " IS OPEN. ***"
                           MOVE HOUSING-APP-RECORD TO WS-AUDIT-AFTER
                           MOVE "PRGL0188"    TO AUDIT-PROGRAM
                           MOVE WS-CO-STUDENT TO AUDIT-STUDENT-ID
                           MOVE "CHECKOUT"    TO AUDIT-OPERATION
                           PERFORM WRITE-AUDIT-LOG
                   END-REWRITE
           END-READ
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> LIST-FLAGGED - every student still in a bed whom PRGW0035
      *> has flagged as withdrawn, oldest withdrawal first as they
      *> come off the file.
      *>-----------------------------------------------------------
       LIST-FLAGGED.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "TERM   | STUD | BED         | WITHDREW | CHARGE"
           DISPLAY "-----------------------------------------------"
               "--------"

           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOUSING-APP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF HAP-STATUS = "A"
                               AND HAP-CHECKOUT-FLAG = "W"
                               MOVE HAP-CHARGE TO WS-AMOUNT-DISPLAY
                               DISPLAY HAP-TERM " | " HAP-STUDENT-ID
                                   " | " HAP-HALL "-" HAP-ROOM "-"
                                   HAP-BED " | " HAP-FLAG-DATE " | "
                                   WS-AMOUNT-DISPLAY
                               ADD 1 TO WS-LIST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSING-APP-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO STUDENTS FLAGGED FOR CHECKOUT.)"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               DISPLAY "FLAGGED FOR CHECKOUT: " WS-LIST-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
