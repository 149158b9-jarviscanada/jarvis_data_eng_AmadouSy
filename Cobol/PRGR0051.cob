               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SPONSORSHIP-FILE ASSIGN TO "sponsorships.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD FEE-FILE.
       COPY "FEEREC.CPY".      *> Shared fee-schedule layout (FEE-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".     *> Shared term-calendar layout (TERM-CODE, ...)

       FD SPONSORSHIP-FILE.
       COPY "SPONLNKREC.CPY".  *> Shared sponsorship-link layout (SL-KEY, ...)

       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-FEE-STATUS         PIC XX.          *> FEE-FILE status
       01 WS-SPONL-STATUS       PIC XX.          *> SPONSORSHIP-FILE status
       01 WS-TERM-STATUS        PIC XX.          *> TERM-FILE status
       01 WS-EOF                PIC X VALUE "N". *> Student-file scan EOF flag
       01 WS-SCAN-EOF           PIC X VALUE "N". *> Nested scan EOF flag

       01 WS-CUR-STUDENT        PIC X(4).        *> Student being reconciled

       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-ROW-GROSS          PIC 9(7)V99 VALUE 0. *> One row's gross tuition
       01 WS-ROW-SPON-SHARE     PIC 9(7)V99 VALUE 0. *> ...the sponsor's cut of it
       01 WS-FEE-SCAN-EOF       PIC X VALUE "N".     *> Course-fee scan EOF flag
       01 WS-EXPECTED-TUITION   PIC S9(7)V99 VALUE 0. *> Expected charge total
       01 WS-ACTUAL-CHARGES     PIC S9(7)V99 VALUE 0. *> Actual "C" charge total

      *> The student's terms on ENROLLMENT-FILE and the credits held
      *> in each, so each term's tuition is priced from the band
      *> as a whole, the way ASSESS-TERM-TUITION bills it.
       01 WS-RECON-TERM-COUNT   PIC 9(2) VALUE 0.
       01 WS-RECON-TERMS.
           05 WS-RECON-TERM-ENTRY OCCURS 10 TIMES.
               10 WS-RECON-TERM     PIC X(6).
               10 WS-RECON-CREDITS  PIC 9(3).
       01 WS-RECON-IDX          PIC 9(2) VALUE 0.
       01 WS-RECON-FOUND        PIC X VALUE "N".
       01 WS-DIFFERENCE         PIC S9(7)V99 VALUE 0. *> Expected - actual
       01 WS-DIFF-DISPLAY       PIC ---,---,--9.99.
       01 WS-EXPECTED-DISPLAY   PIC ---,---,--9.99.
           DISPLAY "| ENROLLMENT-TO-BILLING RECONCILIATION           |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT STUDENT-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE

      *>-----------------------------------------------------------
      *> SUM-EXPECTED-CHARGES - totals, across every ENROLLMENT-FILE
      *> row belonging to WS-CUR-STUDENT, what billing should now
      *> stand at: each term's tuition priced from the banded
      *> schedule on the credits held in it (the figure
      *> ASSESS-TERM-TUITION brings the seats plus their block
      *> adjustments to), less each seat's sponsor share, plus the
      *> sections' flat course fees - the same arithmetic
      *> CAP-POST-ENROLLMENT-CHARGE, CAP-POST-COURSE-FEES and the
      *> assessment ran when the money actually moved, so only
      *> genuine drift shows as a mismatch.  ENROLLMENT-FILE is keyed student-first, so
      *> a START to the student's lowest course code followed by a
      *> forward scan covers exactly that student's rows.
      *>-----------------------------------------------------------
       SUM-EXPECTED-CHARGES.
           MOVE 0 TO WS-EXPECTED-TUITION
           MOVE 0 TO WS-RECON-TERM-COUNT

           MOVE WS-CUR-STUDENT TO EN-STUDENT-ID
           MOVE LOW-VALUES     TO EN-COURSE
                           PERFORM PRICE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > WS-RECON-TERM-COUNT
               PERFORM PRICE-ONE-TERM
           END-PERFORM.

      *>-----------------------------------------------------------
      *> PRICE-ONE-ENROLLMENT - one enrollment row's part of the
      *> expected charges.  Its credits go toward its term's load
      *> (priced as a whole by PRICE-ONE-TERM); the sponsor's
      *> percent of the seat's own gross (rate as of EN-ENROLL-DATE,
      *> clipped to the per-charge cap) comes off the student's
      *> expected total, as it did when the seat was billed; then
      *> the flat "C" fee rows in force on the enrollment date -
      *> those were billed whole to the student.
      *>-----------------------------------------------------------
       PRICE-ONE-ENROLLMENT.
           MOVE EN-COURSE  TO C-CODE
                   MOVE 0 TO C-CREDITS
           END-READ

           PERFORM ADD-TERM-CREDITS

           MOVE EN-ENROLL-DATE TO WS-FEE-ASOF-DATE
           PERFORM GET-EFFECTIVE-RATE
           IF WS-FEE-RATE-FOUND = "N"
               MOVE WS-FEE-FALLBACK-RATE TO WS-FEE-RATE
           END-IF
           COMPUTE WS-ROW-GROSS = C-CREDITS * WS-FEE-RATE

           END-READ
           CLOSE SPONSORSHIP-FILE

           SUBTRACT WS-ROW-SPON-SHARE FROM WS-EXPECTED-TUITION

           PERFORM ADD-EXPECTED-COURSE-FEES.

      *>-----------------------------------------------------------
      *> ADD-TERM-CREDITS - this row's credits onto its term's
      *> entry in WS-RECON-TERMS, opening an entry the first time
      *> the term is seen.
      *>-----------------------------------------------------------
       ADD-TERM-CREDITS.
           MOVE "N" TO WS-RECON-FOUND
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > WS-RECON-TERM-COUNT
                      OR WS-RECON-FOUND = "Y"
               IF WS-RECON-TERM(WS-RECON-IDX) = EN-TERM
                   ADD C-CREDITS TO WS-RECON-CREDITS(WS-RECON-IDX)
                   MOVE "Y" TO WS-RECON-FOUND
               END-IF
           END-PERFORM

           IF WS-RECON-FOUND = "N" AND WS-RECON-TERM-COUNT < 10
               ADD 1 TO WS-RECON-TERM-COUNT
               MOVE EN-TERM   TO WS-RECON-TERM(WS-RECON-TERM-COUNT)
               MOVE C-CREDITS TO WS-RECON-CREDITS(WS-RECON-TERM-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> PRICE-ONE-TERM - one term's load priced from the banded
      *> schedule as of the term's start date (today when the term
      *> is not on the calendar), added to the expected total.
      *>-----------------------------------------------------------
       PRICE-ONE-TERM.
           MOVE WS-TODAY-FORMATTED TO WS-FEE-ASOF-DATE
           MOVE WS-RECON-TERM(WS-RECON-IDX) TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERM-START-DATE TO WS-FEE-ASOF-DATE
           END-READ
           CLOSE TERM-FILE

           MOVE WS-RECON-CREDITS(WS-RECON-IDX) TO WS-FEE-TERM-CREDITS
           PERFORM PRICE-TERM-TUITION
           ADD WS-FEE-TERM-TUITION TO WS-EXPECTED-TUITION.

      *>-----------------------------------------------------------
      *> ADD-EXPECTED-COURSE-FEES - every flat "C" fee row on the
      *> schedule for this row's section, in force on its enrollment
      *> SUM-ACTUAL-CHARGES - totals "C" type BILL-AMOUNT across
      *> every BILLING-FILE row belonging to WS-CUR-STUDENT, the
      *> same START-then-scan approach as SUM-ENROLLED-CREDITS.
      *> A "BLOCK ADJ" credit (a P row the term re-assessment
      *> posted when the band came in under the seats) nets off,
      *> since it is a tuition correction rather than money paid.
      *>-----------------------------------------------------------
       SUM-ACTUAL-CHARGES.
           MOVE 0 TO WS-ACTUAL-CHARGES
                           IF BILL-TYPE = "C"
                               ADD BILL-AMOUNT TO WS-ACTUAL-CHARGES
                           END-IF
                           IF BILL-TYPE = "P"
                               AND BILL-DESC(1:10) = "BLOCK ADJ "
                               SUBTRACT BILL-AMOUNT
                                   FROM WS-ACTUAL-CHARGES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
