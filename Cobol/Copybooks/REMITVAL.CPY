      *>---------------------------------------------------------------
      *> REMITVAL.CPY
      *> Shared paragraphs that post employee and dependent tuition
      *> remission onto the billing ledger as it is earned, so it
      *> never has to be keyed through the cashier as a payment.
      *> Remission goes on as its own "M" row (a non-cash credit)
      *> and comes off as an "N" row (a debit), each matched by a
      *> row on remission-ledger.txt naming the term, seat and
      *> employee - what the credit cap is counted from and what
      *> HR's cost report (PRGR0164) reads.
      *>
      *>   GRANT-SEAT-REMISSION  - after a seat's tuition is charged
      *>                           (CAPVAL.CPY's CAP-POST-ENROLLMENT-
      *>                           CHARGE).
      *>   REVERSE-SEAT-REMISSION - after a dropped or cancelled
      *>                           seat's refund is credited, the
      *>                           same percent of the seat's
      *>                           remission comes back off.
      *>   ADJUST-BLOCK-REMISSION - after the term's block tuition
      *>                           is re-assessed (TUITVAL.CPY), so
      *>                           the remission follows the banded
      *>                           price rather than the seat prices.
      *>
      *> The calling program must SELECT REMISSION-FILE ASSIGN TO
      *> "tuition-remission.txt" ORGANIZATION IS INDEXED with RECORD
      *> KEY TRM-KEY and FILE STATUS WS-TRM-FILE-STATUS, FD it with
      *> COPY "REMITREC.CPY"; SELECT REMISSION-LEDGER-FILE ASSIGN TO
      *> "remission-ledger.txt" ORGANIZATION IS LINE SEQUENTIAL with
      *> FILE STATUS WS-TRM-LED-STATUS, FD it with COPY
      *> "REMLEDREC.CPY"; COPY "REMITWS.CPY"; and have BILLING-FILE
      *> CLOSED and the student's "BILL" lock held when any of these
      *> runs.  Each row posted takes the sequence after
      *> WS-TRM-BILL-SEQ and leaves it there for the caller.
      *>---------------------------------------------------------------
       GRANT-SEAT-REMISSION.
           MOVE "N" TO WS-TRM-RESULT
           MOVE 0   TO WS-TRM-AMOUNT
           IF WS-TRM-CREDITS = 0 OR WS-TRM-BASE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRM-ENROLL-DATE TO WS-TRM-ASOF-DATE
           PERFORM TRM-FIND-ELIGIBILITY
           IF WS-TRM-FOUND = "N" OR WS-TRM-PCT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRM-CREDITS TO WS-TRM-REMIT-CREDITS
           IF WS-TRM-CAP > 0
               PERFORM TRM-COUNT-USED-CREDITS
               IF WS-TRM-USED NOT < WS-TRM-CAP
                   DISPLAY "*** REMISSION CREDIT CAP OF " WS-TRM-CAP
                       " ALREADY USED FOR " WS-TRM-TERM
                       " - SEAT BILLED IN FULL. ***"
                   EXIT PARAGRAPH
               END-IF
               IF WS-TRM-USED + WS-TRM-CREDITS > WS-TRM-CAP
                   COMPUTE WS-TRM-REMIT-CREDITS =
                       WS-TRM-CAP - WS-TRM-USED
               END-IF
           END-IF

           COMPUTE WS-TRM-AMOUNT ROUNDED =
               WS-TRM-BASE * WS-TRM-REMIT-CREDITS / WS-TRM-CREDITS
               * WS-TRM-PCT / 100
           IF WS-TRM-AMOUNT > WS-TRM-BASE
               MOVE WS-TRM-BASE TO WS-TRM-AMOUNT
           END-IF
           IF WS-TRM-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "M"    TO WS-TRM-BILL-TYPE
           MOVE SPACES TO WS-TRM-DESC
           STRING "REMISSION " DELIMITED BY SIZE
                  WS-TRM-COURSE(1:10) DELIMITED BY SIZE
                  INTO WS-TRM-DESC
           MOVE "G"                  TO WS-TRM-LED-TYPE
           MOVE WS-TRM-REMIT-CREDITS TO WS-TRM-LED-CREDITS
           PERFORM TRM-POST-ROWS.

      *>-----------------------------------------------------------
      *> REVERSE-SEAT-REMISSION - a dropped seat gives back
      *> WS-TRM-BACK-PCT of its tuition, so the same percent of the
      *> remission granted on it comes back off the student's
      *> ledger; never more than is still outstanding on the seat.
      *> Only a whole reversal hands the seat's credits back to
      *> the term's cap.
      *>-----------------------------------------------------------
       REVERSE-SEAT-REMISSION.
           MOVE "N" TO WS-TRM-RESULT
           MOVE 0   TO WS-TRM-AMOUNT
           MOVE 0   TO WS-TRM-GRANTED
           MOVE 0   TO WS-TRM-REVERSED
           MOVE 0   TO WS-TRM-GRANT-CREDITS
           IF WS-TRM-BACK-PCT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TRM-EOF
           OPEN INPUT REMISSION-LEDGER-FILE
           IF WS-TRM-LED-STATUS NOT = "00"
               MOVE "Y" TO WS-TRM-EOF
           END-IF
           PERFORM UNTIL WS-TRM-EOF = "Y"
               READ REMISSION-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-TRM-EOF
                   NOT AT END
                       IF TRL-STUDENT-ID = WS-TRM-STUDENT
                           AND TRL-COURSE = WS-TRM-COURSE
                           AND TRL-SECTION = WS-TRM-SECTION
                           AND TRL-ENROLL-DATE = WS-TRM-ENROLL-DATE
                           IF TRL-TYPE = "G"
                               ADD TRL-AMOUNT  TO WS-TRM-GRANTED
                               ADD TRL-CREDITS TO WS-TRM-GRANT-CREDITS
                               MOVE TRL-PCT         TO WS-TRM-PCT
                               MOVE TRL-EMPLOYEE-ID TO WS-TRM-EMPLOYEE
                               MOVE TRL-RELATION    TO WS-TRM-RELATION
                           ELSE
                               ADD TRL-AMOUNT TO WS-TRM-REVERSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRM-LED-STATUS NOT = "35"
               CLOSE REMISSION-LEDGER-FILE
           END-IF

           IF WS-TRM-GRANTED NOT > WS-TRM-REVERSED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TRM-AMOUNT ROUNDED =
               WS-TRM-GRANTED * WS-TRM-BACK-PCT / 100
           IF WS-TRM-AMOUNT > WS-TRM-GRANTED - WS-TRM-REVERSED
               COMPUTE WS-TRM-AMOUNT =
                   WS-TRM-GRANTED - WS-TRM-REVERSED
           END-IF
           IF WS-TRM-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N"    TO WS-TRM-BILL-TYPE
           MOVE SPACES TO WS-TRM-DESC
           STRING "REMIT REV " DELIMITED BY SIZE
                  WS-TRM-COURSE(1:10) DELIMITED BY SIZE
                  INTO WS-TRM-DESC
           MOVE "R" TO WS-TRM-LED-TYPE
           IF WS-TRM-BACK-PCT = 100
               MOVE WS-TRM-GRANT-CREDITS TO WS-TRM-LED-CREDITS
           ELSE
               MOVE 0 TO WS-TRM-LED-CREDITS
           END-IF
           PERFORM TRM-POST-ROWS.

      *>-----------------------------------------------------------
      *> ADJUST-BLOCK-REMISSION - the term's block adjustment
      *> (WS-TRM-BLOCK-TARGET, banded price less seat prices) is
      *> remitted in the same proportion as the seats: the share of
      *> the term's credits still remitted, at the percent of the
      *> latest seat granted.  Like the block adjustment itself,
      *> only the difference from the "BLOCK ADJ" remission already
      *> on the ledger is posted - an "M" when the remission grows,
      *> an "N" when it shrinks.
      *>-----------------------------------------------------------
       ADJUST-BLOCK-REMISSION.
           MOVE "N" TO WS-TRM-RESULT
           MOVE 0   TO WS-TRM-AMOUNT
           MOVE 0   TO WS-TRM-USED
           MOVE 0   TO WS-TRM-PRIOR
           MOVE 0   TO WS-TRM-TARGET
           MOVE 0   TO WS-TRM-PCT

           MOVE "N" TO WS-TRM-EOF
           OPEN INPUT REMISSION-LEDGER-FILE
           IF WS-TRM-LED-STATUS NOT = "00"
               MOVE "Y" TO WS-TRM-EOF
           END-IF
           PERFORM UNTIL WS-TRM-EOF = "Y"
               READ REMISSION-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-TRM-EOF
                   NOT AT END
                       IF TRL-STUDENT-ID = WS-TRM-STUDENT
                           AND TRL-TERM = WS-TRM-TERM
                           PERFORM TRM-TALLY-TERM-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRM-LED-STATUS NOT = "35"
               CLOSE REMISSION-LEDGER-FILE
           END-IF

           IF WS-TRM-USED > WS-TRM-TERM-CREDITS
               MOVE WS-TRM-TERM-CREDITS TO WS-TRM-USED
           END-IF
           IF WS-TRM-USED > 0 AND WS-TRM-TERM-CREDITS > 0
               COMPUTE WS-TRM-TARGET ROUNDED =
                   WS-TRM-BLOCK-TARGET * WS-TRM-USED
                   / WS-TRM-TERM-CREDITS * WS-TRM-PCT / 100
           END-IF

           COMPUTE WS-TRM-CHANGE = WS-TRM-TARGET - WS-TRM-PRIOR
           IF WS-TRM-CHANGE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "BLOCK ADJ" TO WS-TRM-COURSE
           MOVE SPACES      TO WS-TRM-SECTION
           MOVE SPACES      TO WS-TRM-ENROLL-DATE
           MOVE 0           TO WS-TRM-LED-CREDITS
           MOVE SPACES      TO WS-TRM-DESC
           IF WS-TRM-CHANGE > 0
               MOVE "M" TO WS-TRM-BILL-TYPE
               MOVE "G" TO WS-TRM-LED-TYPE
               MOVE WS-TRM-CHANGE TO WS-TRM-AMOUNT
               STRING "REMISSION BLK " DELIMITED BY SIZE
                      WS-TRM-TERM DELIMITED BY SIZE
                      INTO WS-TRM-DESC
           ELSE
               MOVE "N" TO WS-TRM-BILL-TYPE
               MOVE "R" TO WS-TRM-LED-TYPE
               COMPUTE WS-TRM-AMOUNT = 0 - WS-TRM-CHANGE
               STRING "REMIT REV BLK " DELIMITED BY SIZE
                      WS-TRM-TERM DELIMITED BY SIZE
                      INTO WS-TRM-DESC
           END-IF
           PERFORM TRM-POST-ROWS.

      *>-----------------------------------------------------------
      *> TRM-TALLY-TERM-ROW - one ledger row of the student's term:
      *> a seat row moves the credits still remitted (and brings
      *> along the percent and employee of the grant); a "BLOCK ADJ"
      *> row moves the block remission already posted.
      *>-----------------------------------------------------------
       TRM-TALLY-TERM-ROW.
           IF TRL-COURSE = "BLOCK ADJ"
               IF TRL-TYPE = "G"
                   ADD TRL-AMOUNT TO WS-TRM-PRIOR
               ELSE
                   SUBTRACT TRL-AMOUNT FROM WS-TRM-PRIOR
               END-IF
           ELSE
               IF TRL-TYPE = "G"
                   ADD TRL-CREDITS TO WS-TRM-USED
                   MOVE TRL-PCT         TO WS-TRM-PCT
                   MOVE TRL-EMPLOYEE-ID TO WS-TRM-EMPLOYEE
                   MOVE TRL-RELATION    TO WS-TRM-RELATION
               ELSE
                   SUBTRACT TRL-CREDITS FROM WS-TRM-USED
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> TRM-FIND-ELIGIBILITY - the student's eligibility row in
      *> force on WS-TRM-ASOF-DATE: the latest effective date not
      *> after it whose end date (if any) is not before it.
      *>-----------------------------------------------------------
       TRM-FIND-ELIGIBILITY.
           MOVE "N"    TO WS-TRM-FOUND
           MOVE SPACES TO WS-TRM-BEST-DATE
           MOVE 0      TO WS-TRM-PCT
           MOVE 0      TO WS-TRM-CAP

           MOVE "N" TO WS-TRM-EOF
           OPEN INPUT REMISSION-FILE
           IF WS-TRM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-TRM-EOF
           ELSE
               MOVE WS-TRM-STUDENT TO TRM-STUDENT-ID
               MOVE LOW-VALUES     TO TRM-EFF-DATE
               START REMISSION-FILE KEY IS NOT LESS THAN TRM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TRM-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-TRM-EOF = "Y"
               READ REMISSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRM-EOF
                   NOT AT END
                       IF TRM-STUDENT-ID NOT = WS-TRM-STUDENT
                           MOVE "Y" TO WS-TRM-EOF
                       ELSE
                           IF TRM-EFF-DATE NOT > WS-TRM-ASOF-DATE
                               AND (TRM-END-DATE = SPACES
                                    OR TRM-END-DATE NOT <
                                       WS-TRM-ASOF-DATE)
                               AND TRM-EFF-DATE > WS-TRM-BEST-DATE
                               MOVE "Y"             TO WS-TRM-FOUND
                               MOVE TRM-EFF-DATE    TO WS-TRM-BEST-DATE
                               MOVE TRM-PCT         TO WS-TRM-PCT
                               MOVE TRM-CREDIT-CAP  TO WS-TRM-CAP
                               MOVE TRM-EMPLOYEE-ID TO WS-TRM-EMPLOYEE
                               MOVE TRM-RELATION    TO WS-TRM-RELATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRM-FILE-STATUS NOT = "35"
               CLOSE REMISSION-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> TRM-COUNT-USED-CREDITS - credits already remitted to the
      *> student in WS-TRM-TERM: seat grants less the credits given
      *> back by whole reversals.
      *>-----------------------------------------------------------
       TRM-COUNT-USED-CREDITS.
           MOVE 0   TO WS-TRM-USED
           MOVE "N" TO WS-TRM-EOF
           OPEN INPUT REMISSION-LEDGER-FILE
           IF WS-TRM-LED-STATUS NOT = "00"
               MOVE "Y" TO WS-TRM-EOF
           END-IF
           PERFORM UNTIL WS-TRM-EOF = "Y"
               READ REMISSION-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-TRM-EOF
                   NOT AT END
                       IF TRL-STUDENT-ID = WS-TRM-STUDENT
                           AND TRL-TERM = WS-TRM-TERM
                           IF TRL-TYPE = "G"
                               ADD TRL-CREDITS TO WS-TRM-USED
                           ELSE
                               SUBTRACT TRL-CREDITS FROM WS-TRM-USED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRM-LED-STATUS NOT = "35"
               CLOSE REMISSION-LEDGER-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> TRM-POST-ROWS - the billing row (WS-TRM-BILL-TYPE, amount
      *> and description) at the next sequence, then its twin on
      *> the remission ledger.  A billing row that will not write
      *> leaves the ledger alone.
      *>-----------------------------------------------------------
       TRM-POST-ROWS.
           ADD 1 TO WS-TRM-BILL-SEQ
           MOVE WS-TRM-STUDENT   TO BILL-STUDENT-ID
           MOVE WS-TRM-BILL-SEQ  TO BILL-SEQ
           MOVE WS-TRM-BILL-TYPE TO BILL-TYPE
           MOVE WS-TRM-POST-DATE TO BILL-DATE
           MOVE WS-TRM-DESC      TO BILL-DESC
           MOVE WS-TRM-AMOUNT    TO BILL-AMOUNT

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO POST TUITION "
                       "REMISSION FOR " WS-TRM-STUDENT "***"
               NOT INVALID KEY
                   MOVE "P" TO WS-TRM-RESULT
           END-WRITE
           CLOSE BILLING-FILE

           IF WS-TRM-RESULT NOT = "P"
               EXIT PARAGRAPH
           END-IF

           IF WS-TRM-BILL-TYPE = "M"
               DISPLAY "*** TUITION REMISSION POSTED: "
                   WS-TRM-AMOUNT " ***"
           ELSE
               DISPLAY "*** TUITION REMISSION REVERSED: "
                   WS-TRM-AMOUNT " ***"
           END-IF

           MOVE WS-TRM-STUDENT     TO TRL-STUDENT-ID
           MOVE WS-TRM-TERM        TO TRL-TERM
           MOVE WS-TRM-COURSE      TO TRL-COURSE
           MOVE WS-TRM-SECTION     TO TRL-SECTION
           MOVE WS-TRM-ENROLL-DATE TO TRL-ENROLL-DATE
           MOVE WS-TRM-LED-TYPE    TO TRL-TYPE
           MOVE WS-TRM-LED-CREDITS TO TRL-CREDITS
           MOVE WS-TRM-PCT         TO TRL-PCT
           MOVE WS-TRM-AMOUNT      TO TRL-AMOUNT
           MOVE WS-TRM-POST-DATE   TO TRL-POST-DATE
           MOVE WS-TRM-EMPLOYEE    TO TRL-EMPLOYEE-ID
           MOVE WS-TRM-RELATION    TO TRL-RELATION
           MOVE WS-TRM-BILL-SEQ    TO TRL-BILL-SEQ

           OPEN EXTEND REMISSION-LEDGER-FILE
           IF WS-TRM-LED-STATUS NOT = "00"
               CLOSE REMISSION-LEDGER-FILE
               OPEN OUTPUT REMISSION-LEDGER-FILE
           END-IF
           WRITE REMISSION-LEDGER-RECORD
           CLOSE REMISSION-LEDGER-FILE.
