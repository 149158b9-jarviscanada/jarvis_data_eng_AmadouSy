      *>---------------------------------------------------------------
      *> TUITVAL.CPY
      *> Shared paragraph that re-prices a student's whole term from
      *> the banded tuition schedule (FEEVAL.CPY's PRICE-TERM-TUITION)
      *> and posts only the difference, so the board's flat block
      *> rate holds however many seats were added and dropped one by
      *> one.  Every seat is still charged as it is granted
      *> (CAPVAL.CPY's CAP-POST-ENROLLMENT-CHARGE, credits times the
      *> rate) and credited as it is dropped; this paragraph carries
      *> the term's "BLOCK ADJ" rows - a C row when the band costs
      *> more than the seats, a P row when it costs less - so the
      *> seats plus the adjustments always net to the banded figure.
      *> It runs after every add and drop (CAPVAL.CPY) and from the
      *> nightly re-assessment (PRGL0162).
      *>
      *> The calling program must SELECT ENROLLMENT-FILE,
      *> COURSE-MASTER-FILE, BILLING-FILE (FILE STATUS
      *> WS-BILL-STATUS), TERM-FILE, FEE-FILE and PERIOD-FILE the
      *> usual way and have them all CLOSED when
      *> this runs, COPY "TUITWS.CPY", "FEEWS.CPY"/"FEEVAL.CPY",
      *> "PERIODWS.CPY"/"PERIODVAL.CPY", "RECLOCKWS.CPY"/
      *> "RECLOCKVAL.CPY" and "REMITWS.CPY"/"REMITVAL.CPY" (with
      *> REMISSION-FILE and REMISSION-LEDGER-FILE SELECTed as that
      *> member describes), move the student to WS-TUIT-STUDENT, the
      *> term to WS-TUIT-TERM and the posting date to WS-TUIT-DATE,
      *> then PERFORM ASSESS-TERM-TUITION.  The outcome lands in
      *> WS-TUIT-RESULT and WS-TUIT-CHANGE.  The caller's enrollment
      *> and course records and lock fields are put back afterward.
      *>---------------------------------------------------------------
       ASSESS-TERM-TUITION.
           MOVE "N" TO WS-TUIT-RESULT
           MOVE 0   TO WS-TUIT-CHANGE
           IF WS-TUIT-TERM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TUIT-DATE TO WS-PERIOD-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = "N"
               MOVE "C" TO WS-TUIT-RESULT
               DISPLAY "***ERROR: ACCOUNTING PERIOD "
                   WS-PERIOD-DATE(1:6) " IS CLOSED - TERM TUITION "
                   "NOT RE-ASSESSED.***"
               EXIT PARAGRAPH
           END-IF

           MOVE ENROLLMENT-RECORD TO WS-TUIT-SAVE-ENROLL
           MOVE C-CODE            TO WS-TUIT-SAVE-COURSE
           MOVE C-SECTION         TO WS-TUIT-SAVE-SECTION
           MOVE WS-LOCK-TYPE      TO WS-TUIT-SAVE-LOCK-TYPE
           MOVE WS-LOCK-KEY       TO WS-TUIT-SAVE-LOCK-KEY
           MOVE WS-LOCK2-HELD     TO WS-TUIT-SAVE-LOCK-HELD

           MOVE "BILL"          TO WS-LOCK-TYPE
           MOVE WS-TUIT-STUDENT TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK

           IF WS-LOCK2-HELD = "Y"
               PERFORM TUIT-PRICE-TERM
               PERFORM TUIT-FIND-PRIOR-ADJUSTMENT
               COMPUTE WS-TUIT-TARGET =
                   WS-TUIT-BANDED - WS-TUIT-SEAT-TOTAL
               COMPUTE WS-TUIT-CHANGE =
                   WS-TUIT-TARGET - WS-TUIT-PRIOR
               IF WS-TUIT-CHANGE NOT = 0
                   PERFORM TUIT-POST-ADJUSTMENT
               END-IF
               PERFORM TUIT-ADJUST-REMISSION
               PERFORM RELEASE-RECORD-LOCK
           ELSE
               MOVE "L" TO WS-TUIT-RESULT
               DISPLAY "***WARNING: TERM TUITION NOT RE-ASSESSED FOR "
                   WS-TUIT-STUDENT "/" WS-TUIT-TERM " - THE NIGHTLY "
                   "RE-ASSESSMENT (PRGL0162) WILL CATCH IT UP.***"
           END-IF

           MOVE WS-TUIT-SAVE-LOCK-TYPE TO WS-LOCK-TYPE
           MOVE WS-TUIT-SAVE-LOCK-KEY  TO WS-LOCK-KEY
           MOVE WS-TUIT-SAVE-LOCK-HELD TO WS-LOCK2-HELD

           MOVE WS-TUIT-SAVE-COURSE  TO C-CODE
           MOVE WS-TUIT-SAVE-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE COURSE-MASTER-FILE
           MOVE WS-TUIT-SAVE-ENROLL TO ENROLLMENT-RECORD.

      *>-----------------------------------------------------------
      *> TUIT-PRICE-TERM - adds up the credits the student holds in
      *> the term and what those seats were charged one at a time,
      *> then prices the load from the band as of the term's start
      *> date (the posting date when the term is not on the
      *> calendar).  Every row counts, audits included, because
      *> every row was charged as a seat - except a W seat credited
      *> back whole: every W when WS-TUIT-W-REFUNDED says so, and
      *> any W a section cancellation refunded in full.
      *>-----------------------------------------------------------
       TUIT-PRICE-TERM.
           MOVE 0 TO WS-TUIT-CREDITS
           MOVE 0 TO WS-TUIT-SEAT-TOTAL

           MOVE "N" TO WS-TUIT-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM UNTIL WS-TUIT-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TUIT-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-TUIT-STUDENT
                           AND EN-TERM = WS-TUIT-TERM
                           MOVE "N" TO WS-TUIT-ROW-REFUNDED
                           IF EN-GRADE = "W"
                               IF WS-TUIT-W-REFUNDED = "Y"
                                   MOVE "Y" TO WS-TUIT-ROW-REFUNDED
                               ELSE
                                   PERFORM TUIT-FIND-CANCEL-REFUND
                               END-IF
                           END-IF
                           IF WS-TUIT-ROW-REFUNDED = "N"
                               PERFORM TUIT-PRICE-ONE-SEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE

           MOVE WS-TUIT-DATE TO WS-TUIT-PRICE-DATE
           MOVE WS-TUIT-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERM-START-DATE TO WS-TUIT-PRICE-DATE
           END-READ
           CLOSE TERM-FILE

           MOVE WS-TUIT-PRICE-DATE TO WS-FEE-ASOF-DATE
           MOVE WS-TUIT-CREDITS    TO WS-FEE-TERM-CREDITS
           PERFORM PRICE-TERM-TUITION
           MOVE WS-FEE-TERM-TUITION TO WS-TUIT-BANDED.

      *>-----------------------------------------------------------
      *> TUIT-PRICE-ONE-SEAT - the enrollment row just read, at the
      *> rate in force on its enrollment date.
      *>-----------------------------------------------------------
       TUIT-PRICE-ONE-SEAT.
           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           MOVE EN-ENROLL-DATE TO WS-FEE-ASOF-DATE
           PERFORM GET-EFFECTIVE-RATE
           IF WS-FEE-RATE-FOUND = "N"
               MOVE WS-FEE-FALLBACK-RATE TO WS-FEE-RATE
           END-IF
           ADD C-CREDITS TO WS-TUIT-CREDITS
           COMPUTE WS-TUIT-SEAT-TOTAL =
               WS-TUIT-SEAT-TOTAL + C-CREDITS * WS-FEE-RATE.

      *>-----------------------------------------------------------
      *> TUIT-FIND-CANCEL-REFUND - a W left by a section
      *> cancellation (PRGX0104) was credited back whole on a
      *> "CANCEL " + course row, so it no longer counts toward the
      *> band whatever WS-TUIT-W-REFUNDED says.  Sets
      *> WS-TUIT-ROW-REFUNDED "Y" when the student has such a row
      *> on or after the seat's enrollment date.
      *>-----------------------------------------------------------
       TUIT-FIND-CANCEL-REFUND.
           MOVE SPACES TO WS-TUIT-CANCEL-DESC
           STRING "CANCEL " DELIMITED BY SIZE
                  EN-COURSE(1:11) DELIMITED BY SIZE
                  INTO WS-TUIT-CANCEL-DESC
           MOVE "N" TO WS-TUIT-BILL-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TUIT-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TUIT-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-TUIT-STUDENT
                           AND BILL-TYPE = "P"
                           AND BILL-DESC = WS-TUIT-CANCEL-DESC
                           AND BILL-DATE NOT < EN-ENROLL-DATE
                           MOVE "Y" TO WS-TUIT-ROW-REFUNDED
                           MOVE "Y" TO WS-TUIT-BILL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> TUIT-FIND-PRIOR-ADJUSTMENT - nets the term's "BLOCK ADJ"
      *> rows already on the ledger (C rows up, P rows down) and
      *> finds the student's next free billing sequence on the way.
      *>-----------------------------------------------------------
       TUIT-FIND-PRIOR-ADJUSTMENT.
           MOVE 0      TO WS-TUIT-PRIOR
           MOVE 0      TO WS-TUIT-NEXT-SEQ
           MOVE SPACES TO WS-TUIT-DESC
           STRING "BLOCK ADJ " DELIMITED BY SIZE
                  WS-TUIT-TERM DELIMITED BY SIZE
                  INTO WS-TUIT-DESC

           MOVE "N" TO WS-TUIT-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-TUIT-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TUIT-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-TUIT-STUDENT
                           IF BILL-SEQ NOT < WS-TUIT-NEXT-SEQ
                               COMPUTE WS-TUIT-NEXT-SEQ = BILL-SEQ + 1
                           END-IF
                           IF BILL-DESC = WS-TUIT-DESC
                               IF BILL-TYPE = "C"
                                   ADD BILL-AMOUNT TO WS-TUIT-PRIOR
                               END-IF
                               IF BILL-TYPE = "P"
                                   SUBTRACT BILL-AMOUNT
                                       FROM WS-TUIT-PRIOR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> TUIT-POST-ADJUSTMENT - one "BLOCK ADJ" row for the change:
      *> a C charge when the term now owes more, a P credit when it
      *> owes less.
      *>-----------------------------------------------------------
       TUIT-POST-ADJUSTMENT.
           MOVE WS-TUIT-STUDENT  TO BILL-STUDENT-ID
           MOVE WS-TUIT-NEXT-SEQ TO BILL-SEQ
           MOVE WS-TUIT-DATE     TO BILL-DATE
           MOVE WS-TUIT-DESC     TO BILL-DESC
           IF WS-TUIT-CHANGE > 0
               MOVE "C" TO BILL-TYPE
               MOVE WS-TUIT-CHANGE TO BILL-AMOUNT
           ELSE
               MOVE "P" TO BILL-TYPE
               COMPUTE BILL-AMOUNT = 0 - WS-TUIT-CHANGE
           END-IF

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO POST TERM TUITION "
                       "ADJUSTMENT.***"
               NOT INVALID KEY
                   MOVE "P" TO WS-TUIT-RESULT
                   IF BILL-TYPE = "C"
                       DISPLAY "*** BLOCK TUITION ADJUSTMENT CHARGED: "
                           BILL-AMOUNT " ***"
                   ELSE
                       DISPLAY "*** BLOCK TUITION ADJUSTMENT CREDITED: "
                           BILL-AMOUNT " ***"
                   END-IF
           END-WRITE
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> TUIT-ADJUST-REMISSION - an employee or dependent has the
      *> block adjustment remitted in the same proportion as their
      *> seats (REMITVAL.CPY's ADJUST-BLOCK-REMISSION), so the
      *> remission follows the banded price too.  Runs on every
      *> re-assessment, posted adjustment or not, since a drop can
      *> change the remitted share of an unchanged band.
      *>-----------------------------------------------------------
       TUIT-ADJUST-REMISSION.
           MOVE WS-TUIT-STUDENT TO WS-TRM-STUDENT
           MOVE WS-TUIT-TERM    TO WS-TRM-TERM
           MOVE WS-TUIT-DATE    TO WS-TRM-POST-DATE
           MOVE WS-TUIT-TARGET  TO WS-TRM-BLOCK-TARGET
           MOVE WS-TUIT-CREDITS TO WS-TRM-TERM-CREDITS
           IF WS-TUIT-RESULT = "P"
               MOVE WS-TUIT-NEXT-SEQ TO WS-TRM-BILL-SEQ
           ELSE
               COMPUTE WS-TRM-BILL-SEQ = WS-TUIT-NEXT-SEQ - 1
           END-IF
           PERFORM ADJUST-BLOCK-REMISSION.
