      *>---------------------------------------------------------------
      *> CALVAL.CPY
      *> Shared business-calendar paragraphs, so every batch that
      *> works out a due date - late fees (PRGL0045), plan
      *> installments (PLANVAL.CPY), promises to pay (PRGR0087),
      *> waitlist expiry (PRGW0048), incomplete deadlines (PRGT0093)
      *> and leave returns (PRGW0125) - treats a closed day the same
      *> way: a due date that lands on a weekend, or on a closure
      *> keyed on business-calendar.txt (CALREC.CPY) for the campus
      *> or for "ALL" campuses, rolls forward to the next open day.
      *>
      *> The calling program must SELECT CALENDAR-FILE as CALREC.CPY
      *> shows, FD it with COPY "CALREC.CPY", declare WS-CAL-STATUS,
      *> COPY "CALWS.CPY" for the working-storage fields, and leave
      *> CALENDAR-FILE closed - each paragraph opens its own session.
      *> A missing calendar file means no closures beyond weekends.
      *>
      *> ROLL-TO-BUSINESS-DAY: move the date to WS-CAL-DATE and the
      *> campus to WS-CAL-CAMPUS; WS-CAL-DATE comes back as that day
      *> if it is open, else the next open day after it.
      *>
      *> COMPUTE-DUE-DATE: as above, plus WS-CAL-DAYS and WS-CAL-UNIT
      *> ("C" calendar days, "B" business days); WS-CAL-DATE comes
      *> back as the start date plus that many days, rolled to an
      *> open day.
      *>
      *> A WS-CAL-DATE that is not a real YYYYMMDD date comes back
      *> untouched.
      *>---------------------------------------------------------------
       ROLL-TO-BUSINESS-DAY.
           MOVE 0 TO WS-CAL-DAYS
           MOVE "C" TO WS-CAL-UNIT
           PERFORM COMPUTE-DUE-DATE.

       COMPUTE-DUE-DATE.
           IF WS-CAL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-CAL-DATE))
               NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CAL-OPEN-CALENDAR
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CAL-DATE))

           IF WS-CAL-UNIT = "B"
      *> Business days are counted from the day after the start
      *> date; only open days count toward the total.
               MOVE WS-CAL-DAYS TO WS-CAL-LEFT
               PERFORM UNTIL WS-CAL-LEFT = 0
                   ADD 1 TO WS-CAL-INT
                   PERFORM CAL-CHECK-DAY
                   IF WS-CAL-OPEN = "Y"
                       SUBTRACT 1 FROM WS-CAL-LEFT
                   END-IF
               END-PERFORM
           ELSE
               ADD WS-CAL-DAYS TO WS-CAL-INT
           END-IF

           PERFORM CAL-CHECK-DAY
           PERFORM UNTIL WS-CAL-OPEN = "Y"
               ADD 1 TO WS-CAL-INT
               PERFORM CAL-CHECK-DAY
           END-PERFORM

           PERFORM CAL-CLOSE-CALENDAR
           COMPUTE WS-CAL-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           MOVE WS-CAL-YYYYMMDD TO WS-CAL-DATE.

      *>-----------------------------------------------------------
      *> CAL-CHECK-DAY - is day WS-CAL-INT open at WS-CAL-CAMPUS?
      *> Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> the remainder by 7 is 6 on a Saturday and 0 on a Sunday.
      *>-----------------------------------------------------------
       CAL-CHECK-DAY.
           MOVE "Y" TO WS-CAL-OPEN
           IF FUNCTION MOD(WS-CAL-INT, 7) = 6
               OR FUNCTION MOD(WS-CAL-INT, 7) = 0
               MOVE "N" TO WS-CAL-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CAL-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           MOVE WS-CAL-CAMPUS   TO CAL-CAMPUS
           MOVE WS-CAL-YYYYMMDD TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-CAL-OPEN
           END-READ

           IF WS-CAL-OPEN = "Y"
               MOVE "ALL" TO CAL-CAMPUS
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CAL-OPEN
               END-READ
           END-IF.

       CAL-OPEN-CALENDAR.
           MOVE "N" TO WS-CAL-FILE-OPEN
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "Y" TO WS-CAL-FILE-OPEN
           END-IF.

       CAL-CLOSE-CALENDAR.
           IF WS-CAL-FILE-OPEN = "Y"
               CLOSE CALENDAR-FILE
               MOVE "N" TO WS-CAL-FILE-OPEN
           END-IF.
