      *>---------------------------------------------------------------
      *> CMPLVAL.CPY
      *> Shared health/immunization compliance check, so the nightly
      *> hold sweep (PRGK0192) and the office screen (PRGC0191) agree
      *> on who owes what and since when.  The calling program must
      *> SELECT, with the FDs from the matching REC members:
      *>     COMPLIANCE-REQ-FILE "compliance-requirements.txt"
      *>         (CMPREQREC.CPY, key CRQ-CODE, status WS-CRQ-STATUS)
      *>     COMPLIANCE-FILE "student-compliance.txt"
      *>         (CMPLREC.CPY, key CMP-KEY, status WS-CMP-STATUS)
      *>     TERM-FILE "term-calendar.txt"
      *>         (TERMREC.CPY, key TERM-CODE, status WS-TERM-STATUS)
      *> all INDEXED with ACCESS DYNAMIC, and COPY CMPLWS.CPY and
      *> AGEWS.CPY for the working-storage fields and AGEVAL.CPY for
      *> VALIDATE-MIN-AGE.  Move the student's F-ID, F-BIRTHDATE,
      *> F-CAMPUS and F-INSERT-DATE to WS-CMP-STUDENT,
      *> WS-CMP-BIRTHDATE, WS-CMP-CAMPUS and WS-CMP-ADMIT-DATE, then:
      *>
      *>   PERFORM CHECK-STUDENT-COMPLIANCE - walks every requirement
      *>     and counts them into WS-CMP-APPLY-COUNT,
      *>     WS-CMP-OVERDUE-COUNT and WS-CMP-PENDING-COUNT.
      *>     WS-CMP-OVERDUE-COUNT > 0 is what puts a student on hold.
      *>     COMPLIANCE-REQ-FILE must be closed on entry.
      *>   PERFORM CMP-EVALUATE-REQUIREMENT - answers for the one
      *>     requirement already in COMPLIANCE-REQ-RECORD, in
      *>     WS-CMP-STATE and WS-CMP-DEADLINE, for a caller listing
      *>     them line by line.  COMPLIANCE-FILE and TERM-FILE must
      *>     be closed on entry.
      *>
      *> A requirement covers a student when it is active, the
      *> student was admitted on or after CRQ-EFF-DATE, the campus
      *> matches and the age falls in range.  It is satisfied by a
      *> waiver, or by proof received that has not expired.  The
      *> deadline is the first day of the student's CRQ-TERM-NO'th
      *> term on term-calendar.txt: the first term is the earliest
      *> one still running on or after the admit date, and each term
      *> after it is the next by start date (term codes do not sort
      *> in calendar order, so start dates are what is compared).
      *> A missing requirement file means nothing is required; a
      *> calendar that does not reach the deadline term yet means
      *> the deadline has not come.
      *>---------------------------------------------------------------
       CHECK-STUDENT-COMPLIANCE.
           MOVE 0      TO WS-CMP-APPLY-COUNT
           MOVE 0      TO WS-CMP-OVERDUE-COUNT
           MOVE 0      TO WS-CMP-PENDING-COUNT
           MOVE SPACES TO WS-CMP-FIRST-OVERDUE
           MOVE "N"    TO WS-CMP-REQ-EOF

           OPEN INPUT COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CMP-REQ-EOF = "Y"
               READ COMPLIANCE-REQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CMP-REQ-EOF
                   NOT AT END
                       PERFORM CMP-EVALUATE-REQUIREMENT
                       EVALUATE WS-CMP-STATE
                           WHEN "C"
                               ADD 1 TO WS-CMP-APPLY-COUNT
                           WHEN "P"
                               ADD 1 TO WS-CMP-APPLY-COUNT
                               ADD 1 TO WS-CMP-PENDING-COUNT
                           WHEN "O"
                               ADD 1 TO WS-CMP-APPLY-COUNT
                               ADD 1 TO WS-CMP-OVERDUE-COUNT
                               IF WS-CMP-FIRST-OVERDUE = SPACES
                                   MOVE CRQ-CODE
                                     TO WS-CMP-FIRST-OVERDUE
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE COMPLIANCE-REQ-FILE.

      *>---------------------------------------------------------------
      *> One requirement against one student.
      *>---------------------------------------------------------------
       CMP-EVALUATE-REQUIREMENT.
           ACCEPT WS-CMP-TODAY FROM DATE YYYYMMDD
           MOVE "N"    TO WS-CMP-STATE
           MOVE "N"    TO WS-CMP-ROW-FOUND
           MOVE "N"    TO WS-CMP-EXPIRED
           MOVE SPACES TO WS-CMP-DEADLINE

           IF CRQ-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF CRQ-EFF-DATE NOT = SPACES
               IF WS-CMP-ADMIT-DATE = SPACES
                   OR WS-CMP-ADMIT-DATE < CRQ-EFF-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CRQ-CAMPUS NOT = "ALL"
               AND CRQ-CAMPUS NOT = WS-CMP-CAMPUS
               EXIT PARAGRAPH
           END-IF
           IF CRQ-MIN-AGE > 0 OR CRQ-MAX-AGE > 0
               PERFORM CMP-STUDENT-AGE
               IF WS-CMP-AGE-KNOWN = "Y"
                   IF CRQ-MIN-AGE > 0
                       AND WS-AGE-YEARS < CRQ-MIN-AGE
                       EXIT PARAGRAPH
                   END-IF
                   IF CRQ-MAX-AGE > 0
                       AND WS-AGE-YEARS > CRQ-MAX-AGE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           *> The requirement covers this student - has it been met?
           MOVE WS-CMP-STUDENT TO CMP-STUDENT-ID
           MOVE CRQ-CODE       TO CMP-REQ-CODE
           OPEN INPUT COMPLIANCE-FILE
           IF WS-CMP-STATUS = "00"
               READ COMPLIANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CMP-ROW-FOUND
               END-READ
               CLOSE COMPLIANCE-FILE
           END-IF

           IF WS-CMP-ROW-FOUND = "Y"
               IF CMP-WAIVER NOT = SPACE
                   MOVE "C" TO WS-CMP-STATE
                   EXIT PARAGRAPH
               END-IF
               IF CMP-RECEIVED-DATE NOT = SPACES
                   IF CMP-EXPIRY-DATE = SPACES
                       OR CMP-EXPIRY-DATE NOT < WS-CMP-TODAY
                       MOVE "C" TO WS-CMP-STATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO WS-CMP-EXPIRED
               END-IF
           END-IF

           PERFORM CMP-FIND-DEADLINE
           IF WS-CMP-DEADLINE NOT = SPACES
               AND WS-CMP-TODAY NOT < WS-CMP-DEADLINE
               MOVE "O" TO WS-CMP-STATE
           ELSE
               MOVE "P" TO WS-CMP-STATE
           END-IF.

      *>---------------------------------------------------------------
      *> Age in whole years today.  A blank or malformed birth date
      *> leaves WS-CMP-AGE-KNOWN "N" and the caller holds the student
      *> to the rule rather than guessing them out of it.
      *>---------------------------------------------------------------
       CMP-STUDENT-AGE.
           MOVE "N" TO WS-CMP-AGE-KNOWN
           IF WS-CMP-BIRTHDATE IS NUMERIC
               AND WS-CMP-BIRTHDATE NOT = ZEROS
               MOVE WS-CMP-BIRTHDATE TO WS-AGE-BIRTHDATE
               MOVE WS-CMP-TODAY     TO WS-AGE-TODAY
               PERFORM VALIDATE-MIN-AGE
               MOVE "Y" TO WS-CMP-AGE-KNOWN
           END-IF.

      *>---------------------------------------------------------------
      *> Start date of the student's CRQ-TERM-NO'th term, stepping
      *> one term at a time from the admit date.
      *>---------------------------------------------------------------
       CMP-FIND-DEADLINE.
           MOVE SPACES      TO WS-CMP-DEADLINE
           MOVE SPACES      TO WS-CMP-PREV-START
           MOVE CRQ-TERM-NO TO WS-CMP-TERM-IX
           IF WS-CMP-TERM-IX = 0
               MOVE 1 TO WS-CMP-TERM-IX
           END-IF

           PERFORM UNTIL WS-CMP-TERM-IX = 0
               PERFORM CMP-NEXT-TERM-START
               IF WS-CMP-BEST-START = HIGH-VALUES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMP-BEST-START TO WS-CMP-PREV-START
               SUBTRACT 1 FROM WS-CMP-TERM-IX
           END-PERFORM
           MOVE WS-CMP-PREV-START TO WS-CMP-DEADLINE.

      *>---------------------------------------------------------------
      *> Earliest term start after WS-CMP-PREV-START - or, on the
      *> first step (WS-CMP-PREV-START SPACES), of any term still
      *> running on the admit date.  HIGH-VALUES when there is none.
      *>---------------------------------------------------------------
       CMP-NEXT-TERM-START.
           MOVE HIGH-VALUES TO WS-CMP-BEST-START
           MOVE "N"         TO WS-CMP-TERM-EOF

           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CMP-TERM-EOF = "Y"
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CMP-TERM-EOF
                   NOT AT END
                       IF WS-CMP-PREV-START = SPACES
                           IF TERM-END-DATE NOT < WS-CMP-ADMIT-DATE
                               AND TERM-START-DATE < WS-CMP-BEST-START
                               MOVE TERM-START-DATE
                                 TO WS-CMP-BEST-START
                           END-IF
                       ELSE
                           IF TERM-START-DATE > WS-CMP-PREV-START
                               AND TERM-START-DATE < WS-CMP-BEST-START
                               MOVE TERM-START-DATE
                                 TO WS-CMP-BEST-START
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
