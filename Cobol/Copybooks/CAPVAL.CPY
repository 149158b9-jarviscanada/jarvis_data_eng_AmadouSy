      *> ADJUST-SECTION-COUNT paragraph, so the calling program
      *> must also COPY "SECCNTWS.CPY" and "SECCNTVAL.CPY".
      *>
      *> Every seat charged or dropped here is followed by a
      *> re-assessment of the student's whole term against the
      *> banded (block-rate) tuition schedule, posting only the
      *> difference, so the calling program must also COPY
      *> "TUITWS.CPY" and "TUITVAL.CPY" (TERM-FILE is already
      *> SELECTed for the drop refund).
      *>
      *> A seat charged to a student on the tuition-remission file
      *> (PRGL0163) has the remitted share credited at once on its
      *> own "M" row, and a drop refund takes the same percent of
      *> it back off, so the calling program must also SELECT
      *> REMISSION-FILE and REMISSION-LEDGER-FILE and COPY
      *> "REMITWS.CPY"/"REMITVAL.CPY" (see REMITVAL.CPY).
      *>
      *> Every seat charge, course fee and drop refund posted here
      *> is also written to the revenue ledger with its course and
      *> section, so departments can be credited with what their
      *> sections earn: the calling program must also SELECT
      *> REVENUE-LEDGER-FILE and COPY "REVWS.CPY"/"REVVAL.CPY" (see
      *> REVVAL.CPY).
      *>
      *> CAP-POST-ENROLLMENT-CHARGE locks the billing row it writes
      *> under its own "BILL" tag, so the calling program must also
      *> COPY "RECLOCKWS.CPY" and "RECLOCKVAL.CPY" the same as it does
      *> RECORD KEY HOLD-KEY, FD it with COPY "HOLDREC.CPY", and
      *> COPY "HOLDWS.CPY"/"HOLDVAL.CPY" alongside CAPWS/CAPVAL.
      *>
      *> The prerequisite check is the shared PRQ-CHECK-COURSE-STATE
      *> (PREREQVAL.CPY): a passing grade now or on
      *> enrollment-history.txt, under the course's name or the one
      *> it was renamed from, or an ACCEPTED transfer credit - so the
      *> calling program must also SELECT HISTORY-FILE, XFER-FILE and
      *> EQUIV-FILE as PREREQVAL.CPY describes, and COPY
      *> "PREREQWS.CPY"/"PREREQVAL.CPY" alongside CAPWS/CAPVAL.
      *>
      *> CAP-ENROLL-WITH-CHECK also refuses a seat that would take
      *> the student's credit load for WS-CAP-TERM past the term
      *> ceiling (WS-CAP-MAX-TERM-CREDITS, or the lower
      *> WS-CAP-PROB-MAX-CREDITS for a student whose best-attempt
      *> cumulative GPA is under WS-CAP-PROBATION-GPA) unless an
      *> approved overload for that student and term is on
      *> credit-overloads.txt (PRGC0132).  The calling program must
      *> also SELECT OVERLOAD-FILE for it, ORGANIZATION INDEXED
      *> with RECORD KEY OVL-KEY, FDed with COPY "OVLREC.CPY"; and,
      *> since the probation GPA is worked out with the same
      *> repeat-course rule every GPA report uses, SELECT
      *> GRADE-SCALE-FILE ("grade-scale.txt", INDEXED, RECORD KEY
      *> GS-GRADE, COPY "GSCALEREC.CPY") and COPY
      *> "GRADEWS.CPY"/"GRADEVAL.CPY" and "RPTGPAWS.CPY"/
      *> "RPTGPAVAL.CPY" alongside CAPWS/CAPVAL.
      *>
      *> A prerequisite, co-requisite, schedule-conflict or
      *> registration-window refusal - and a full section's trip to
      *> the waiting list - is waived when an open, unexpired permit
      *> for that student, course section and check is on
      *> registration-permits.txt (PRGC0133).  Each permit the
      *> enrollment leans on is marked used once the seat is
      *> granted, so the calling program must also SELECT
      *> PERMIT-FILE for it, ORGANIZATION INDEXED with RECORD KEY
      *> PMT-KEY, FDed with COPY "PERMITREC.CPY".
      *>
      *> A cross-listed section (cross-lists.txt, PRGC0148) shares
      *> one seat pool with the rest of its group: the capacity
      *> check holds the group's combined head count against the
      *> pool, and a seat opening in any member goes to whoever has
      *> waited longest across the group.  The calling program must
      *> also SELECT CROSSLIST-FILE for it and COPY "XLISTWS.CPY"/
      *> "XLISTVAL.CPY" alongside CAPWS/CAPVAL (see XLISTVAL.CPY).
      *>
      *> A student may attempt one course only WS-TRY-LIMIT times
      *> (withdrawals and attempts under the course's old codes
      *> included) unless a repeat-limit permit is on file, counted
      *> by the shared COUNT-COURSE-ATTEMPTS paragraph - the calling
      *> program must also COPY "REPEATWS.CPY"/"REPEATVAL.CPY".
      *>
      *> A seat in a section with inclusive-access materials on the
      *> adoption list (course-materials.txt, PRGC0201) is billed
      *> their total as a materials fee beside the flat course fees,
      *> and a fully refunded drop gives back what was billed, so
      *> the calling program must also SELECT MATERIALS-FILE ASSIGN
      *> TO "course-materials.txt" ORGANIZATION IS INDEXED with
      *> RECORD KEY MAT-KEY and FILE STATUS WS-CAP-MAT-STATUS, FDed
      *> with COPY "MATLREC.CPY".
      *>
      *> CAP-ENROLL-WITH-CHECK also refuses a section that is not on
      *> the schedule of classes for WS-CAP-TERM (term-offerings.txt,
      *> PRGC0149) - one cancelled there, or missing from a term that
      *> has a schedule loaded - so the calling program must also
      *> SELECT OFFERING-FILE and COPY "OFFERWS.CPY"/"OFFERVAL.CPY"
      *> alongside CAPWS/CAPVAL (see OFFERVAL.CPY).
      *>---------------------------------------------------------------
       CAP-ENROLL-WITH-CHECK.
           MOVE "N" TO WS-CAP-RESULT
           MOVE SPACES TO WS-CAP-REFUSAL
           MOVE WS-CAP-TODAY TO EN-ENROLL-DATE
           PERFORM CAP-CHECK-OFFERED
           PERFORM CAP-CHECK-HOLD
           PERFORM CAP-CHECK-REG-WINDOW
           PERFORM CAP-CHECK-ALREADY-ENROLLED
           PERFORM CAP-CHECK-REPEAT-LIMIT
           PERFORM CAP-CHECK-PREREQS
           PERFORM CAP-CHECK-COREQ
           PERFORM CAP-CHECK-SCHEDULE-CONFLICT
           PERFORM CAP-CHECK-INSTRUCTOR-LOAD
           PERFORM CAP-CHECK-TERM-LOAD
           PERFORM CAP-APPLY-PERMITS

           IF WS-OFR-OFFERED = "N"
               DISPLAY "***ERROR: " EN-COURSE "/" EN-SECTION
                   " IS NOT OFFERED IN TERM " WS-CAP-TERM ".***"
               MOVE "SECTION NOT OFFERED THIS TERM" TO WS-CAP-REFUSAL
           ELSE
           IF WS-HOLD-FOUND = "Y"
               DISPLAY "***ERROR: STUDENT HAS AN ACTIVE "
                   "REGISTRATION HOLD (TYPE " WS-HOLD-FOUND-TYPE
                   ") - ENROLLMENT REFUSED.***"
               MOVE "REGISTRATION HOLD" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-WIN-OK = "N"
               DISPLAY "***ERROR: REGISTRATION FOR THIS STUDENT "
                   "OPENS " WS-CAP-WIN-OPEN " - TRY AGAIN THEN.***"
               MOVE "REGISTRATION WINDOW NOT OPEN" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-ALREADY-ENROLLED = "Y"
               DISPLAY "***ERROR: STUDENT ALREADY ENROLLED "
                   "IN THIS COURSE.***"
               MOVE "ALREADY ENROLLED" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-REPEAT-OK = "N"
               DISPLAY "***ERROR: STUDENT HAS ALREADY ATTEMPTED THIS "
                   "COURSE " WS-TRY-COUNT " TIMES - THE LIMIT IS "
                   WS-TRY-LIMIT " WITHOUT A REPEAT PERMIT.***"
               MOVE "REPEAT LIMIT REACHED" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-PREREQS-MET = "N"
               DISPLAY "***ERROR: PREREQUISITE NOT SATISFIED.***"
               MOVE "PREREQUISITE NOT SATISFIED" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-COREQ-MET = "N"
               DISPLAY "***ERROR: CO-REQUISITE " C-COREQ
                   " NOT ALSO ON FILE.***"
               MOVE "CO-REQUISITE MISSING" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-NO-CONFLICT = "N"
               DISPLAY "***ERROR: SCHEDULE CONFLICTS WITH AN "
                   "EXISTING ENROLLMENT.***"
               MOVE "SCHEDULE CONFLICT" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-INSTR-OK = "N"
               DISPLAY "***ERROR: INSTRUCTOR'S TEACHING LOAD IS "
                   "ALREADY AT CAPACITY.***"
               MOVE "INSTRUCTOR LOAD FULL" TO WS-CAP-REFUSAL
           ELSE
           IF WS-CAP-LOAD-OK = "N"
               DISPLAY "***ERROR: THIS SEAT WOULD BRING THE TERM "
                   "LOAD TO " WS-CAP-NEW-LOAD " CREDITS - THE "
                   "CEILING IS " WS-CAP-LOAD-CEILING
                   " WITHOUT AN APPROVED OVERLOAD.***"
               MOVE "OVER TERM CREDIT LOAD" TO WS-CAP-REFUSAL
           ELSE
               PERFORM CAP-COUNT-COURSE-ENROLLMENT

               MOVE SPACES                TO EN-GRADE
               MOVE WS-CAP-BASIS          TO EN-BASIS

               IF WS-CAP-SEAT-LIMIT > 0
                   AND WS-CAP-ENROLLED-COUNT >= WS-CAP-SEAT-LIMIT
                   MOVE "S" TO WS-CAP-PMT-TYPE
                   PERFORM CAP-READ-ONE-PERMIT
                   IF WS-CAP-PMT-OK = "Y"
                       MOVE "Y" TO WS-CAP-PMT-USE-SEAT
                       DISPLAY "*** SECTION IS FULL - SEAT GRANTED "
                           "ON A CAPACITY PERMIT. ***"
                   END-IF
               END-IF

               IF WS-CAP-SEAT-LIMIT > 0
                   AND WS-CAP-ENROLLED-COUNT >= WS-CAP-SEAT-LIMIT
                   AND WS-CAP-PMT-USE-SEAT = "N"
                   PERFORM CAP-ADD-TO-WAITLIST
               ELSE
                   OPEN I-O ENROLLMENT-FILE
                       PERFORM CAP-POST-ENROLLMENT-CHARGE
                   END-IF
               END-IF

               IF WS-CAP-RESULT = "Y"
                   PERFORM CAP-MARK-PERMITS-USED
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-APPLY-PERMITS - for each waivable check that just
      *> refused the seat, look for a permit covering it.  One that
      *> is found turns the refusal back into a pass and is noted
      *> for CAP-MARK-PERMITS-USED; a check that passed on its own
      *> leaves any permit for it untouched for another day.  The
      *> capacity permit is looked for later, only if the section
      *> turns out to be full.
      *>-----------------------------------------------------------
       CAP-APPLY-PERMITS.
           MOVE "N" TO WS-CAP-PMT-USE-PREREQ
           MOVE "N" TO WS-CAP-PMT-USE-COREQ
           MOVE "N" TO WS-CAP-PMT-USE-SEAT
           MOVE "N" TO WS-CAP-PMT-USE-TIME
           MOVE "N" TO WS-CAP-PMT-USE-WINDOW
           MOVE "N" TO WS-CAP-PMT-USE-REPEAT

           IF WS-CAP-WIN-OK = "N"
               MOVE "W" TO WS-CAP-PMT-TYPE
               PERFORM CAP-READ-ONE-PERMIT
               IF WS-CAP-PMT-OK = "Y"
                   MOVE "Y" TO WS-CAP-WIN-OK
                   MOVE "Y" TO WS-CAP-PMT-USE-WINDOW
                   DISPLAY "*** REGISTRATION WINDOW WAIVED BY "
                       "PERMIT. ***"
               END-IF
           END-IF

           IF WS-CAP-REPEAT-OK = "N"
               MOVE "R" TO WS-CAP-PMT-TYPE
               PERFORM CAP-READ-ONE-PERMIT
               IF WS-CAP-PMT-OK = "Y"
                   MOVE "Y" TO WS-CAP-REPEAT-OK
                   MOVE "Y" TO WS-CAP-PMT-USE-REPEAT
                   DISPLAY "*** REPEAT LIMIT WAIVED BY PERMIT. ***"
               END-IF
           END-IF

           IF WS-CAP-PREREQS-MET = "N"
               MOVE "P" TO WS-CAP-PMT-TYPE
               PERFORM CAP-READ-ONE-PERMIT
               IF WS-CAP-PMT-OK = "Y"
                   MOVE "Y" TO WS-CAP-PREREQS-MET
                   MOVE "Y" TO WS-CAP-PMT-USE-PREREQ
                   DISPLAY "*** PREREQUISITE WAIVED BY PERMIT. ***"
               END-IF
           END-IF

           IF WS-CAP-COREQ-MET = "N"
               MOVE "C" TO WS-CAP-PMT-TYPE
               PERFORM CAP-READ-ONE-PERMIT
               IF WS-CAP-PMT-OK = "Y"
                   MOVE "Y" TO WS-CAP-COREQ-MET
                   MOVE "Y" TO WS-CAP-PMT-USE-COREQ
                   DISPLAY "*** CO-REQUISITE WAIVED BY PERMIT. ***"
               END-IF
           END-IF

           IF WS-CAP-NO-CONFLICT = "N"
               MOVE "T" TO WS-CAP-PMT-TYPE
               PERFORM CAP-READ-ONE-PERMIT
               IF WS-CAP-PMT-OK = "Y"
                   MOVE "Y" TO WS-CAP-NO-CONFLICT
                   MOVE "Y" TO WS-CAP-PMT-USE-TIME
                   DISPLAY "*** TIME CONFLICT WAIVED BY PERMIT. ***"
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-READ-ONE-PERMIT - is there an open permit of type
      *> WS-CAP-PMT-TYPE for the target student and section whose
      *> expiry date has not passed?
      *>-----------------------------------------------------------
       CAP-READ-ONE-PERMIT.
           MOVE "N" TO WS-CAP-PMT-OK
           MOVE WS-CAP-TARGET-STUDENT TO PMT-STUDENT-ID
           MOVE WS-CAP-TARGET-COURSE  TO PMT-COURSE
           MOVE WS-CAP-TARGET-SECTION TO PMT-SECTION
           MOVE WS-CAP-PMT-TYPE       TO PMT-WAIVER
           OPEN INPUT PERMIT-FILE
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PMT-STATUS = "O"
                       AND PMT-EXPIRES NOT < WS-CAP-TODAY
                       MOVE "Y" TO WS-CAP-PMT-OK
                   END-IF
           END-READ
           CLOSE PERMIT-FILE.

      *>-----------------------------------------------------------
      *> CAP-MARK-PERMITS-USED - the seat (or waiting-list place)
      *> has been granted, so every permit it leaned on is spent.
      *>-----------------------------------------------------------
       CAP-MARK-PERMITS-USED.
           IF WS-CAP-PMT-USE-WINDOW = "Y"
               MOVE "W" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF
           IF WS-CAP-PMT-USE-REPEAT = "Y"
               MOVE "R" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF
           IF WS-CAP-PMT-USE-PREREQ = "Y"
               MOVE "P" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF
           IF WS-CAP-PMT-USE-COREQ = "Y"
               MOVE "C" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF
           IF WS-CAP-PMT-USE-TIME = "Y"
               MOVE "T" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF
           IF WS-CAP-PMT-USE-SEAT = "Y"
               MOVE "S" TO WS-CAP-PMT-TYPE
               PERFORM CAP-USE-ONE-PERMIT
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-USE-ONE-PERMIT - stamps permit WS-CAP-PMT-TYPE for the
      *> target student and section USED, with the date and term of
      *> the enrollment that used it.
      *>-----------------------------------------------------------
       CAP-USE-ONE-PERMIT.
           MOVE WS-CAP-TARGET-STUDENT TO PMT-STUDENT-ID
           MOVE WS-CAP-TARGET-COURSE  TO PMT-COURSE
           MOVE WS-CAP-TARGET-SECTION TO PMT-SECTION
           MOVE WS-CAP-PMT-TYPE       TO PMT-WAIVER
           OPEN I-O PERMIT-FILE
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "U"          TO PMT-STATUS
                   MOVE WS-CAP-TODAY TO PMT-USED-DATE
                   MOVE WS-CAP-TERM  TO PMT-USED-TERM
                   REWRITE PERMIT-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO MARK PERMIT "
                               "USED.***"
                   END-REWRITE
           END-READ
           CLOSE PERMIT-FILE.

      *>-----------------------------------------------------------
      *> CAP-CHECK-REG-WINDOW - may this student register yet?
      *> Their earned credits (passing grades, current and rolled-
                           AND EN-GRADE NOT = "F"
                           AND EN-GRADE NOT = "I"
                           AND EN-GRADE NOT = "NP"
                           AND EN-GRADE NOT = "W"
                           AND EN-BASIS NOT = "A"
                           MOVE EN-COURSE  TO C-CODE
                           MOVE EN-SECTION TO C-SECTION

           MOVE "N" TO WS-CAP-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-CAP-TARGET-STUDENT TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CAP-HIST-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-CAP-HIST-EOF
           END-IF
           PERFORM UNTIL WS-CAP-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAP-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-CAP-TARGET-STUDENT
                           MOVE "Y" TO WS-CAP-HIST-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-CAP-TARGET-STUDENT
                           AND HIST-GRADE NOT = SPACE
                           AND HIST-GRADE NOT = "F"
                           AND HIST-GRADE NOT = "I"
                           AND HIST-GRADE NOT = "NP"
                           AND HIST-GRADE NOT = "W"
                           AND HIST-BASIS NOT = "A"
                           MOVE HIST-COURSE  TO C-CODE
                           MOVE HIST-SECTION TO C-SECTION
           MOVE WS-CAP-TARGET-COURSE  TO EN-COURSE
           MOVE WS-CAP-TARGET-SECTION TO EN-SECTION.

      *>-----------------------------------------------------------
      *> CAP-CHECK-OFFERED - asks the shared CHECK-SECTION-OFFERED
      *> paragraph (OFFERVAL.CPY) whether the target section runs in
      *> WS-CAP-TERM; the answer is read back from WS-OFR-OFFERED.
      *> No permit waives it - a cancelled section has no room, no
      *> meeting pattern and nobody teaching it.
      *>-----------------------------------------------------------
       CAP-CHECK-OFFERED.
           MOVE WS-CAP-TERM TO WS-OFR-TERM
           MOVE EN-COURSE   TO WS-OFR-COURSE
           MOVE EN-SECTION  TO WS-OFR-SECTION
           PERFORM CHECK-SECTION-OFFERED.

      *>-----------------------------------------------------------
      *> CAP-CHECK-HOLD - asks the shared CHECK-ACTIVE-HOLD
      *> paragraph (HOLDVAL.CPY) whether the target student carries
           MOVE WS-CAP-TARGET-SECTION TO EN-SECTION.

      *>-----------------------------------------------------------
      *> CAP-CHECK-REPEAT-LIMIT - has the student already used up
      *> the attempts allowed at this course?  A refusal here can
      *> be waived by a repeat-limit permit (CAP-APPLY-PERMITS).
      *>-----------------------------------------------------------
       CAP-CHECK-REPEAT-LIMIT.
           MOVE "Y" TO WS-CAP-REPEAT-OK
           MOVE WS-CAP-TARGET-STUDENT TO WS-TRY-STUDENT
           MOVE WS-CAP-TARGET-COURSE  TO WS-TRY-COURSE
           PERFORM COUNT-COURSE-ATTEMPTS
           IF WS-TRY-COUNT NOT < WS-TRY-LIMIT
               MOVE "N" TO WS-CAP-REPEAT-OK
           END-IF
           MOVE WS-CAP-TARGET-STUDENT TO EN-STUDENT-ID
           MOVE WS-CAP-TARGET-COURSE  TO EN-COURSE
           MOVE WS-CAP-TARGET-SECTION TO EN-SECTION.

      *>-----------------------------------------------------------
      *> CAP-CHECK-PREREQS - confirms EN-STUDENT-ID has already
      *> completed each of C-PREREQ-1/C-PREREQ-2 set on the course
      *> being enrolled in (see CAP-CHECK-ONE-PREREQ).
      *> A blank prerequisite field is always satisfied.
      *>-----------------------------------------------------------
       CAP-CHECK-PREREQS.
           MOVE WS-CAP-TARGET-SECTION TO EN-SECTION.

      *>-----------------------------------------------------------
      *> CAP-CHECK-ONE-PREREQ - has the saved target student
      *> (WS-CAP-TARGET-STUDENT) completed the prerequisite course
      *> in WS-CAP-PREREQ-COURSE?  The rule - which grades pass,
      *> renames, transfer credits, rolled-off terms - is the shared
      *> PRQ-CHECK-COURSE-STATE (PREREQVAL.CPY), the same one the
      *> academic plan (PRGA0199) judges by.  Only completed work
      *> satisfies it here: a course still in progress does not.
      *>-----------------------------------------------------------
       CAP-CHECK-ONE-PREREQ.
           MOVE "N" TO WS-CAP-PREREQ-FOUND
           MOVE WS-CAP-TARGET-STUDENT TO WS-PRQ-STUDENT
           MOVE WS-CAP-PREREQ-COURSE  TO WS-PRQ-COURSE
           PERFORM PRQ-CHECK-COURSE-STATE
           IF WS-PRQ-STATE = "C"
               MOVE "Y" TO WS-CAP-PREREQ-FOUND
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-CHECK-COREQ - confirms EN-STUDENT-ID already carries an
      *> enrollment row (graded or still in progress - a co-requisite
                                   WS-CAP-TARGET-STUDENT
                                   AND EN-COURSE =
                                       WS-CAP-PREREQ-COURSE
                                   AND EN-GRADE NOT = "W"
                                   MOVE "Y" TO WS-CAP-COREQ-MET
                                   MOVE "Y" TO WS-CAP-EOF
                               END-IF
                       NOT AT END
                           IF EN-STUDENT-ID = WS-CAP-TARGET-STUDENT
                               AND EN-COURSE NOT = WS-CAP-TARGET-COURSE
                               AND EN-GRADE NOT = "W"
                               PERFORM CAP-CHECK-ONE-SCHEDULE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-CHECK-TERM-LOAD - would this seat take the student's
      *> credits for WS-CAP-TERM past the term ceiling?  Adds up
      *> C-CREDITS for every non-audit row the student already
      *> carries in the term, plus the target course's own.  The
      *> GPA is only worked out when the new load falls between
      *> the probation ceiling and the standard one - below that
      *> nobody is refused, above it everybody is.  An approved
      *> overload row replaces whichever ceiling applied.  The
      *> target course record and enrollment fields are restored
      *> afterward, the same as every other full-file check here.
      *>-----------------------------------------------------------
       CAP-CHECK-TERM-LOAD.
           MOVE "Y" TO WS-CAP-LOAD-OK
           MOVE "N" TO WS-CAP-ON-PROBATION
           MOVE 0   TO WS-CAP-TERM-CREDITS
           MOVE EN-STUDENT-ID TO WS-CAP-TARGET-STUDENT
           MOVE EN-COURSE     TO WS-CAP-TARGET-COURSE
           MOVE EN-SECTION    TO WS-CAP-TARGET-SECTION
           MOVE C-CODE        TO WS-CAP-SAVE-COURSE
           MOVE C-SECTION     TO WS-CAP-SAVE-SECTION
           MOVE C-CREDITS     TO WS-CAP-NEW-LOAD

           MOVE "N" TO WS-CAP-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM UNTIL WS-CAP-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAP-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-CAP-TARGET-STUDENT
                           AND EN-TERM = WS-CAP-TERM
                           AND EN-BASIS NOT = "A"
                           AND EN-GRADE NOT = "W"
                           MOVE EN-COURSE  TO C-CODE
                           MOVE EN-SECTION TO C-SECTION
                           READ COURSE-MASTER-FILE
                               INVALID KEY
                                   MOVE 0 TO C-CREDITS
                           END-READ
                           ADD C-CREDITS TO WS-CAP-TERM-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           ADD WS-CAP-TERM-CREDITS TO WS-CAP-NEW-LOAD
           MOVE WS-CAP-MAX-TERM-CREDITS TO WS-CAP-LOAD-CEILING

           IF WS-CAP-NEW-LOAD > WS-CAP-PROB-MAX-CREDITS
               AND WS-CAP-NEW-LOAD NOT > WS-CAP-MAX-TERM-CREDITS
               PERFORM CAP-FIND-CUMULATIVE-GPA
               IF WS-CAP-ON-PROBATION = "Y"
                   MOVE WS-CAP-PROB-MAX-CREDITS TO WS-CAP-LOAD-CEILING
               END-IF
           END-IF
           CLOSE COURSE-MASTER-FILE

           IF WS-CAP-NEW-LOAD > WS-CAP-LOAD-CEILING
               MOVE "N" TO WS-CAP-OVL-FOUND
               MOVE WS-CAP-TARGET-STUDENT TO OVL-STUDENT-ID
               MOVE WS-CAP-TERM           TO OVL-TERM
               OPEN INPUT OVERLOAD-FILE
               READ OVERLOAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OVL-STATUS = "A"
                           MOVE "Y" TO WS-CAP-OVL-FOUND
                           MOVE OVL-MAX-CREDITS TO WS-CAP-LOAD-CEILING
                       END-IF
               END-READ
               CLOSE OVERLOAD-FILE

               IF WS-CAP-NEW-LOAD > WS-CAP-LOAD-CEILING
                   MOVE "N" TO WS-CAP-LOAD-OK
               END-IF
           END-IF

           MOVE WS-CAP-SAVE-COURSE  TO C-CODE
           MOVE WS-CAP-SAVE-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE COURSE-MASTER-FILE

           MOVE WS-CAP-TARGET-STUDENT TO EN-STUDENT-ID
           MOVE WS-CAP-TARGET-COURSE  TO EN-COURSE
           MOVE WS-CAP-TARGET-SECTION TO EN-SECTION.

      *>-----------------------------------------------------------
      *> CAP-FIND-CUMULATIVE-GPA - the target student's best-
      *> attempt cumulative GPA through the shared RPTGPAVAL.CPY
      *> paragraphs, current graded rows first and then the
      *> rolled-off history, and whether it falls under the
      *> probation threshold.  No graded work yet = not on
      *> probation.  COURSE-MASTER-FILE is already open INPUT
      *> (CAP-CHECK-TERM-LOAD), as RPT-MERGE-HISTORY expects.
      *>-----------------------------------------------------------
       CAP-FIND-CUMULATIVE-GPA.
           MOVE 0 TO WS-CAP-CUM-GPA
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE WS-CAP-TARGET-STUDENT TO WS-RPT-STUDENT

           MOVE "N" TO WS-CAP-EOF
           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-CAP-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAP-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-CAP-TARGET-STUDENT
                           AND EN-GRADE NOT = SPACE
                           AND EN-GRADE NOT = "I"
                           AND EN-GRADE NOT = "W"
                           AND EN-BASIS NOT = "A"
                           AND EN-BASIS NOT = "P"
                           MOVE EN-COURSE  TO C-CODE
                           MOVE EN-SECTION TO C-SECTION
                           READ COURSE-MASTER-FILE
                               INVALID KEY
                                   MOVE 0 TO C-CREDITS
                           END-READ
                           IF C-CREDITS > 0
                               MOVE EN-GRADE TO WS-GRADE-LOOKUP
                               PERFORM GET-GRADE-POINTS
                               MOVE EN-COURSE TO WS-RPT-NEW-COURSE
                               MOVE WS-GRADE-POINTS-OUT
                                   TO WS-RPT-NEW-POINTS
                               MOVE C-CREDITS TO WS-RPT-NEW-CREDITS
                               PERFORM RPT-RECORD-ATTEMPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM RPT-MERGE-HISTORY
           PERFORM RPT-TOTAL-BEST

           IF WS-RPT-TOTAL-CREDITS > 0
               COMPUTE WS-CAP-CUM-GPA ROUNDED =
                   WS-RPT-TOTAL-POINTS / WS-RPT-TOTAL-CREDITS
               IF WS-CAP-CUM-GPA < WS-CAP-PROBATION-GPA
                   MOVE "Y" TO WS-CAP-ON-PROBATION
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CAP-COUNT-INSTRUCTOR-STUDENTS - how many students the
      *> target course's instructor (C-INSTRUCTOR) teaches.  This
      *> maintained C-ENROLLED-COUNT the writing paragraphs keep in
      *> step (PRGK0123's nightly recount catches any drift).  The
      *> caller's course record is already current, so no I/O at
      *> all for a section that stands alone.  WS-CAP-SEAT-LIMIT is
      *> what the count is to be held against: the section's own
      *> C-CAPACITY, or for a cross-listed section the group's
      *> shared pool, with the count summed over every member
      *> section.  The target course record is re-read after the
      *> member lookups, same as the instructor head count.
      *>-----------------------------------------------------------
       CAP-COUNT-COURSE-ENROLLMENT.
           MOVE C-ENROLLED-COUNT TO WS-CAP-ENROLLED-COUNT
           MOVE C-CAPACITY       TO WS-CAP-SEAT-LIMIT

           MOVE C-CODE    TO WS-XL-COURSE
           MOVE C-SECTION TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XL-POOL-CAPACITY TO WS-CAP-SEAT-LIMIT
           MOVE C-CODE    TO WS-CAP-SAVE-COURSE
           MOVE C-SECTION TO WS-CAP-SAVE-SECTION
           MOVE 0 TO WS-CAP-ENROLLED-COUNT

           OPEN INPUT COURSE-MASTER-FILE
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-MEMBER-COUNT
               MOVE WS-XL-MEMBER-COURSE(WS-XL-IX)  TO C-CODE
               MOVE WS-XL-MEMBER-SECTION(WS-XL-IX) TO C-SECTION
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD C-ENROLLED-COUNT TO WS-CAP-ENROLLED-COUNT
               END-READ
           END-PERFORM

           MOVE WS-CAP-SAVE-COURSE  TO C-CODE
           MOVE WS-CAP-SAVE-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE COURSE-MASTER-FILE.

      *>-----------------------------------------------------------
      *> CAP-ADD-TO-WAITLIST - the section is full, so the student
      *> WS-CAP-PROMOTE-COURSE/WS-CAP-PROMOTE-SECTION, so the
      *> earliest-waiting student for that section (lowest WL-SEQ)
      *> is moved off the waiting list and enrolled in their place.
      *> A cross-listed section's seat belongs to the whole group's
      *> pool, so there the earliest request date across every
      *> member's waiting list wins, and the student is enrolled in
      *> the section they asked for.
      *>-----------------------------------------------------------
       CAP-PROMOTE-FROM-WAITLIST.
           MOVE "N" TO WS-CAP-PROMOTED
           MOVE "N" TO WS-CAP-EOF
           MOVE 0   TO WS-CAP-NEXT-WL-SEQ
           MOVE WS-CAP-PROMOTE-COURSE  TO WS-CAP-WL-COURSE
           MOVE WS-CAP-PROMOTE-SECTION TO WS-CAP-WL-SECTION
           MOVE HIGH-VALUES            TO WS-CAP-WL-DATE

           MOVE WS-CAP-PROMOTE-COURSE  TO WS-XL-COURSE
           MOVE WS-CAP-PROMOTE-SECTION TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST

           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL WS-CAP-EOF = "Y"
                   AT END
                       MOVE "Y" TO WS-CAP-EOF
                   NOT AT END
                       IF WS-XL-GROUP = SPACES
                           IF WL-COURSE = WS-CAP-PROMOTE-COURSE
                               AND WL-SECTION = WS-CAP-PROMOTE-SECTION
                               AND (WS-CAP-NEXT-WL-SEQ = 0
                                    OR WL-SEQ < WS-CAP-NEXT-WL-SEQ)
                               MOVE WL-SEQ TO WS-CAP-NEXT-WL-SEQ
                           END-IF
                       ELSE
                           MOVE WL-COURSE  TO WS-XL-TEST-COURSE
                           MOVE WL-SECTION TO WS-XL-TEST-SECTION
                           PERFORM XL-CHECK-MEMBER
                           IF WS-XL-IS-MEMBER = "Y"
                               AND (WL-REQUEST-DATE < WS-CAP-WL-DATE
                                    OR (WL-REQUEST-DATE =
                                        WS-CAP-WL-DATE
                                        AND WL-COURSE =
                                            WS-CAP-WL-COURSE
                                        AND WL-SECTION =
                                            WS-CAP-WL-SECTION
                                        AND WL-SEQ <
                                            WS-CAP-NEXT-WL-SEQ))
                               MOVE WL-SEQ          TO
                                   WS-CAP-NEXT-WL-SEQ
                               MOVE WL-COURSE       TO WS-CAP-WL-COURSE
                               MOVE WL-SECTION      TO
                                   WS-CAP-WL-SECTION
                               MOVE WL-REQUEST-DATE TO WS-CAP-WL-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE

           IF WS-CAP-NEXT-WL-SEQ > 0
               MOVE WS-CAP-WL-COURSE   TO WL-COURSE
               MOVE WS-CAP-WL-SECTION  TO WL-SECTION
               MOVE WS-CAP-NEXT-WL-SEQ TO WL-SEQ

               OPEN I-O WAITLIST-FILE
               READ WAITLIST-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WL-STUDENT-ID        TO EN-STUDENT-ID
                       MOVE WS-CAP-WL-COURSE     TO EN-COURSE
                       MOVE WS-CAP-WL-SECTION    TO EN-SECTION
                       MOVE WS-CAP-TODAY         TO EN-ENROLL-DATE
                       MOVE WS-CAP-TERM          TO EN-TERM
                       MOVE SPACES               TO EN-GRADE
                   END-DELETE
                   DISPLAY "*** STUDENT " WL-STUDENT-ID
                       " PROMOTED FROM WAITING LIST FOR "
                       WS-CAP-WL-COURSE " ***"
                   MOVE EN-COURSE  TO WS-SEC-COURSE
                   MOVE EN-SECTION TO WS-SEC-SECTION
                   MOVE 1          TO WS-SEC-DELTA
                   PERFORM CAP-POST-SPONSOR-ROW
               END-IF

               MOVE 0 TO WS-TRM-BASE
               MOVE 0 TO WS-RVL-AMOUNT
               MOVE 0 TO WS-RVL-CREDITS
               OPEN I-O BILLING-FILE
               WRITE BILLING-RECORD
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "*** TUITION CHARGE POSTED: "
                           BILL-AMOUNT " ***"
                       MOVE BILL-AMOUNT TO WS-TRM-BASE
                       MOVE WS-CAP-SPLIT-GROSS TO WS-RVL-AMOUNT
                       MOVE C-CREDITS TO WS-RVL-CREDITS
               END-WRITE
               CLOSE BILLING-FILE

      *> The section earns the whole seat, sponsor's share and all.
               MOVE EN-STUDENT-ID        TO WS-RVL-STUDENT
               MOVE EN-TERM              TO WS-RVL-TERM
               MOVE EN-COURSE            TO WS-RVL-COURSE
               MOVE EN-SECTION           TO WS-RVL-SECTION
               MOVE "T"                  TO WS-RVL-KIND
               MOVE EN-ENROLL-DATE       TO WS-RVL-POST-DATE
               MOVE WS-CAP-NEXT-BILL-SEQ TO WS-RVL-BILL-SEQ
               PERFORM POST-REVENUE-ROW

      *> An employee or dependent on the remission file has their
      *> share of the seat remitted straight away, on its own "M"
      *> row just past the tuition row.
               MOVE EN-STUDENT-ID        TO WS-TRM-STUDENT
               MOVE EN-TERM              TO WS-TRM-TERM
               MOVE EN-COURSE            TO WS-TRM-COURSE
               MOVE EN-SECTION           TO WS-TRM-SECTION
               MOVE EN-ENROLL-DATE       TO WS-TRM-ENROLL-DATE
               MOVE EN-ENROLL-DATE       TO WS-TRM-POST-DATE
               MOVE C-CREDITS            TO WS-TRM-CREDITS
               MOVE WS-CAP-NEXT-BILL-SEQ TO WS-TRM-BILL-SEQ
               PERFORM GRANT-SEAT-REMISSION
               MOVE WS-TRM-BILL-SEQ      TO WS-CAP-NEXT-BILL-SEQ

               PERFORM CAP-POST-COURSE-FEES

               PERFORM RELEASE-RECORD-LOCK

           MOVE WS-CAP-SAVE-LOCK-TYPE TO WS-LOCK-TYPE
           MOVE WS-CAP-SAVE-LOCK-KEY  TO WS-LOCK-KEY
           MOVE WS-CAP-SAVE-LOCK-HELD TO WS-LOCK2-HELD

      *> The seat went on at credits times the rate - now bring the
      *> term as a whole back to the banded figure.
           MOVE EN-STUDENT-ID  TO WS-TUIT-STUDENT
           MOVE EN-TERM        TO WS-TUIT-TERM
           MOVE EN-ENROLL-DATE TO WS-TUIT-DATE
           PERFORM ASSESS-TERM-TUITION.

      *>-----------------------------------------------------------
      *> CAP-POST-COURSE-FEES - posts every flat per-course fee on
                                   DISPLAY "*** COURSE FEE POSTED: "
                                       BILL-AMOUNT " (" FEE-DESC
                                       ") ***"
                                   MOVE EN-STUDENT-ID TO WS-RVL-STUDENT
                                   MOVE EN-TERM       TO WS-RVL-TERM
                                   MOVE EN-COURSE     TO WS-RVL-COURSE
                                   MOVE EN-SECTION    TO WS-RVL-SECTION
                                   MOVE "F"           TO WS-RVL-KIND
                                   MOVE 0             TO WS-RVL-CREDITS
                                   MOVE FEE-AMOUNT    TO WS-RVL-AMOUNT
                                   MOVE EN-ENROLL-DATE
                                       TO WS-RVL-POST-DATE
                                   MOVE WS-CAP-NEXT-BILL-SEQ
                                       TO WS-RVL-BILL-SEQ
                                   PERFORM POST-REVENUE-ROW
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           CLOSE FEE-FILE

           PERFORM CAP-POST-MATERIALS-FEE.

      *>-----------------------------------------------------------
      *> CAP-POST-MATERIALS-FEE - totals the inclusive-access rows on
      *> the adoption list for the section in the enrollment's term
      *> and posts the total as one more billing row, "MATL " and
      *> the course, just past the course fees.  Nothing adopted on
      *> inclusive access (or no list at all) posts nothing.
      *>-----------------------------------------------------------
       CAP-POST-MATERIALS-FEE.
           MOVE 0 TO WS-CAP-MAT-FEE
           IF EN-TERM = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MATERIALS-FILE
           IF WS-CAP-MAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO WS-CAP-EOF
           MOVE EN-TERM    TO MAT-TERM
           MOVE EN-COURSE  TO MAT-COURSE
           MOVE EN-SECTION TO MAT-SECTION
           MOVE LOW-VALUES TO MAT-ISBN
           START MATERIALS-FILE KEY IS NOT LESS THAN MAT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CAP-EOF
           END-START
           PERFORM UNTIL WS-CAP-EOF = "Y"
               READ MATERIALS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAP-EOF
                   NOT AT END
                       IF MAT-TERM NOT = EN-TERM
                           OR MAT-COURSE NOT = EN-COURSE
                           OR MAT-SECTION NOT = EN-SECTION
                           MOVE "Y" TO WS-CAP-EOF
                       ELSE
                           IF MAT-INCLUSIVE = "Y"
                               ADD MAT-PRICE TO WS-CAP-MAT-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATERIALS-FILE

           IF WS-CAP-MAT-FEE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CAP-MAT-DESC
           STRING "MATL " DELIMITED BY SIZE
                  EN-COURSE DELIMITED BY SIZE
                  INTO WS-CAP-MAT-DESC
           ADD 1 TO WS-CAP-NEXT-BILL-SEQ
           MOVE EN-STUDENT-ID        TO BILL-STUDENT-ID
           MOVE WS-CAP-NEXT-BILL-SEQ TO BILL-SEQ
           MOVE "C"                  TO BILL-TYPE
           MOVE EN-ENROLL-DATE       TO BILL-DATE
           MOVE WS-CAP-MAT-DESC      TO BILL-DESC
           MOVE WS-CAP-MAT-FEE       TO BILL-AMOUNT
           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO POST MATERIALS "
                       "FEE.***"
               NOT INVALID KEY
                   DISPLAY "*** MATERIALS FEE POSTED: "
                       BILL-AMOUNT " (INCLUSIVE ACCESS) ***"
                   MOVE EN-STUDENT-ID        TO WS-RVL-STUDENT
                   MOVE EN-TERM              TO WS-RVL-TERM
                   MOVE EN-COURSE            TO WS-RVL-COURSE
                   MOVE EN-SECTION           TO WS-RVL-SECTION
                   MOVE "F"                  TO WS-RVL-KIND
                   MOVE 0                    TO WS-RVL-CREDITS
                   MOVE WS-CAP-MAT-FEE       TO WS-RVL-AMOUNT
                   MOVE EN-ENROLL-DATE       TO WS-RVL-POST-DATE
                   MOVE WS-CAP-NEXT-BILL-SEQ TO WS-RVL-BILL-SEQ
                   PERFORM POST-REVENUE-ROW
           END-WRITE
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> CAP-POST-DROP-REFUND - posts the prorated tuition credit
      *> being returned is recomputed the same way it was charged -
      *> credits times the rate in force on the enrollment date -
      *> and a 100-percent drop also returns the section's flat
      *> course fees and any inclusive-access materials fee billed
      *> with the seat.  A drop whose term is not on the calendar
      *> posts nothing and says so, the pre-schedule behavior.
      *>
      *> Runs under its own "BILL" lock, saved and restored around
               ELSE
                   PERFORM CAP-WRITE-REFUND-CREDIT
               END-IF
           END-IF

      *> Whatever the seat itself gave back, the term as a whole is
      *> re-priced from the band on what the student still holds.
           MOVE WS-CAP-DROP-STUDENT TO WS-TUIT-STUDENT
           MOVE WS-CAP-DROP-TERM    TO WS-TUIT-TERM
           MOVE WS-CAP-TODAY        TO WS-TUIT-DATE
           PERFORM ASSESS-TERM-TUITION.

      *>-----------------------------------------------------------
      *> CAP-FIND-REFUND-PERCENT - 100 on or before the term's
      *> add/drop deadline (or whenever WS-CAP-FULL-REFUND is set),
      *> otherwise the fee schedule's "D" row for the week of term
      *> the drop falls in (0 when that week has no row).  Week
      *> arithmetic uses INTEGER-OF-DATE, the same day-count
      *> conversion PRGW0048 and PRGR0043 use.
      *>-----------------------------------------------------------
       CAP-FIND-REFUND-PERCENT.
           MOVE 0 TO WS-CAP-REFUND-PCT

           IF WS-CAP-TODAY NOT > TERM-ADD-DROP-DATE
               OR WS-CAP-FULL-REFUND = "Y"
               MOVE 100 TO WS-CAP-REFUND-PCT
           ELSE
               COMPUTE WS-CAP-TODAY-INT = FUNCTION INTEGER-OF-DATE(

      *> The flat course fees were billed to the student whole,
      *> so a full refund returns them to the student whole.
               MOVE WS-CAP-REFUND-AMT TO WS-RVL-HOLD-AMT
               IF WS-CAP-REFUND-PCT = 100
                   PERFORM CAP-ADD-FEES-TO-REFUND
               END-IF
                      INTO BILL-DESC
               MOVE WS-CAP-REFUND-AMT    TO BILL-AMOUNT

               MOVE "N" TO WS-RVL-POSTED
               OPEN I-O BILLING-FILE
               WRITE BILLING-RECORD
                   INVALID KEY
                       DISPLAY "*** DROP REFUND POSTED: "
                           BILL-AMOUNT " (" WS-CAP-REFUND-PCT
                           " PCT) ***"
                       MOVE "Y" TO WS-RVL-POSTED
               END-WRITE
               CLOSE BILLING-FILE

      *> The section gives back the gross tuition refunded - the
      *> student's credit plus the sponsor's reversal - and, on a
      *> full refund, the course fees apart from it.
               IF WS-RVL-POSTED = "Y"
                   MOVE WS-CAP-DROP-STUDENT  TO WS-RVL-STUDENT
                   MOVE WS-CAP-DROP-TERM     TO WS-RVL-TERM
                   MOVE WS-CAP-DROP-COURSE   TO WS-RVL-COURSE
                   MOVE WS-CAP-DROP-SECTION  TO WS-RVL-SECTION
                   MOVE WS-CAP-TODAY         TO WS-RVL-POST-DATE
                   MOVE WS-CAP-NEXT-BILL-SEQ TO WS-RVL-BILL-SEQ
                   MOVE "D"                  TO WS-RVL-KIND
                   MOVE C-CREDITS            TO WS-RVL-CREDITS
                   IF WS-CAP-SPON-SHARE > 0
                       COMPUTE WS-RVL-AMOUNT =
                           WS-RVL-HOLD-AMT + WS-CAP-SPLED-AMT
                   ELSE
                       MOVE WS-RVL-HOLD-AMT TO WS-RVL-AMOUNT
                   END-IF
                   PERFORM POST-REVENUE-ROW
                   MOVE "E" TO WS-RVL-KIND
                   MOVE 0   TO WS-RVL-CREDITS
                   COMPUTE WS-RVL-AMOUNT =
                       WS-CAP-REFUND-AMT - WS-RVL-HOLD-AMT
                   PERFORM POST-REVENUE-ROW
               END-IF

      *> Whatever share of the seat comes back, the same share of
      *> any remission granted on it comes back off.
               MOVE WS-CAP-DROP-STUDENT     TO WS-TRM-STUDENT
               MOVE WS-CAP-DROP-TERM        TO WS-TRM-TERM
               MOVE WS-CAP-DROP-COURSE      TO WS-TRM-COURSE
               MOVE WS-CAP-DROP-SECTION     TO WS-TRM-SECTION
               MOVE WS-CAP-DROP-ENROLL-DATE TO WS-TRM-ENROLL-DATE
               MOVE WS-CAP-TODAY            TO WS-TRM-POST-DATE
               MOVE WS-CAP-REFUND-PCT       TO WS-TRM-BACK-PCT
               MOVE WS-CAP-NEXT-BILL-SEQ    TO WS-TRM-BILL-SEQ
               PERFORM REVERSE-SEAT-REMISSION

               PERFORM RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "***WARNING: DROP REFUND NOT POSTED FOR "
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE

           MOVE WS-CAP-DROP-STUDENT     TO WS-CAP-MAT-STUDENT
           MOVE WS-CAP-DROP-COURSE      TO WS-CAP-MAT-COURSE
           MOVE WS-CAP-DROP-ENROLL-DATE TO WS-CAP-MAT-DATE
           PERFORM CAP-FIND-MATERIALS-CHARGED
           ADD WS-CAP-MAT-FEE TO WS-CAP-REFUND-AMT.

      *>-----------------------------------------------------------
      *> CAP-FIND-MATERIALS-CHARGED - the materials fee
      *> CAP-POST-MATERIALS-FEE billed WS-CAP-MAT-STUDENT for
      *> WS-CAP-MAT-COURSE on WS-CAP-MAT-DATE, into WS-CAP-MAT-FEE
      *> (0 when none was billed).  The ledger row, not the list, is
      *> what comes back - the list may have been repriced since.
      *>-----------------------------------------------------------
       CAP-FIND-MATERIALS-CHARGED.
           MOVE 0 TO WS-CAP-MAT-FEE
           MOVE SPACES TO WS-CAP-MAT-DESC
           STRING "MATL " DELIMITED BY SIZE
                  WS-CAP-MAT-COURSE DELIMITED BY SIZE
                  INTO WS-CAP-MAT-DESC
           MOVE "N" TO WS-CAP-BILL-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-CAP-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAP-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-CAP-MAT-STUDENT
                           AND BILL-TYPE = "C"
                           AND BILL-DESC = WS-CAP-MAT-DESC
                           AND BILL-DATE = WS-CAP-MAT-DATE
                           MOVE BILL-AMOUNT TO WS-CAP-MAT-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> CAP-FIND-SPONSOR-SHARE - is the student in
