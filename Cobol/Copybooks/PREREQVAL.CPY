      *>---------------------------------------------------------------
      *> PREREQVAL.CPY
      *> Shared PRQ-CHECK-COURSE-STATE paragraph: where does a
      *> student stand on a course named as a prerequisite?  The
      *> one rule registration (CAPVAL.CPY's CAP-CHECK-PREREQS) and
      *> the academic plan (PRGA0199) both judge a prerequisite by,
      *> so the two cannot drift apart.
      *>
      *> A passing grade is anything but SPACE, "F", "I", "NP" or
      *> "W", under any section.  The current term on
      *> student-course.txt is looked at first, then ACCEPTED
      *> transfer credits whose local equivalent names the course,
      *> then the rolled-off terms on enrollment-history.txt (PRGT0023
      *> rolls every graded row there at end of term).  A rename
      *> (course-equivalencies.txt, written by PRGM0024) leaves the
      *> old name on rolled-off rows forever, so a row under either
      *> name counts.
      *>
      *> The calling program must SELECT ENROLLMENT-FILE (INDEXED,
      *> COPY "ENROLLREC.CPY", FILE STATUS WS-ENROLL-STATUS),
      *> HISTORY-FILE ASSIGN TO "enrollment-history.txt" (INDEXED as
      *> HISTREC.CPY shows, FILE STATUS WS-HIST-STATUS), XFER-FILE
      *> ASSIGN TO "transfer-credits.txt" (INDEXED, RECORD KEY
      *> XFER-KEY, FILE STATUS WS-XFER-STATUS, COPY "XFERREC.CPY")
      *> and EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
      *> (INDEXED, RECORD KEY EQ-OLD-CODE, FILE STATUS
      *> WS-EQUIV-STATUS, COPY "EQUIVREC.CPY"), none of them open at
      *> the time, and COPY "PREREQWS.CPY" for the working-storage
      *> fields.  The enrollment record area is overwritten by the
      *> scan - a caller that needs EN-KEY afterward saves it.
      *>
      *> Move the student and course to WS-PRQ-STUDENT/
      *> WS-PRQ-COURSE; the answer comes back in WS-PRQ-STATE.
      *>---------------------------------------------------------------
       PRQ-CHECK-COURSE-STATE.
           MOVE "N" TO WS-PRQ-STATE
           PERFORM PRQ-FIND-OLD-NAME

           MOVE "N" TO WS-PRQ-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               MOVE "Y" TO WS-PRQ-EOF
           END-IF
           PERFORM UNTIL WS-PRQ-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRQ-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-PRQ-STUDENT
                           AND (EN-COURSE = WS-PRQ-COURSE
                                OR (WS-PRQ-OLD NOT = SPACES
                                    AND EN-COURSE = WS-PRQ-OLD))
                           IF EN-GRADE = SPACE OR EN-GRADE = "I"
                               MOVE "I" TO WS-PRQ-STATE
                           ELSE
                               IF EN-GRADE NOT = "F"
                                   AND EN-GRADE NOT = "NP"
                                   AND EN-GRADE NOT = "W"
                                   MOVE "C" TO WS-PRQ-STATE
                                   MOVE "Y" TO WS-PRQ-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENROLL-STATUS NOT = "35"
               CLOSE ENROLLMENT-FILE
           END-IF

           IF WS-PRQ-STATE NOT = "C"
               PERFORM PRQ-CHECK-TRANSFER
           END-IF
           IF WS-PRQ-STATE NOT = "C"
               PERFORM PRQ-CHECK-HISTORY
           END-IF.

      *>-----------------------------------------------------------
      *> PRQ-FIND-OLD-NAME - scans the equivalency file for a
      *> rename whose new name is WS-PRQ-COURSE, leaving the old
      *> name (or SPACES) in WS-PRQ-OLD.
      *>-----------------------------------------------------------
       PRQ-FIND-OLD-NAME.
           MOVE SPACES TO WS-PRQ-OLD
           MOVE "N" TO WS-PRQ-EOF
           OPEN INPUT EQUIV-FILE
           IF WS-EQUIV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRQ-EOF = "Y"
               READ EQUIV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRQ-EOF
                   NOT AT END
                       IF EQ-NEW-CODE = WS-PRQ-COURSE
                           MOVE EQ-OLD-CODE TO WS-PRQ-OLD
                           MOVE "Y" TO WS-PRQ-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUIV-FILE.

      *>-----------------------------------------------------------
      *> PRQ-CHECK-TRANSFER - an ACCEPTED transfer credit whose
      *> local equivalent is WS-PRQ-COURSE completes it.  Work done
      *> at another school never gets an enrollment row here.
      *>-----------------------------------------------------------
       PRQ-CHECK-TRANSFER.
           MOVE "N" TO WS-PRQ-EOF
           OPEN INPUT XFER-FILE
           IF WS-XFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRQ-EOF = "Y"
               READ XFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRQ-EOF
                   NOT AT END
                       IF XFER-STUDENT-ID = WS-PRQ-STUDENT
                           AND XFER-EQUIV-COURSE = WS-PRQ-COURSE
                           AND XFER-STATUS = "A"
                           MOVE "C" TO WS-PRQ-STATE
                           MOVE "Y" TO WS-PRQ-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XFER-FILE.

      *>-----------------------------------------------------------
      *> PRQ-CHECK-HISTORY - a passing row under either name on a
      *> rolled-off term completes WS-PRQ-COURSE.
      *>-----------------------------------------------------------
       PRQ-CHECK-HISTORY.
           MOVE "N" TO WS-PRQ-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRQ-STUDENT TO HIST-STUDENT-ID
           MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRQ-EOF
           END-START
           PERFORM UNTIL WS-PRQ-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRQ-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-PRQ-STUDENT
                           MOVE "Y" TO WS-PRQ-EOF
                       ELSE
                           IF (HIST-COURSE = WS-PRQ-COURSE
                                OR (WS-PRQ-OLD NOT = SPACES
                                    AND HIST-COURSE = WS-PRQ-OLD))
                               AND HIST-GRADE NOT = SPACE
                               AND HIST-GRADE NOT = "F"
                               AND HIST-GRADE NOT = "I"
                               AND HIST-GRADE NOT = "NP"
                               AND HIST-GRADE NOT = "W"
                               MOVE "C" TO WS-PRQ-STATE
                               MOVE "Y" TO WS-PRQ-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
