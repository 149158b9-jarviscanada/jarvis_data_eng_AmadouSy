      *>---------------------------------------------------------------
      *> DEGAUDVAL.CPY
      *> Shared degree-audit paragraphs: PRGR0089's audit of one
      *> student and PRGR0037's graduation-eligibility judgement
      *> rate course work against a program's requirements the same
      *> way.
      *>
      *> The calling program must have ENROLLMENT-FILE (ENROLLREC),
      *> COURSE-MASTER-FILE (COURSEREC), HISTORY-FILE ASSIGN TO
      *> "enrollment-history.txt" (HISTREC, FILE STATUS
      *> WS-HIST-STATUS) and DEGREE-FILE
      *> (DEGREEREC) declared, and COPY "DEGAUDWS.CPY".  Start each
      *> student with WS-WORK-USED at 0 and WS-DA-STUDENT set; with
      *> COURSE-MASTER-FILE open, PERFORM DA-ADD-ENROLL-WORK for
      *> each of the student's student-course.txt rows and
      *> DA-GATHER-HISTORY once.  Then, with the governing row in
      *> DEGREE-PROGRAM-RECORD (FIND-CATALOG-REQUIREMENTS,
      *> CATYRVAL.CPY), DA-RATE-REQUIREMENTS leaves the counts and
      *> WS-DA-MET - or RATE-ONE-REQUIREMENT per WS-REQ-IX and
      *> SUM-ELECTIVE-CREDITS, for a caller that prints each line.
      *>---------------------------------------------------------------
      *>-----------------------------------------------------------
      *> DA-ADD-ENROLL-WORK - the current ENROLLMENT-RECORD into
      *> the work table: passing grades as P, ungraded rows as I,
      *> with credits from the course master.
      *>-----------------------------------------------------------
       DA-ADD-ENROLL-WORK.
      *> An F or an NP satisfies nothing, and an audit earns
      *> nothing - only real passing grades count as passed, and
      *> an ungraded or Incomplete row counts as in progress.
           IF EN-GRADE NOT = "F"
               AND EN-GRADE NOT = "NP"
               AND EN-GRADE NOT = "W"
               AND EN-BASIS NOT = "A"
               AND WS-WORK-USED < 100
               ADD 1 TO WS-WORK-USED
               MOVE EN-COURSE TO
                   WS-WORK-COURSE(WS-WORK-USED)
               IF EN-GRADE = SPACE OR EN-GRADE = "I"
                   MOVE "I" TO
                       WS-WORK-STATE(WS-WORK-USED)
               ELSE
                   MOVE "P" TO
                       WS-WORK-STATE(WS-WORK-USED)
               END-IF
               MOVE EN-COURSE  TO C-CODE
               MOVE EN-SECTION TO C-SECTION
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO C-CREDITS
               END-READ
               MOVE C-CREDITS TO
                   WS-WORK-CREDITS(WS-WORK-USED)
           END-IF.

      *>-----------------------------------------------------------
      *> DA-GATHER-HISTORY - WS-DA-STUDENT's passing rows from
      *> enrollment-history.txt into the work table.  Failed
      *> attempts are left out - they satisfy nothing.
      *>-----------------------------------------------------------
       DA-GATHER-HISTORY.
           MOVE "N" TO WS-DA-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-DA-STUDENT TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DA-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-DA-EOF
           END-IF
           PERFORM UNTIL WS-DA-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DA-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-DA-STUDENT
                           MOVE "Y" TO WS-DA-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-DA-STUDENT
                           AND HIST-GRADE NOT = SPACE
                           AND HIST-GRADE NOT = "F"
                           AND HIST-GRADE NOT = "I"
                           AND HIST-GRADE NOT = "NP"
                           AND HIST-GRADE NOT = "W"
                           AND HIST-BASIS NOT = "A"
                           AND WS-WORK-USED < 100
                           ADD 1 TO WS-WORK-USED
                           MOVE HIST-COURSE TO
                               WS-WORK-COURSE(WS-WORK-USED)
                           MOVE "P" TO WS-WORK-STATE(WS-WORK-USED)
                           MOVE HIST-COURSE  TO C-CODE
                           MOVE HIST-SECTION TO C-SECTION
                           READ COURSE-MASTER-FILE
                               INVALID KEY
                                   MOVE 0 TO C-CREDITS
                           END-READ
                           MOVE C-CREDITS TO
                               WS-WORK-CREDITS(WS-WORK-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *>-----------------------------------------------------------
      *> DA-RATE-REQUIREMENTS - every requirement rated and the
      *> electives summed; WS-DA-MET is "Y" only when nothing is
      *> missing or still in progress and the elective minimum is
      *> reached.
      *>-----------------------------------------------------------
       DA-RATE-REQUIREMENTS.
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-INPROG-COUNT
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10
               IF DEG-REQ-COURSE(WS-REQ-IX) NOT = SPACES
                   PERFORM RATE-ONE-REQUIREMENT
               END-IF
           END-PERFORM

           PERFORM SUM-ELECTIVE-CREDITS

           IF WS-MISSING-COUNT = 0 AND WS-INPROG-COUNT = 0
               AND WS-ELECTIVE-CREDITS NOT < DEG-ELECTIVE-MIN
               MOVE "Y" TO WS-DA-MET
           ELSE
               MOVE "N" TO WS-DA-MET
           END-IF.

      *>-----------------------------------------------------------
      *> RATE-ONE-REQUIREMENT - SATISFIED if a passing row matches
      *> the required course, IN PROGRESS if only an ungraded row
      *> does, MISSING otherwise.
      *>-----------------------------------------------------------
       RATE-ONE-REQUIREMENT.
           MOVE "MISSING" TO WS-REQ-STATE
           PERFORM VARYING WS-WORK-IX FROM 1 BY 1
               UNTIL WS-WORK-IX > WS-WORK-USED
               IF WS-WORK-COURSE(WS-WORK-IX) =
                   DEG-REQ-COURSE(WS-REQ-IX)
                   IF WS-WORK-STATE(WS-WORK-IX) = "P"
                       MOVE "SATISFIED" TO WS-REQ-STATE
                       MOVE WS-WORK-USED TO WS-WORK-IX
                   ELSE
                       MOVE "IN PROGRESS" TO WS-REQ-STATE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE WS-REQ-STATE
               WHEN "MISSING"
                   ADD 1 TO WS-MISSING-COUNT
               WHEN "IN PROGRESS"
                   ADD 1 TO WS-INPROG-COUNT
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> SUM-ELECTIVE-CREDITS - passing credits in courses outside
      *> the program's required list.
      *>-----------------------------------------------------------
       SUM-ELECTIVE-CREDITS.
           MOVE 0 TO WS-ELECTIVE-CREDITS
           PERFORM VARYING WS-WORK-IX FROM 1 BY 1
               UNTIL WS-WORK-IX > WS-WORK-USED
               IF WS-WORK-STATE(WS-WORK-IX) = "P"
                   MOVE "N" TO WS-IS-REQUIRED
                   PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                       UNTIL WS-REQ-IX > 10
                       IF DEG-REQ-COURSE(WS-REQ-IX) =
                           WS-WORK-COURSE(WS-WORK-IX)
                           MOVE "Y" TO WS-IS-REQUIRED
                       END-IF
                   END-PERFORM
                   IF WS-IS-REQUIRED = "N"
                       ADD WS-WORK-CREDITS(WS-WORK-IX)
                           TO WS-ELECTIVE-CREDITS
                   END-IF
               END-IF
           END-PERFORM.
