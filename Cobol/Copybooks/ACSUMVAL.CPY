      *>---------------------------------------------------------------
      *> ACSUMVAL.CPY
      *> Shared paragraphs maintaining a student's row on the
      *> academic-summary file (ACSUMREC.CPY), so every program that
      *> posts, changes, lapses or rolls off a grade leaves the same
      *> cumulative figures behind, and the GPA reports can read
      *> them instead of rebuilding them from every enrollment and
      *> history row.
      *>
      *> The calling program must COPY "ACSUMWS.CPY" for the
      *> working-storage fields; SELECT ACADEMIC-SUMMARY-FILE the
      *> usual way (see ACSUMREC.CPY), ENROLLMENT-FILE
      *> (student-course.txt, keyed EN-KEY), HISTORY-FILE (FILE
      *> STATUS WS-HIST-STATUS, see HISTREC.CPY) and
      *> COURSE-MASTER-FILE, FD each with its shared layout; and
      *> COPY GRADEWS/GRADEVAL and RPTGPAWS/RPTGPAVAL, whose rules
      *> the figures are built with.  All of those files must be
      *> CLOSED when these paragraphs run - they open their own
      *> sessions, the same way ADJUST-SECTION-COUNT does.
      *>
      *> Usage: move the student ID to WS-ACS-STUDENT and the
      *> program name to WS-ACS-PROGRAM, then PERFORM
      *> REFRESH-ACADEMIC-SUMMARY.  COMPUTE-ACADEMIC-SUMMARY alone
      *> leaves the figures in WS-ACS-FIGURES without storing them
      *> (PRGK0179 compares them to the stored row first).
      *>---------------------------------------------------------------
       REFRESH-ACADEMIC-SUMMARY.
           PERFORM COMPUTE-ACADEMIC-SUMMARY
           PERFORM STORE-ACADEMIC-SUMMARY.

      *>-----------------------------------------------------------
      *> COMPUTE-ACADEMIC-SUMMARY - works out the student's figures
      *> from scratch: current rows first, then history, exactly
      *> the order the GPA reports record their attempts in, so the
      *> best-attempt rule settles ties the same way.
      *>-----------------------------------------------------------
       COMPUTE-ACADEMIC-SUMMARY.
           MOVE 0      TO WS-ACS-ATTEMPTED
           MOVE 0      TO WS-ACS-EARNED
           MOVE 0      TO WS-ACS-GPA-CREDITS
           MOVE 0      TO WS-ACS-POINTS
           MOVE 0      TO WS-ACS-CUM-GPA
           MOVE SPACES TO WS-ACS-LAST-TERM
           MOVE 0      TO WS-ACS-TERM-CREDITS
           MOVE 0      TO WS-ACS-TERM-POINTS
           MOVE 0      TO WS-ACS-TERM-GPA
           MOVE 0      TO WS-ACS-TERM-USED
           MOVE SPACES TO WS-ACS-LATEST-DATE
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE WS-ACS-STUDENT TO WS-RPT-STUDENT

           OPEN INPUT COURSE-MASTER-FILE
           PERFORM ACS-SCAN-CURRENT-ROWS
           PERFORM ACS-SCAN-HISTORY-ROWS
           CLOSE COURSE-MASTER-FILE

           PERFORM RPT-TOTAL-BEST
           MOVE WS-RPT-TOTAL-POINTS  TO WS-ACS-POINTS
           MOVE WS-RPT-TOTAL-CREDITS TO WS-ACS-GPA-CREDITS
           IF WS-ACS-GPA-CREDITS > 0
               COMPUTE WS-ACS-CUM-GPA ROUNDED =
                   WS-ACS-POINTS / WS-ACS-GPA-CREDITS
           END-IF

           PERFORM VARYING WS-ACS-TERM-IX FROM 1 BY 1
               UNTIL WS-ACS-TERM-IX > WS-ACS-TERM-USED
               IF WS-ACS-TT-TERM(WS-ACS-TERM-IX) = WS-ACS-LAST-TERM
                   COMPUTE WS-ACS-TERM-POINTS =
                       WS-ACS-TERM-POINTS
                       + (WS-ACS-TT-POINTS(WS-ACS-TERM-IX)
                          * WS-ACS-TT-CREDITS(WS-ACS-TERM-IX))
                   ADD WS-ACS-TT-CREDITS(WS-ACS-TERM-IX)
                       TO WS-ACS-TERM-CREDITS
               END-IF
           END-PERFORM
           IF WS-ACS-TERM-CREDITS > 0
               COMPUTE WS-ACS-TERM-GPA ROUNDED =
                   WS-ACS-TERM-POINTS / WS-ACS-TERM-CREDITS
           END-IF.

      *>-----------------------------------------------------------
      *> ACS-SCAN-CURRENT-ROWS - the student's graded rows still on
      *> the active file.  A row whose section is gone from the
      *> master counts for nothing, as in the GPA reports.
      *>-----------------------------------------------------------
       ACS-SCAN-CURRENT-ROWS.
           MOVE "N" TO WS-ACS-EOF
           OPEN INPUT ENROLLMENT-FILE
           MOVE WS-ACS-STUDENT TO EN-STUDENT-ID
           MOVE LOW-VALUES     TO EN-COURSE
           MOVE LOW-VALUES     TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ACS-EOF
           END-START
           PERFORM UNTIL WS-ACS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = WS-ACS-STUDENT
                           MOVE "Y" TO WS-ACS-EOF
                       ELSE
                           IF EN-GRADE NOT = SPACES
                               AND EN-BASIS NOT = "A"
                               MOVE EN-COURSE  TO C-CODE
                               MOVE EN-SECTION TO C-SECTION
                               READ COURSE-MASTER-FILE
                                   INVALID KEY
                                       MOVE 0 TO C-CREDITS
                               END-READ
                               MOVE EN-COURSE      TO WS-ACS-ROW-COURSE
                               MOVE EN-GRADE       TO WS-ACS-ROW-GRADE
                               MOVE EN-BASIS       TO WS-ACS-ROW-BASIS
                               MOVE EN-TERM        TO WS-ACS-ROW-TERM
                               MOVE EN-ENROLL-DATE TO WS-ACS-ROW-DATE
                               PERFORM ACS-COUNT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

      *>-----------------------------------------------------------
      *> ACS-SCAN-HISTORY-ROWS - the student's rolled-off rows.  A
      *> course renamed since (PRGM0024) is followed to its
      *> successor, so the attempt competes in the same
      *> best-attempt slot as RPT-MERGE-HISTORY would put it in.
      *>-----------------------------------------------------------
       ACS-SCAN-HISTORY-ROWS.
           MOVE "N" TO WS-ACS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-ACS-STUDENT TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ACS-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-ACS-EOF
           END-IF
           PERFORM UNTIL WS-ACS-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACS-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-ACS-STUDENT
                           MOVE "Y" TO WS-ACS-EOF
                       ELSE
                           IF HIST-GRADE NOT = SPACES
                               AND HIST-BASIS NOT = "A"
                               PERFORM ACS-TAKE-HISTORY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       ACS-TAKE-HISTORY-ROW.
           MOVE HIST-COURSE  TO WS-RPT-RESOLVED-COURSE
           MOVE HIST-COURSE  TO C-CODE
           MOVE HIST-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   PERFORM RPT-FOLLOW-EQUIVALENCE
           END-READ
           MOVE WS-RPT-RESOLVED-COURSE TO WS-ACS-ROW-COURSE
           MOVE HIST-GRADE             TO WS-ACS-ROW-GRADE
           MOVE HIST-BASIS             TO WS-ACS-ROW-BASIS
           MOVE HIST-TERM              TO WS-ACS-ROW-TERM
           MOVE HIST-ENROLL-DATE       TO WS-ACS-ROW-DATE
           PERFORM ACS-COUNT-ROW.

      *>-----------------------------------------------------------
      *> ACS-COUNT-ROW - one graded row with its C-CREDITS looked
      *> up.  Its hours are attempted whatever the outcome and
      *> earned unless it was withdrawn, failed or is still
      *> incomplete; a letter grade is also a GPA attempt and a
      *> candidate for the last term.
      *>-----------------------------------------------------------
       ACS-COUNT-ROW.
           IF C-CREDITS = 0
               EXIT PARAGRAPH
           END-IF

           ADD C-CREDITS TO WS-ACS-ATTEMPTED
           IF WS-ACS-ROW-GRADE = "W" OR WS-ACS-ROW-GRADE = "F"
               OR WS-ACS-ROW-GRADE = "I" OR WS-ACS-ROW-GRADE = "NP"
               CONTINUE
           ELSE
               ADD C-CREDITS TO WS-ACS-EARNED
           END-IF

           IF WS-ACS-ROW-GRADE = "W" OR WS-ACS-ROW-GRADE = "I"
               OR WS-ACS-ROW-BASIS = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACS-ROW-GRADE TO WS-GRADE-LOOKUP
           PERFORM GET-GRADE-POINTS
           MOVE WS-ACS-ROW-COURSE   TO WS-RPT-NEW-COURSE
           MOVE WS-GRADE-POINTS-OUT TO WS-RPT-NEW-POINTS
           MOVE C-CREDITS           TO WS-RPT-NEW-CREDITS
           PERFORM RPT-RECORD-ATTEMPT

           IF WS-ACS-ROW-TERM NOT = SPACES
               AND WS-ACS-TERM-USED < 200
               ADD 1 TO WS-ACS-TERM-USED
               MOVE WS-ACS-ROW-TERM TO
                   WS-ACS-TT-TERM(WS-ACS-TERM-USED)
               MOVE WS-GRADE-POINTS-OUT TO
                   WS-ACS-TT-POINTS(WS-ACS-TERM-USED)
               MOVE C-CREDITS TO
                   WS-ACS-TT-CREDITS(WS-ACS-TERM-USED)
               IF WS-ACS-ROW-DATE > WS-ACS-LATEST-DATE
                   MOVE WS-ACS-ROW-DATE TO WS-ACS-LATEST-DATE
                   MOVE WS-ACS-ROW-TERM TO WS-ACS-LAST-TERM
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> STORE-ACADEMIC-SUMMARY - writes WS-ACS-FIGURES onto the
      *> student's row, adding the row (and the file, the first
      *> time) if there is none yet.
      *>-----------------------------------------------------------
       STORE-ACADEMIC-SUMMARY.
           OPEN I-O ACADEMIC-SUMMARY-FILE
           IF WS-ACSUM-STATUS = "35"
               OPEN OUTPUT ACADEMIC-SUMMARY-FILE
               CLOSE ACADEMIC-SUMMARY-FILE
               OPEN I-O ACADEMIC-SUMMARY-FILE
           END-IF

           MOVE WS-ACS-STUDENT TO ACS-STUDENT-ID
           READ ACADEMIC-SUMMARY-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACS-ROW-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACS-ROW-FOUND
           END-READ

           MOVE WS-ACS-STUDENT TO ACS-STUDENT-ID
           MOVE WS-ACS-FIGURES TO ACS-FIGURES
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACS-UPDATED-DATE
           MOVE WS-ACS-PROGRAM TO ACS-UPDATED-BY
           IF WS-ACS-ROW-FOUND = "Y"
               REWRITE ACADEMIC-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO UPDATE THE "
                           "ACADEMIC SUMMARY FOR " WS-ACS-STUDENT
                           ".***"
               END-REWRITE
           ELSE
               WRITE ACADEMIC-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO ADD THE "
                           "ACADEMIC SUMMARY FOR " WS-ACS-STUDENT
                           ".***"
               END-WRITE
           END-IF
           CLOSE ACADEMIC-SUMMARY-FILE.
