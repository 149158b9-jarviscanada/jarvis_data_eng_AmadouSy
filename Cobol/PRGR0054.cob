               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
           SELECT REPORT-FILE ASSIGN TO "gpa-distribution-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout
       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLL status
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-STUDENT-FOUND     PIC X VALUE "N". *> Student lookup flag

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID

       01 WS-POINTS-EARNED     PIC 9(5)V99 VALUE 0. *> Sum points
       01 WS-CREDITS-GRADED    PIC 9(4) VALUE 0.    *> Graded credits

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT ACADEMIC-SUMMARY-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                           END-IF
                           PERFORM START-NEW-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE ACADEMIC-SUMMARY-FILE

           PERFORM PRINT-DISTRIBUTION-REPORT


           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> READ-STUDENT-SUMMARY - the finished student's cumulative
      *> GPA figures, zero when the student has no summary row
      *> (or the file is not built yet - PRGK0179 builds it).
      *>-----------------------------------------------------------
       READ-STUDENT-SUMMARY.
           MOVE WS-PREV-STUDENT-ID TO ACS-STUDENT-ID
           MOVE 0 TO ACS-QUALITY-POINTS
           MOVE 0 TO ACS-GPA-CREDITS
           MOVE 0 TO ACS-CUM-GPA
           READ ACADEMIC-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ACS-QUALITY-POINTS TO WS-POINTS-EARNED
           MOVE ACS-GPA-CREDITS    TO WS-CREDITS-GRADED.

      *>-----------------------------------------------------------
      *> START-NEW-STUDENT - resets the running totals for the next
      *> student's group of enrollment rows and looks up the name of
      *>-----------------------------------------------------------
       START-NEW-STUDENT.
           MOVE EN-STUDENT-ID TO WS-PREV-STUDENT-ID
           MOVE 0 TO WS-POINTS-EARNED
           MOVE 0 TO WS-CREDITS-GRADED

                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> BUCKET-STUDENT-GPA - folds the student whose group of
      *> enrollment rows just finished into the matching GPA-range
      *> counter.
      *>-----------------------------------------------------------
       BUCKET-STUDENT-GPA.
      *> The maintained academic summary (ACSUMREC.CPY) already
      *> holds the student's best-attempt totals and GPA.
           PERFORM READ-STUDENT-SUMMARY

           IF WS-STUDENT-FOUND = "Y"
               IF WS-CREDITS-GRADED > 0
                   MOVE ACS-CUM-GPA TO WS-GPA
                   ADD 1 TO WS-TOTAL-COUNT

                   EVALUATE TRUE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

