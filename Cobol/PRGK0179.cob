       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0179.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "academic-summary-drift.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-KEY, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One drift-report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Student-scan EOF flag
       01 WS-STORED            PIC X VALUE "N". *> Student already has a row
       01 WS-STUDENT-COUNT     PIC 9(5) VALUE 0. *> Students verified
       01 WS-DRIFT-COUNT       PIC 9(5) VALUE 0. *> Rows drifted and repaired
       01 WS-BUILT-COUNT       PIC 9(5) VALUE 0. *> Rows added for students with none
       01 WS-OLD-GPA-DISPLAY   PIC 9.99.        *> Carried GPA for printing
       01 WS-NEW-GPA-DISPLAY   PIC 9.99.        *> Recomputed GPA for printing

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGK0179" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| ACADEMIC-SUMMARY VERIFICATION                 |"
           DISPLAY "+-----------------------------------------------+"

      *> Grades move while the registrar posts them, so the
      *> recompute runs under the file-wide enrollment lock the
      *> section recount (PRGK0123) takes - nightly, when nobody is
      *> posting anyway.
           MOVE "ENROLL" TO WS-LOCK-TYPE
           MOVE "ALL"    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 2 TO RETURN-CODE                   *> 2 = locked
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "ACADEMIC-SUMMARY DRIFT REPORT" TO REPORT-LINE
           PERFORM WRITE-DRIFT-LINE

           MOVE "PRGK0179" TO WS-ACS-PROGRAM
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VERIFY-ONE-STUDENT
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           PERFORM RELEASE-RECORD-LOCK

           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS: " DELIMITED BY SIZE
                  WS-STUDENT-COUNT DELIMITED BY SIZE
                  "   DRIFTED AND REPAIRED: " DELIMITED BY SIZE
                  WS-DRIFT-COUNT DELIMITED BY SIZE
                  "   BUILT: " DELIMITED BY SIZE
                  WS-BUILT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-DRIFT-LINE

           CLOSE REPORT-FILE

           IF WS-DRIFT-COUNT > 0
               MOVE 1 TO RETURN-CODE              *> 1 = drift found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-STUDENT-COUNT TO WS-JOB-READ
           COMPUTE WS-JOB-WRITTEN = WS-DRIFT-COUNT + WS-BUILT-COUNT
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> VERIFY-ONE-STUDENT - the student's figures rebuilt from
      *> every enrollment and history row (the arithmetic the
      *> maintained row replaced in the GPA reports lives on here,
      *> once a night), compared against the stored row and
      *> rewritten when they disagree.  A student with no row yet
      *> - the first run, or one added since - gets one, which is
      *> not drift.
      *>-----------------------------------------------------------
       VERIFY-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE F-ID TO WS-ACS-STUDENT
           PERFORM COMPUTE-ACADEMIC-SUMMARY

           MOVE "N" TO WS-STORED
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           IF WS-ACSUM-STATUS = "00"
               MOVE F-ID TO ACS-STUDENT-ID
               READ ACADEMIC-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-STORED
               END-READ
               CLOSE ACADEMIC-SUMMARY-FILE
           END-IF

           IF WS-STORED = "N"
               ADD 1 TO WS-BUILT-COUNT
               PERFORM STORE-ACADEMIC-SUMMARY
               EXIT PARAGRAPH
           END-IF

           IF ACS-FIGURES NOT = WS-ACS-FIGURES
               ADD 1 TO WS-DRIFT-COUNT
               MOVE ACS-CUM-GPA    TO WS-OLD-GPA-DISPLAY
               MOVE WS-ACS-CUM-GPA TO WS-NEW-GPA-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "DRIFT: " DELIMITED BY SIZE
                      F-ID DELIMITED BY SIZE
                      " CARRIED " DELIMITED BY SIZE
                      WS-OLD-GPA-DISPLAY DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      ACS-GPA-CREDITS DELIMITED BY SIZE
                      " CR, RECOMPUTED " DELIMITED BY SIZE
                      WS-NEW-GPA-DISPLAY DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      WS-ACS-GPA-CREDITS DELIMITED BY SIZE
                      " CR - REPAIRED" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-DRIFT-LINE
               PERFORM STORE-ACADEMIC-SUMMARY
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-DRIFT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-DRIFT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
