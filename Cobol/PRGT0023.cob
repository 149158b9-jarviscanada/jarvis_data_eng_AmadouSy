               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLLED-FILE ASSIGN TO "prgt0023-rolled.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-KEY, ...)

       FD CHECKPOINT-FILE.
       01 CKPT-LINE                PIC X(21).    *> Last EN-KEY scanned, for restart
       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD ROLLED-FILE.
       01 ROLLED-LINE              PIC X(4).    *> Student with a row rolled off this run

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-GSCALE-STATUS     PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-EQUIV-STATUS      PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-ENROLL-STATUS         PIC XX.          *> Status of last ENROLLMENT I/O
       01 WS-CKPT-STATUS           PIC XX.          *> Status of last CHECKPOINT-FILE I/O
       01 WS-EOF                   PIC X VALUE "N". *> End-of-file flag
       01 WS-ROLLED-COUNT          PIC 9(4) VALUE 0. *> Graded rows rolled off
       01 WS-CKPT-KEY              PIC X(21) VALUE SPACES. *> Last EN-KEY from a prior, interrupted run
       01 WS-HIST-IMAGE            PIC X(61).       *> History row as this run built it
       01 WS-HIST-WRITTEN          PIC X VALUE "N". *> "Y" once the row is on history
       01 WS-ROLLED-STATUS         PIC XX.          *> Status of last ROLLED-FILE I/O
       01 WS-LAST-ROLLED           PIC X(4) VALUE SPACES. *> Student last written to ROLLED-FILE

       COPY "BACKUPWS.CPY".     *> Fields used by the shared BACKUP-FILE paragraph
       COPY "RECLOCKWS.CPY".    *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs

       PROCEDURE DIVISION.
       BEGIN.
               CLOSE CHECKPOINT-FILE
           END-IF

      *> Every student who loses a row to history is noted, so
      *> their academic summaries can be refreshed once the scan
      *> is done - a restarted run adds to the list the
      *> interrupted one began rather than losing it.
           IF WS-CKPT-KEY = SPACES
               OPEN OUTPUT ROLLED-FILE
           ELSE
               OPEN EXTEND ROLLED-FILE
               IF WS-ROLLED-STATUS NOT = "00"
                   CLOSE ROLLED-FILE
                   OPEN OUTPUT ROLLED-FILE
               END-IF
           END-IF

           OPEN I-O ENROLLMENT-FILE
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           IF WS-CKPT-KEY NOT = SPACES
               DISPLAY "RESTARTING AFTER CHECKPOINT - LAST KEY "

           CLOSE HISTORY-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE ROLLED-FILE

           PERFORM REFRESH-ROLLED-SUMMARIES

           *> The job ran to completion, so the checkpoint no longer
           *> applies - clear it for the next full run.

      *>-----------------------------------------------------------
      *> ROLL-OFF-ENROLLMENT - writes the current record to the
      *> history file under its student / term / course / section
      *> key, then deletes it from the currently-positioned
      *> ENROLLMENT-FILE row.  A row already on history with that
      *> key is this same row when a run interrupted between the
      *> WRITE and the DELETE is restarted, and only needs the
      *> DELETE; anything else under the key is a different
      *> enrollment and the row stays on the active file.
      *>-----------------------------------------------------------
       ROLL-OFF-ENROLLMENT.
           MOVE EN-STUDENT-ID      TO HIST-STUDENT-ID
           MOVE EN-TERM            TO HIST-TERM
           MOVE EN-COURSE          TO HIST-COURSE
           MOVE EN-SECTION         TO HIST-SECTION
           MOVE EN-ENROLL-DATE     TO HIST-ENROLL-DATE
           MOVE EN-GRADE           TO HIST-GRADE
           MOVE EN-BASIS           TO HIST-BASIS
           MOVE EN-MIDTERM-GRADE   TO HIST-MIDTERM-GRADE
           MOVE EN-COURSE          TO HIST-ALT-COURSE
           MOVE EN-TERM            TO HIST-ALT-TERM
           MOVE HISTORY-LINE       TO WS-HIST-IMAGE
           MOVE "Y" TO WS-HIST-WRITTEN
           WRITE HISTORY-LINE
               INVALID KEY
                   READ HISTORY-FILE
                       INVALID KEY
                           MOVE "N" TO WS-HIST-WRITTEN
                   END-READ
                   IF HISTORY-LINE NOT = WS-HIST-IMAGE
                       MOVE "N" TO WS-HIST-WRITTEN
                   END-IF
           END-WRITE
           IF WS-HIST-WRITTEN = "N"
               DISPLAY "***ERROR: " EN-STUDENT-ID " " EN-COURSE
                   " TERM " EN-TERM " IS ALREADY ON HISTORY - "
                   "LEFT ON THE ACTIVE FILE.***"
               EXIT PARAGRAPH
           END-IF

           DELETE ENROLLMENT-FILE
               INVALID KEY
                       EN-STUDENT-ID " " EN-COURSE "***"
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
                   IF EN-STUDENT-ID NOT = WS-LAST-ROLLED
                       MOVE EN-STUDENT-ID TO ROLLED-LINE
                       WRITE ROLLED-LINE
                       MOVE EN-STUDENT-ID TO WS-LAST-ROLLED
                   END-IF
      *> The seat is no longer current, so the section's
      *> maintained head count comes down with the row.
                   MOVE EN-COURSE  TO WS-SEC-COURSE
                   PERFORM ADJUST-SECTION-COUNT
           END-DELETE.

      *>-----------------------------------------------------------
      *> REFRESH-ROLLED-SUMMARIES - rolling a row off moves it, it
      *> does not change the grade, but the student's academic
      *> summary is rebuilt from both files all the same, so it is
      *> refreshed for everyone the scan touched.
      *>-----------------------------------------------------------
       REFRESH-ROLLED-SUMMARIES.
           MOVE "N" TO WS-EOF
           MOVE "PRGT0023" TO WS-ACS-PROGRAM
           OPEN INPUT ROLLED-FILE
           IF WS-ROLLED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ROLLED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ROLLED-LINE TO WS-ACS-STUDENT
                       PERFORM REFRESH-ACADEMIC-SUMMARY
               END-READ
           END-PERFORM
           CLOSE ROLLED-FILE.

      *>-----------------------------------------------------------
      *> WRITE-CHECKPOINT - records the EN-KEY just scanned, so an
      *> interrupted run can resume the scan just past it instead
       COPY "BACKUPVAL.CPY".    *> Shared backup-before-write paragraphs
       COPY "RECLOCKVAL.CPY".   *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
