       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0170.  *> LMS final-grade import

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "lms-final-grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

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

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "grade-change-requests.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-CHANGE-STATUS.

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

           SELECT POSTED-FILE ASSIGN TO "prgg0170-posted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "lms-grade-import-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-LINE                PIC X(60).  *> One LMS final grade

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD CHANGE-FILE.
       COPY "GCHGREC.CPY".    *> Shared grade-change request layout (GC-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-KEY, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD POSTED-FILE.
       01 POSTED-LINE               PIC X(4).   *> Student with a grade posted this run

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(80).  *> One report line

       SD SORT-WORK-FILE.
       01 SR-GRADE-RECORD.                       *> One grade, sortable by section
           05 SR-COURSE              PIC X(15).
           05 SR-SECTION             PIC X(2).
           05 SR-STUDENT-ID          PIC X(4).
           05 SR-GRADE               PIC X(2).
           05 SR-LINE-NO             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS       PIC XX.          *> INPUT-FILE I/O status
       01 WS-FILE-STATUS        PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS      PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-GSCALE-STATUS      PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-CHANGE-STATUS      PIC XX.          *> CHANGE-FILE I/O status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-HIST-STATUS        PIC XX.          *> HISTORY-FILE I/O status
       01 WS-EQUIV-STATUS       PIC XX.          *> EQUIV-FILE I/O status
       01 WS-ACSUM-STATUS       PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-POSTED-STATUS      PIC XX.          *> POSTED-FILE I/O status
       01 WS-EOF                PIC X VALUE "N". *> Input/sort EOF flag
       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES. *> Logged-in user

      *> lms-final-grades.txt layout: STUDENT ID, COURSE CODE,
      *> SECTION, FINAL GRADE - comma delimited, one grade per line,
      *> the same UNSTRING-by-comma idiom PRGA0146's evaluation
      *> ingest uses.  An empty SECTION is "01", as it is when a
      *> grade is keyed through PRGG0015.  The lines are sorted by
      *> course and section before posting, so the report prints
      *> one block per section whatever order the LMS sent them.
       01 WS-IN-STUDENT-ID      PIC X(4).
       01 WS-IN-COURSE          PIC X(15).
       01 WS-IN-SECTION         PIC X(2).
       01 WS-IN-GRADE           PIC X(2).
       01 WS-LINE-NO            PIC 9(5) VALUE 0. *> Input line number

       01 WS-CUR-COURSE         PIC X(15) VALUE SPACES. *> Section being reported
       01 WS-CUR-SECTION        PIC X(2) VALUE SPACES.
       01 WS-SEC-POSTED         PIC 9(4) VALUE 0. *> Section: grades posted
       01 WS-SEC-ROUTED         PIC 9(4) VALUE 0. *> ...sent to grade change
       01 WS-SEC-REJECTED       PIC 9(4) VALUE 0. *> ...rejected
       01 WS-SECTION-COUNT      PIC 9(4) VALUE 0. *> Sections on the file

       01 WS-READ-COUNT         PIC 9(5) VALUE 0. *> Grades read
       01 WS-POSTED-COUNT       PIC 9(5) VALUE 0. *> Grades posted
       01 WS-ROUTED-COUNT       PIC 9(5) VALUE 0. *> Change requests raised
       01 WS-REJECT-COUNT       PIC 9(5) VALUE 0. *> Grades rejected

       01 WS-RESULT             PIC X(8).        *> POSTED / CHANGE / REJECTED
       01 WS-REASON             PIC X(40).       *> Why, for the report
       01 WS-NEW-REQUEST        PIC X(58).       *> New change request, held
      *>                                            while a prior one is read

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "ACSUMWS.CPY".    *> Fields used by the shared academic-summary paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   L M S   F I N A L - G R A D E   I M P O R T |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGG0170" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "***ERROR: NO lms-final-grades.txt TO "
                   "IMPORT.***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to load
               EXIT PROGRAM
           END-IF
           CLOSE INPUT-FILE

      *> Grades for many students across many sections land in one
      *> run, so the file-wide enrollment lock is taken, the way
      *> PRGG0094's section pass takes it.
           MOVE "ENROLL" TO WS-LOCK-TYPE
           MOVE "ALL"    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 2 TO RETURN-CODE                   *> 2 = locked
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LMS FINAL-GRADE IMPORT - " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "   RUN BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE

      *> Every student who has a grade posted is noted, so their
      *> academic summaries can be refreshed once the files are
      *> closed.
           OPEN OUTPUT POSTED-FILE
           OPEN INPUT STUDENT-FILE
           OPEN I-O ENROLLMENT-FILE
           OPEN I-O CHANGE-FILE
           IF WS-CHANGE-STATUS = "35"
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COURSE SR-SECTION SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS POST-SORTED-GRADES

           CLOSE CHANGE-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE POSTED-FILE

      *> Refreshed while the lock still keeps other postings off
      *> the students' rows, as PRGG0015 does.
           PERFORM REFRESH-POSTED-SUMMARIES

           PERFORM RELEASE-RECORD-LOCK

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SECTIONS: " DELIMITED BY SIZE
                  WS-SECTION-COUNT DELIMITED BY SIZE
                  "  READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  POSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "  TO GRADE CHANGE: " DELIMITED BY SIZE
                  WS-ROUTED-COUNT DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE
           IF WS-ROUTED-COUNT > 0
               MOVE "(CHANGES TO POSTED GRADES AWAIT APPROVAL - " &
                   "OPTION 96.)" TO REPORT-LINE
               PERFORM WRITE-IMPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to load
           ELSE
               IF WS-REJECT-COUNT = 0 AND WS-ROUTED-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 3 TO RETURN-CODE          *> 3 = not all posted
               END-IF
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - feeds every non-blank LMS line into the
      *> sort, numbered so a rejected grade can be found on the
      *> file the LMS sent.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF INPUT-LINE NOT = SPACES
                           PERFORM RELEASE-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE.

       RELEASE-ONE-GRADE.
           MOVE SPACES TO WS-IN-STUDENT-ID
           MOVE SPACES TO WS-IN-COURSE
           MOVE SPACES TO WS-IN-SECTION
           MOVE SPACES TO WS-IN-GRADE
           UNSTRING INPUT-LINE DELIMITED BY ","
               INTO WS-IN-STUDENT-ID WS-IN-COURSE WS-IN-SECTION
                    WS-IN-GRADE
           IF WS-IN-SECTION = SPACES
               MOVE "01" TO WS-IN-SECTION
           END-IF

           MOVE WS-IN-COURSE     TO SR-COURSE
           MOVE WS-IN-SECTION    TO SR-SECTION
           MOVE WS-IN-STUDENT-ID TO SR-STUDENT-ID
           MOVE WS-IN-GRADE      TO SR-GRADE
           MOVE WS-LINE-NO       TO SR-LINE-NO
           RELEASE SR-GRADE-RECORD.

      *>-----------------------------------------------------------
      *> POST-SORTED-GRADES - walks the sorted grades, breaking on
      *> course and section for the per-section report blocks.
      *>-----------------------------------------------------------
       POST-SORTED-GRADES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SR-COURSE NOT = WS-CUR-COURSE
                           OR SR-SECTION NOT = WS-CUR-SECTION
                           OR WS-SECTION-COUNT = 0
                           PERFORM END-SECTION-BLOCK
                           PERFORM START-SECTION-BLOCK
                       END-IF
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-ONE-GRADE
               END-RETURN
           END-PERFORM
           PERFORM END-SECTION-BLOCK.

       START-SECTION-BLOCK.
           MOVE SR-COURSE  TO WS-CUR-COURSE
           MOVE SR-SECTION TO WS-CUR-SECTION
           MOVE 0 TO WS-SEC-POSTED
           MOVE 0 TO WS-SEC-ROUTED
           MOVE 0 TO WS-SEC-REJECTED
           ADD 1 TO WS-SECTION-COUNT

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SECTION " DELIMITED BY SIZE
                  WS-CUR-COURSE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CUR-SECTION DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE
           MOVE "  LINE  STU  GRADE   RESULT    REASON" TO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE.

       END-SECTION-BLOCK.
           IF WS-SECTION-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTION TOTAL - POSTED: " DELIMITED BY SIZE
                  WS-SEC-POSTED DELIMITED BY SIZE
                  "  TO GRADE CHANGE: " DELIMITED BY SIZE
                  WS-SEC-ROUTED DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-SEC-REJECTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-IMPORT-LINE.

      *>-----------------------------------------------------------
      *> POST-ONE-GRADE - the checks PRGG0015 makes of a keyed
      *> grade, made of one LMS grade: the student must not be on
      *> leave and must be enrolled on the section; an audit row is
      *> never graded; a pass/fail row takes P or NP only; any
      *> other row a grade on grade-scale.txt.  An Incomplete needs
      *> a completion deadline the LMS cannot send, so it is still
      *> posted by hand.  Only a blank grade is posted.  A grade
      *> already posted is never overwritten - a different one
      *> becomes a pending request on grade-change-requests.txt for
      *> PRGG0097's approval, the same as PRGG0096 would raise.
      *>-----------------------------------------------------------
       POST-ONE-GRADE.
           MOVE SPACES TO WS-REASON

           MOVE SR-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   IF F-STATUS = "L"
                       MOVE "STUDENT ON LEAVE OF ABSENCE"
                           TO WS-REASON
                   END-IF
           END-READ
           IF WS-REASON NOT = SPACES
               PERFORM REJECT-GRADE
               EXIT PARAGRAPH
           END-IF

           MOVE SR-STUDENT-ID TO EN-STUDENT-ID
           MOVE SR-COURSE     TO EN-COURSE
           MOVE SR-SECTION    TO EN-SECTION
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "NOT ENROLLED ON THIS SECTION" TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES
               PERFORM REJECT-GRADE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN EN-BASIS = "A"
                   MOVE "AUDIT ENROLLMENT - NEVER GRADED"
                       TO WS-REASON
               WHEN EN-BASIS = "P"
                   IF SR-GRADE NOT = "P" AND SR-GRADE NOT = "NP"
                       MOVE "PASS/FAIL ROW TAKES P OR NP ONLY"
                           TO WS-REASON
                   END-IF
               WHEN SR-GRADE = "I"
                   MOVE "INCOMPLETE - POST WITH DEADLINE (OPT 15)"
                       TO WS-REASON
               WHEN OTHER
                   MOVE SR-GRADE TO WS-GRADE-LOOKUP
                   PERFORM GET-GRADE-POINTS
                   IF WS-GRADE-SCALE-FOUND = "N"
                       OR SR-GRADE = SPACES
                       MOVE "GRADE NOT ON GRADE-SCALE.TXT"
                           TO WS-REASON
                   END-IF
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               PERFORM REJECT-GRADE
               EXIT PARAGRAPH
           END-IF

           IF EN-GRADE = "W"
               MOVE "WITHDRAWN FROM THIS SECTION" TO WS-REASON
               PERFORM REJECT-GRADE
               EXIT PARAGRAPH
           END-IF

           IF EN-GRADE NOT = SPACES
               IF EN-GRADE = SR-GRADE
                   MOVE "SAME GRADE ALREADY POSTED" TO WS-REASON
                   PERFORM REJECT-GRADE
               ELSE
                   PERFORM RAISE-CHANGE-REQUEST
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SR-GRADE TO EN-GRADE
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   MOVE "UNABLE TO POST GRADE" TO WS-REASON
                   PERFORM REJECT-GRADE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-SEC-POSTED
                   MOVE EN-STUDENT-ID TO POSTED-LINE
                   WRITE POSTED-LINE
                   MOVE "POSTED" TO WS-RESULT
                   PERFORM WRITE-GRADE-LINE
           END-REWRITE.

      *>-----------------------------------------------------------
      *> REFRESH-POSTED-SUMMARIES - a posted grade moves the
      *> student's cumulative figures, so the academic summary of
      *> everyone noted on the posted list is rebuilt.  A student
      *> graded in several sections is simply refreshed again.
      *>-----------------------------------------------------------
       REFRESH-POSTED-SUMMARIES.
           MOVE "N" TO WS-EOF
           MOVE "PRGG0170" TO WS-ACS-PROGRAM
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ POSTED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE POSTED-LINE TO WS-ACS-STUDENT
                       PERFORM REFRESH-ACADEMIC-SUMMARY
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

      *>-----------------------------------------------------------
      *> RAISE-CHANGE-REQUEST - a pending grade-change request for
      *> a row that already carries a different grade, reason LM
      *> (LMS gradebook).  A decided request already keyed to the
      *> row is replaced, as in PRGG0096; one still pending turns
      *> the grade away.
      *>-----------------------------------------------------------
       RAISE-CHANGE-REQUEST.
           MOVE EN-STUDENT-ID      TO GC-STUDENT-ID
           MOVE EN-COURSE          TO GC-COURSE
           MOVE EN-SECTION         TO GC-SECTION
           MOVE EN-GRADE           TO GC-OLD-GRADE
           MOVE SR-GRADE           TO GC-NEW-GRADE
           MOVE "LM"               TO GC-REASON
           MOVE WS-OPERATOR-ID     TO GC-REQUESTED-BY
           MOVE WS-TODAY-FORMATTED TO GC-REQUEST-DATE
           MOVE "P"                TO GC-STATUS
           MOVE SPACES             TO GC-DECIDED-BY
           MOVE SPACES             TO GC-DECIDED-DATE

           WRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   MOVE GRADE-CHANGE-RECORD TO WS-NEW-REQUEST
                   READ CHANGE-FILE
                       INVALID KEY
                           MOVE "P" TO GC-STATUS
                   END-READ
                   IF GC-STATUS = "P"
                       MOVE "CHANGE REQUEST ALREADY PENDING"
                           TO WS-REASON
                   ELSE
                       MOVE WS-NEW-REQUEST TO GRADE-CHANGE-RECORD
                       REWRITE GRADE-CHANGE-RECORD
                           INVALID KEY
                               MOVE "UNABLE TO RECORD CHANGE REQUEST"
                                   TO WS-REASON
                       END-REWRITE
                   END-IF
           END-WRITE

           IF WS-REASON NOT = SPACES
               PERFORM REJECT-GRADE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROUTED-COUNT
           ADD 1 TO WS-SEC-ROUTED
           MOVE "CHANGE" TO WS-RESULT
           MOVE SPACES TO WS-REASON
           STRING "POSTED " DELIMITED BY SIZE
                  EN-GRADE DELIMITED BY SPACE
                  " - REQUEST RAISED FOR APPROVAL" DELIMITED BY SIZE
                  INTO WS-REASON
           PERFORM WRITE-GRADE-LINE.

       REJECT-GRADE.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-SEC-REJECTED
           MOVE "REJECTED" TO WS-RESULT
           PERFORM WRITE-GRADE-LINE.

      *>-----------------------------------------------------------
      *> WRITE-GRADE-LINE - one grade's line in its section block.
      *>-----------------------------------------------------------
       WRITE-GRADE-LINE.
           MOVE SPACES        TO REPORT-LINE
           MOVE SR-LINE-NO    TO REPORT-LINE(2:5)
           MOVE SR-STUDENT-ID TO REPORT-LINE(9:4)
           MOVE SR-GRADE      TO REPORT-LINE(15:2)
           MOVE WS-RESULT     TO REPORT-LINE(22:8)
           MOVE WS-REASON     TO REPORT-LINE(32:40)
           PERFORM WRITE-IMPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-IMPORT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-IMPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "ACSUMVAL.CPY".   *> Shared academic-summary paragraphs
