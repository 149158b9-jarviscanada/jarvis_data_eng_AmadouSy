           SELECT REPORT-FILE ASSIGN TO "graduation-eligibility.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status

       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLL status
       01 WS-EOF               PIC X VALUE "N". *> End-of-file flag
       01 WS-STUDENT-FOUND     PIC X VALUE "N". *> Student lookup flag

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name

       01 WS-POINTS-EARNED     PIC 9(5)V99 VALUE 0. *> Sum points
       01 WS-CREDITS-GRADED    PIC 9(4) VALUE 0.    *> Graded credits
       01 WS-MIN-GPA           PIC 9V99 VALUE 2.00. *> GPA required
       01 WS-ELIGIBLE-COUNT    PIC 9(4) VALUE 0.    *> Eligible students

      *> A student who clears the credit and GPA bar must also have
      *> met their program's requirements - those of the catalog
      *> year they declared under - to be eligible.  A student with
      *> no program declared is judged on the bar alone.
       01 WS-DEGREE-STATUS     PIC XX.              *> DEGREE-FILE status
       01 WS-STUDENT-PROGRAM   PIC X(6).            *> Current student's program
       01 WS-STUDENT-CATALOG   PIC X(4).            *> ...and catalog year
       01 WS-REQ-NOTE          PIC X(23).           *> Requirements column text

       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs
       COPY "DEGAUDWS.CPY".   *> Fields used by the shared degree-audit paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "-----------------------------------------------" &
               WS-GPA-DISPLAY " GPA OR BETTER"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-ELIGIBILITY-LINE
           MOVE "     PLUS THE PROGRAM REQUIREMENTS OF THE STUDENT'S "
               & "CATALOG YEAR" TO REPORT-LINE
           PERFORM WRITE-ELIGIBILITY-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-ELIGIBILITY-LINE
           MOVE "ID   | STUDENT NAME            | CREDITS | GPA  | "&
               "ELIG | REQUIREMENTS"
               TO REPORT-LINE
           PERFORM WRITE-ELIGIBILITY-LINE
           MOVE "-----------------------------------------------" &
                           END-IF
                           PERFORM START-NEW-STUDENT
                       END-IF
                       IF WS-STUDENT-FOUND = "Y"
                           PERFORM DA-ADD-ENROLL-WORK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE ACADEMIC-SUMMARY-FILE
           CLOSE REPORT-FILE

           IF WS-ELIGIBLE-COUNT = 0
           MOVE 0 TO WS-POINTS-EARNED
           MOVE 0 TO WS-CREDITS-GRADED
           MOVE 0 TO WS-CREDITS-EARNED
           MOVE 0 TO WS-WORK-USED
           MOVE EN-STUDENT-ID TO WS-DA-STUDENT

           MOVE EN-STUDENT-ID TO F-ID
           READ STUDENT-FILE
                   IF F-STATUS = "A"
                       MOVE "Y" TO WS-STUDENT-FOUND
                       MOVE F-NAME TO WS-STUDENT-NAME
                       MOVE F-PROGRAM      TO WS-STUDENT-PROGRAM
                       MOVE F-CATALOG-YEAR TO WS-STUDENT-CATALOG
                   ELSE
                       MOVE "N" TO WS-STUDENT-FOUND
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> READ-STUDENT-SUMMARY - the finished student's cumulative
      *> figures, zero when the student has no summary row (or
      *> the file is not built yet - PRGK0179 builds it).
      *>-----------------------------------------------------------
       READ-STUDENT-SUMMARY.
           MOVE WS-PREV-STUDENT-ID TO ACS-STUDENT-ID
           MOVE 0 TO ACS-EARNED-CREDITS
           MOVE 0 TO ACS-QUALITY-POINTS
           MOVE 0 TO ACS-GPA-CREDITS
           MOVE 0 TO ACS-CUM-GPA
           READ ACADEMIC-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ACS-EARNED-CREDITS TO WS-CREDITS-EARNED
           MOVE ACS-QUALITY-POINTS TO WS-POINTS-EARNED
           MOVE ACS-GPA-CREDITS    TO WS-CREDITS-GRADED.

      *>-----------------------------------------------------------
      *> WRITE-STUDENT-ELIGIBILITY-LINE - prints one line judging the
      *> the credit and GPA bar.
      *>-----------------------------------------------------------
       WRITE-STUDENT-ELIGIBILITY-LINE.
      *> Credits earned and the GPA come off the maintained
      *> academic summary (ACSUMREC.CPY) - every term's work, the
      *> repeat-course rule already applied.
           PERFORM READ-STUDENT-SUMMARY
           MOVE SPACES TO REPORT-LINE
           MOVE SPACES TO WS-REQ-NOTE
           MOVE "N" TO WS-DA-MET
           IF WS-STUDENT-FOUND = "Y"
               IF WS-CREDITS-GRADED > 0
                   MOVE ACS-CUM-GPA TO WS-GPA
                   MOVE WS-GPA TO WS-GPA-DISPLAY

                   IF WS-CREDITS-EARNED >= WS-MIN-CREDITS
                       AND WS-GPA >= WS-MIN-GPA
                       PERFORM CHECK-PROGRAM-REQUIREMENTS
                   END-IF

                   IF WS-CREDITS-EARNED >= WS-MIN-CREDITS
                       AND WS-GPA >= WS-MIN-GPA
                       AND WS-DA-MET = "Y"
                       STRING WS-PREV-STUDENT-ID DELIMITED BY SIZE
                              " | " DELIMITED BY SIZE
                              WS-STUDENT-NAME(1:24) DELIMITED BY SIZE
                              WS-CREDITS-EARNED DELIMITED BY SIZE
                              "     | " DELIMITED BY SIZE
                              WS-GPA-DISPLAY DELIMITED BY SIZE
                              " | YES | " DELIMITED BY SIZE
                              WS-REQ-NOTE DELIMITED BY SIZE
                              INTO REPORT-LINE
                       ADD 1 TO WS-ELIGIBLE-COUNT
                   ELSE
                              WS-CREDITS-EARNED DELIMITED BY SIZE
                              "     | " DELIMITED BY SIZE
                              WS-GPA-DISPLAY DELIMITED BY SIZE
                              " | NO  | " DELIMITED BY SIZE
                              WS-REQ-NOTE DELIMITED BY SIZE
                              INTO REPORT-LINE
                   END-IF
               ELSE
               PERFORM WRITE-ELIGIBILITY-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-PROGRAM-REQUIREMENTS - audits the student who just
      *> cleared the bar against the requirements of their catalog
      *> year, the same audit PRGR0089 prints, leaving WS-DA-MET
      *> and a short note for the report.
      *>-----------------------------------------------------------
       CHECK-PROGRAM-REQUIREMENTS.
           IF WS-STUDENT-PROGRAM = SPACES
               MOVE "Y" TO WS-DA-MET
               MOVE "NO PROGRAM DECLARED" TO WS-REQ-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-PROGRAM TO WS-CAT-PROGRAM
           MOVE WS-STUDENT-CATALOG TO WS-CAT-YEAR
           PERFORM FIND-CATALOG-REQUIREMENTS
           IF WS-CAT-FOUND = "N"
               MOVE "N" TO WS-DA-MET
               MOVE "PROGRAM NOT ON FILE" TO WS-REQ-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM DA-GATHER-HISTORY
           PERFORM DA-RATE-REQUIREMENTS

           EVALUATE TRUE
               WHEN WS-DA-MET = "Y"
                   STRING "MET (CATALOG " WS-CAT-RULE-YEAR ")"
                       DELIMITED BY SIZE INTO WS-REQ-NOTE
               WHEN WS-MISSING-COUNT = 0 AND WS-INPROG-COUNT = 0
                   MOVE "ELECTIVES SHORT" TO WS-REQ-NOTE
               WHEN OTHER
                   STRING WS-MISSING-COUNT " MISSING, "
                       WS-INPROG-COUNT " IN PROG"
                       DELIMITED BY SIZE INTO WS-REQ-NOTE
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-ELIGIBILITY-LINE - writes one line to the report file
      *> and echoes it to the screen.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "DEGAUDVAL.CPY".  *> Shared degree-audit paragraphs
