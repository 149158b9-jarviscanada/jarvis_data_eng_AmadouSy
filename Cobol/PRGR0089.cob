           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-DEGREE-STATUS     PIC XX.               *> DEGREE-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup flag
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag

       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs
       COPY "DEGAUDWS.CPY".   *> Fields used by the shared degree-audit paragraphs

       PROCEDURE DIVISION.
       BEGIN.
               EXIT PROGRAM
           END-IF

      *> The student is held to the requirements of the catalog
      *> year they declared under, not whatever the program's
      *> newest row says.
           MOVE F-PROGRAM      TO WS-CAT-PROGRAM
           MOVE F-CATALOG-YEAR TO WS-CAT-YEAR
           PERFORM FIND-CATALOG-REQUIREMENTS

           IF WS-CAT-FOUND = "N"
               DISPLAY "***ERROR: PROGRAM " F-PROGRAM " IS NOT ON "
                   "THE DEGREE PROGRAM MASTER.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           DISPLAY " "
           DISPLAY "DEGREE AUDIT - " F-ID " " F-NAME
           DISPLAY "PROGRAM: " DEG-CODE " - " DEG-NAME
           IF F-CATALOG-YEAR = SPACES
               DISPLAY "CATALOG YEAR: (NOT RECORDED) - REQUIREMENTS "
                   "OF " WS-CAT-RULE-YEAR
           ELSE
               DISPLAY "CATALOG YEAR: " F-CATALOG-YEAR
                   " - REQUIREMENTS OF " WS-CAT-RULE-YEAR
           END-IF
           DISPLAY "-------------------------------------------------"

           MOVE 0 TO WS-MISSING-COUNT
       GATHER-COURSE-WORK.
           MOVE 0   TO WS-WORK-USED
           MOVE "N" TO WS-EOF
           MOVE WS-STUDENT-ID TO WS-DA-STUDENT

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = WS-STUDENT-ID
                           PERFORM DA-ADD-ENROLL-WORK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM DA-GATHER-HISTORY
           CLOSE COURSE-MASTER-FILE.

       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "DEGAUDVAL.CPY".  *> Shared degree-audit paragraphs
