       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0174.  *> Read-access report by student or operator

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "read-access-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT WORK-FILE ASSIGN TO "prgr0174-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "read-access-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD CATALOG-FILE.
       01 CATALOG-LINE.
           05 CAT-SEGMENT       PIC X(40).
           05 FILLER            PIC X(1).
           05 CAT-OLDEST        PIC X(8).
           05 FILLER            PIC X(1).
           05 CAT-NEWEST        PIC X(8).
           05 FILLER            PIC X(42).
      *> One archived segment per line, as PRGK0175 writes it.

       FD WORK-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).     *> One printed report line

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-CAT-STATUS        PIC XX.          *> CATALOG-FILE I/O status
       01 WS-WORK-STATUS       PIC XX.          *> WORK-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-REPORT-MODE       PIC X.           *> S = by student, O = by operator
       01 WS-SEARCH-STUDENT    PIC X(4).        *> Student to report on
       01 WS-SEARCH-USER       PIC X(8).        *> Operator to report on
       01 WS-FROM-DATE         PIC X(8).        *> Range start
       01 WS-TO-DATE           PIC X(8).        *> Range end
       01 WS-ROW-MATCH         PIC X.           *> Current row is reported
       01 WS-STUDENT-NAME      PIC X(40).       *> Name of the student viewed
       01 WS-SEGMENTS-USED     PIC 9(3) VALUE 0. *> Archived segments pulled in
       01 WS-MATCH-COUNT       PIC 9(5) VALUE 0. *> Rows reported
       01 WS-SYS-CMD           PIC X(120).      *> Shell command text

      *> "Who looked at me" and "what did this user look at" off the
      *> same rows: the live read-access-log.txt plus whichever
      *> archived segments PRGK0175's catalog says overlap the date
      *> range, pulled into one scratch file the way PRGQ0120 does
      *> for the audit log.  Segments are catalogued oldest first
      *> and the live log is newest, so the scratch file is already
      *> in time order.
       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| STUDENT-RECORD READ-ACCESS REPORT             |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "REPORT BY (S)TUDENT OR BY (O)PERATOR >>"
           ACCEPT WS-REPORT-MODE
           MOVE FUNCTION UPPER-CASE(WS-REPORT-MODE) TO WS-REPORT-MODE

           EVALUATE WS-REPORT-MODE
               WHEN "S"
                   DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
                   ACCEPT WS-SEARCH-STUDENT
                   IF WS-SEARCH-STUDENT = SPACES
                       DISPLAY "***ERROR: STUDENT ID REQUIRED.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PROGRAM
                   END-IF
               WHEN "O"
                   DISPLAY "ENTER OPERATOR USER ID >>"
                   ACCEPT WS-SEARCH-USER
                   MOVE FUNCTION UPPER-CASE(WS-SEARCH-USER)
                       TO WS-SEARCH-USER
                   IF WS-SEARCH-USER = SPACES
                       DISPLAY "***ERROR: USER ID REQUIRED.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "***ERROR: ENTER S OR O.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PROGRAM
           END-EVALUATE

           DISPLAY "ENTER FROM DATE (YYYYMMDD), OR BLANK FOR ALL >>"
           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER TO DATE (YYYYMMDD), OR BLANK FOR ALL >>"
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-TO-DATE
           END-IF

           PERFORM BUILD-WORK-FILE

           OPEN OUTPUT REPORT-FILE
           OPEN INPUT STUDENT-FILE

           MOVE SPACES TO REPORT-LINE
           IF WS-REPORT-MODE = "S"
               MOVE WS-SEARCH-STUDENT TO F-ID
               PERFORM LOOK-UP-STUDENT-NAME
               STRING "READ ACCESS TO STUDENT " DELIMITED BY SIZE
                      WS-SEARCH-STUDENT DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-STUDENT-NAME DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "STUDENT RECORDS VIEWED BY OPERATOR "
                      DELIMITED BY SIZE
                      WS-SEARCH-USER DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FROM " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-REPORT-MODE = "S"
               MOVE "TIMESTAMP      | OPERATOR | PROGRAM"
                   TO REPORT-LINE
           ELSE
               MOVE "TIMESTAMP      | PROGRAM  | STUD | STUDENT NAME"
                   TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE STUDENT-FILE

           MOVE "rm -f prgr0174-work.txt" TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-MATCH-COUNT = 0
               MOVE "(NO MATCHING READ-ACCESS ROWS)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing found
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ROWS: " WS-MATCH-COUNT
                   "   ARCHIVED SEGMENTS SEARCHED: " WS-SEGMENTS-USED
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> BUILD-WORK-FILE - copies the archived segments whose
      *> catalog range overlaps the query, then the live log, into
      *> the scratch file.
      *>-----------------------------------------------------------
       BUILD-WORK-FILE.
           MOVE "rm -f prgr0174-work.txt ; touch prgr0174-work.txt"
               TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CAT-NEWEST NOT < WS-FROM-DATE
                               AND CAT-OLDEST NOT > WS-TO-DATE
                               ADD 1 TO WS-SEGMENTS-USED
                               MOVE SPACES TO WS-SYS-CMD
                               STRING "cat "
                                   FUNCTION TRIM(CAT-SEGMENT)
                                   " >> prgr0174-work.txt"
                                   DELIMITED BY SIZE
                                   INTO WS-SYS-CMD
                               CALL "SYSTEM" USING WS-SYS-CMD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF

           MOVE SPACES TO WS-SYS-CMD
           STRING "test -f read-access-log.txt && "
               "cat read-access-log.txt >> prgr0174-work.txt"
               DELIMITED BY SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD.

      *>-----------------------------------------------------------
      *> REPORT-ONE-ROW - prints the current scratch row if it is
      *> for the requested student or operator and inside the
      *> date range.
      *>-----------------------------------------------------------
       REPORT-ONE-ROW.
           MOVE "N" TO WS-ROW-MATCH
           IF RAC-TIMESTAMP(1:8) NOT < WS-FROM-DATE
               AND RAC-TIMESTAMP(1:8) NOT > WS-TO-DATE
               IF WS-REPORT-MODE = "S"
                   IF RAC-STUDENT-ID = WS-SEARCH-STUDENT
                       MOVE "Y" TO WS-ROW-MATCH
                   END-IF
               ELSE
                   IF RAC-USER-ID = WS-SEARCH-USER
                       MOVE "Y" TO WS-ROW-MATCH
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-MATCH = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-REPORT-MODE = "S"
               STRING RAC-TIMESTAMP " | " RAC-USER-ID " | "
                   RAC-PROGRAM
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE RAC-STUDENT-ID TO F-ID
               PERFORM LOOK-UP-STUDENT-NAME
               STRING RAC-TIMESTAMP " | " RAC-PROGRAM " | "
                   RAC-STUDENT-ID " | " WS-STUDENT-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-MATCH-COUNT.

      *>-----------------------------------------------------------
      *> LOOK-UP-STUDENT-NAME - name for the student ID in F-ID;
      *> a student since deleted still shows, flagged as such.
      *>-----------------------------------------------------------
       LOOK-UP-STUDENT-NAME.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NO LONGER ON FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - one line to the report file and the
      *> screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
