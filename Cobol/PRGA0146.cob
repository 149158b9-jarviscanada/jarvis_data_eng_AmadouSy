       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0146.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "course-evaluations-input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT EVALUATION-FILE ASSIGN TO "course-evaluations.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-KEY
               FILE STATUS IS WS-EVAL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "evaluation-batch-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-LINE                PIC X(100). *> One vendor result line

       FD EVALUATION-FILE.
       COPY "EVALREC.CPY".    *> Shared course-evaluation layout (EVAL-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(80).  *> One report line

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS       PIC XX.          *> INPUT-FILE I/O status
       01 WS-EVAL-STATUS        PIC XX.          *> EVALUATION-FILE I/O status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-ENROLL-STATUS      PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-EOF                PIC X VALUE "N". *> Input-scan EOF flag
       01 WS-ENROLL-EOF         PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-COURSE-FOUND       PIC X VALUE "N". *> Section-on-master flag

      *> course-evaluations-input.txt layout: COURSE CODE, SECTION,
      *> RESPONSES, then the average score for each question in
      *> order, up to ten - comma delimited, one section per line,
      *> the same UNSTRING-by-comma idiom PRGA0099's attendance load
      *> uses.  Scores are D.DD on the vendor's 1.00 - 5.00 scale; a
      *> question left empty was not on that section's form.
       01 WS-IN-COURSE           PIC X(15).
       01 WS-IN-SECTION          PIC X(2).
       01 WS-IN-RESPONSES        PIC X(4).
       01 WS-IN-SCORES.
           05 WS-IN-SCORE        OCCURS 10 TIMES PIC X(4).
       01 WS-SCORE-IX            PIC 9(2) VALUE 0. *> Question subscript
       01 WS-SCORE-NUM           PIC 9V99.         *> One score, numeric
       01 WS-RESPONSE-NUM        PIC 9(4).         *> Responses, numeric
       01 WS-RESP-TEXT           PIC X(4) JUSTIFIED RIGHT. *> Responses, aligned
       01 WS-REJECT-REASON       PIC X(24).        *> Why a line was rejected

       01 WS-SECTION-TERM        PIC X(6).         *> EN-TERM of the section's rows
       01 WS-SECTION-COUNT       PIC 9(4) VALUE 0. *> Section's enrolled students
       01 WS-TODAY-FORMATTED     PIC X(8).         *> Current date, YYYYMMDD

       01 WS-READ-COUNT          PIC 9(5) VALUE 0. *> Lines read
       01 WS-LOADED-COUNT        PIC 9(5) VALUE 0. *> Sections loaded
       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0. *> Lines rejected

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| COURSE EVALUATION INGEST                       |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           MOVE "COURSE EVALUATION INGEST RUN" TO REPORT-LINE
           PERFORM WRITE-EVAL-LINE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               MOVE "NO course-evaluations-input.txt TO LOAD"
                   TO REPORT-LINE
               PERFORM WRITE-EVAL-LINE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to load
               EXIT PROGRAM
           END-IF

           OPEN I-O EVALUATION-FILE
           IF WS-EVAL-STATUS = "35"
               OPEN OUTPUT EVALUATION-FILE
               CLOSE EVALUATION-FILE
               OPEN I-O EVALUATION-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-SECTION
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           CLOSE EVALUATION-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "   LOADED: " DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  "   REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-EVAL-LINE

           CLOSE REPORT-FILE

           IF WS-REJECT-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE              *> 2 = some rejected
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-ONE-SECTION - parses one vendor line, checks the
      *> section is on the course master and has a roster to figure
      *> the response rate against, checks the counts and scores,
      *> then writes (or, for a corrected reload, rewrites) the
      *> section's evaluation row under its roster's term.
      *>-----------------------------------------------------------
       LOAD-ONE-SECTION.
           MOVE SPACES TO WS-IN-COURSE
           MOVE SPACES TO WS-IN-SECTION
           MOVE SPACES TO WS-IN-RESPONSES
           MOVE SPACES TO WS-IN-SCORES
           UNSTRING INPUT-LINE DELIMITED BY ","
               INTO WS-IN-COURSE WS-IN-SECTION WS-IN-RESPONSES
                    WS-IN-SCORE(1) WS-IN-SCORE(2) WS-IN-SCORE(3)
                    WS-IN-SCORE(4) WS-IN-SCORE(5) WS-IN-SCORE(6)
                    WS-IN-SCORE(7) WS-IN-SCORE(8) WS-IN-SCORE(9)
                    WS-IN-SCORE(10)

           IF WS-IN-SECTION = SPACES
               MOVE "01" TO WS-IN-SECTION
           END-IF

           MOVE WS-IN-COURSE  TO C-CODE
           MOVE WS-IN-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-COURSE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-FOUND
           END-READ
           CLOSE COURSE-MASTER-FILE
           IF WS-COURSE-FOUND = "N"
               MOVE "SECTION NOT ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF

      *> The vendor pads the count either side; right-justify it
      *> and zero-fill before the numeric test.
           MOVE SPACES TO WS-RESP-TEXT
           UNSTRING WS-IN-RESPONSES DELIMITED BY ALL SPACE
               INTO WS-RESP-TEXT
           IF WS-RESP-TEXT = SPACES
               MOVE "RESPONSES NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-RESP-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-RESP-TEXT IS NOT NUMERIC
               MOVE "RESPONSES NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESP-TEXT TO WS-RESPONSE-NUM

           PERFORM COUNT-SECTION-ROSTER
           IF WS-SECTION-COUNT = 0
               MOVE "NO ROSTER FOR SECTION" TO WS-REJECT-REASON
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RESPONSE-NUM > WS-SECTION-COUNT
               MOVE "MORE RESPONSES THAN ROSTER" TO WS-REJECT-REASON
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SECTION-TERM    TO EVAL-TERM
           MOVE WS-IN-COURSE       TO EVAL-COURSE
           MOVE WS-IN-SECTION      TO EVAL-SECTION
           MOVE C-INSTRUCTOR       TO EVAL-INSTR-ID
           MOVE WS-SECTION-COUNT   TO EVAL-ENROLLED
           MOVE WS-RESPONSE-NUM    TO EVAL-RESPONSES
           MOVE WS-TODAY-FORMATTED TO EVAL-LOADED-DATE

           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > 10
               PERFORM CONVERT-ONE-SCORE
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-EVAL-LINE
               EXIT PARAGRAPH
           END-IF

           WRITE EVALUATION-RECORD
               INVALID KEY
                   REWRITE EVALUATION-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO STORE" TO WS-REJECT-REASON
                           PERFORM REJECT-EVAL-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *>-----------------------------------------------------------
      *> CONVERT-ONE-SCORE - WS-IN-SCORE(WS-SCORE-IX) into
      *> EVAL-SCORE: empty is 0 (not asked), otherwise D.DD from
      *> 1.00 to 5.00.  A bad score sets WS-REJECT-REASON.
      *>-----------------------------------------------------------
       CONVERT-ONE-SCORE.
           MOVE 0 TO EVAL-SCORE(WS-SCORE-IX)
           IF WS-IN-SCORE(WS-SCORE-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-SCORE(WS-SCORE-IX)(1:1) IS NOT NUMERIC
               OR WS-IN-SCORE(WS-SCORE-IX)(2:1) NOT = "."
               OR WS-IN-SCORE(WS-SCORE-IX)(3:2) IS NOT NUMERIC
               MOVE "SCORE NOT D.DD" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-SCORE(WS-SCORE-IX)(1:1) TO WS-SCORE-NUM(1:1)
           MOVE WS-IN-SCORE(WS-SCORE-IX)(3:2) TO WS-SCORE-NUM(2:2)
           IF WS-SCORE-NUM < 1.00 OR WS-SCORE-NUM > 5.00
               MOVE "SCORE OUTSIDE 1.00-5.00" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCORE-NUM TO EVAL-SCORE(WS-SCORE-IX).

      *>-----------------------------------------------------------
      *> COUNT-SECTION-ROSTER - students on the section's roster
      *> (withdrawals left out, since they were never surveyed),
      *> and the EN-TERM they were enrolled under.  Enrollment rows
      *> are keyed by student first, so this is a full pass.
      *>-----------------------------------------------------------
       COUNT-SECTION-ROSTER.
           MOVE 0      TO WS-SECTION-COUNT
           MOVE SPACES TO WS-SECTION-TERM
           MOVE "N"    TO WS-ENROLL-EOF
           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-COURSE = WS-IN-COURSE
                           AND EN-SECTION = WS-IN-SECTION
                           AND EN-GRADE NOT = "W"
                           ADD 1 TO WS-SECTION-COUNT
                           IF WS-SECTION-TERM = SPACES
                               MOVE EN-TERM TO WS-SECTION-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

      *>-----------------------------------------------------------
      *> REJECT-EVAL-LINE - logs one unusable input line and why.
      *>-----------------------------------------------------------
       REJECT-EVAL-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED (" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  "): " DELIMITED BY SIZE
                  INPUT-LINE(1:50) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-EVAL-LINE.

      *>-----------------------------------------------------------
      *> WRITE-EVAL-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-EVAL-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
