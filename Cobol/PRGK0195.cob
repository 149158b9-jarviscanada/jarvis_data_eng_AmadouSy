       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0195.  *> Census-date enrollment snapshot

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CENSUS-STUDENT-FILE ASSIGN TO "census-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-KEY
               FILE STATUS IS WS-CNS-STATUS.

           SELECT CENSUS-ENROLL-FILE
               ASSIGN TO "census-enrollments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNE-KEY
               FILE STATUS IS WS-CNE-STATUS.

           SELECT ESTAT-PARM-FILE
               ASSIGN TO "enrollment-status-parms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "census-snapshot-proof.txt"
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

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD CENSUS-STUDENT-FILE.
       COPY "CENSTUREC.CPY".  *> Shared census student layout (CNS-KEY, ...)

       FD CENSUS-ENROLL-FILE.
       COPY "CENENRREC.CPY".  *> Shared census enrollment layout (CNE-KEY, ...)

       FD ESTAT-PARM-FILE.
       01 ESTAT-PARM-LINE       PIC X(40).    *> One status-threshold line

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One proof report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       COPY "ESTATWS.CPY".    *> Fields used by the shared enrollment-status paragraphs
       COPY "AGEWS.CPY".      *> Fields used by the shared VALIDATE-MIN-AGE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-CNS-STATUS        PIC XX.               *> CENSUS-STUDENT-FILE I/O status
       01 WS-CNE-STATUS        PIC XX.               *> CENSUS-ENROLL-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-FOUND             PIC X VALUE "N".      *> Term found / snapshot exists
       01 WS-LATE              PIC X VALUE "N".      *> Taken after the census date
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-TODAY-INT         PIC 9(8).             *> FUNCTION INTEGER-OF-DATE form
       01 WS-YESTERDAY         PIC 9(8).             *> The day just closed, YYYYMMDD
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)

       01 WS-CEN-TERM          PIC X(6) VALUE SPACES. *> Term being frozen
       01 WS-CEN-DATE          PIC X(8).             *> Its TERM-CENSUS-DATE

      *> The student whose seats are being gathered:
       01 WS-CUR-STUDENT       PIC X(4) VALUE SPACES.
       01 WS-CUR-SECTIONS      PIC 9(2) VALUE 0.     *> Seats held
       01 WS-CUR-CREDITS       PIC 9(3) VALUE 0.     *> Credit load (audits out)

       01 WS-STUDENT-COUNT     PIC 9(6) VALUE 0.     *> Census student rows written
       01 WS-SEAT-COUNT        PIC 9(6) VALUE 0.     *> Census seat rows written
       01 WS-CREDIT-TOTAL      PIC 9(7) VALUE 0.     *> Credits frozen
       01 WS-FTE-TOTAL         PIC 9(6)V999 VALUE 0. *> FTE frozen
       01 WS-FAILED-COUNT      PIC 9(6) VALUE 0.     *> Rows the files refused
       01 WS-FTE-DISPLAY       PIC Z9.999.           *> One student's FTE
       01 WS-FTE-TOTAL-DISPLAY PIC ZZZ,ZZ9.999.      *> Term FTE for printing

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGK0195" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|         C E N S U S   S N A P S H O T         |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
      *> The nightly stream starts after midnight, so the census day
      *> it freezes is the one that has just closed - yesterday.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)

           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE TERM WHOSE "
               "CENSUS DATE ENDED AT MIDNIGHT >>"
           ACCEPT WS-CEN-TERM
           MOVE FUNCTION UPPER-CASE(WS-CEN-TERM) TO WS-CEN-TERM

           IF WS-CEN-TERM = SPACES
               PERFORM FIND-CENSUS-TERM-TODAY
               IF WS-FOUND = "N"
                   DISPLAY "*** NO TERM HAD ITS CENSUS DATE ON "
                       WS-YESTERDAY " - NOTHING TO FREEZE. ***"
                   MOVE 1 TO RETURN-CODE      *> 1 = nothing to do
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
           ELSE
               PERFORM READ-CENSUS-TERM
               IF WS-FOUND = "N"
                   DISPLAY "***ERROR: TERM " WS-CEN-TERM
                       " IS NOT ON THE TERM CALENDAR.***"
                   MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
               IF WS-CEN-DATE = SPACES
                   DISPLAY "***ERROR: TERM " WS-CEN-TERM
                       " HAS NO CENSUS DATE - KEY ONE THROUGH "
                       "PRGC0076 FIRST.***"
                   MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
               IF WS-CEN-DATE > WS-TODAY-FORMATTED
                   DISPLAY "***ERROR: THE CENSUS DATE FOR "
                       WS-CEN-TERM " IS " WS-CEN-DATE
                       " - ENROLLMENT CANNOT BE FROZEN EARLY.***"
                   MOVE 6 TO RETURN-CODE      *> 6 = not yet allowed
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
      *> On the census day itself (a run by hand at close of
      *> business) or the night after it, the snapshot is on time;
      *> any later and enrollment has moved since.
               IF WS-CEN-DATE < WS-YESTERDAY
                   MOVE "Y" TO WS-LATE
                   DISPLAY "***WARNING: THE CENSUS DATE WAS "
                       WS-CEN-DATE " - THIS SNAPSHOT WILL HOLD "
                       "ENROLLMENT AS IT STANDS TODAY AND BE "
                       "MARKED LATE.***"
                   DISPLAY "PROCEED? (Y/N) >>"
                   ACCEPT CONFIRMATION
                   IF CONFIRMATION NOT = "Y"
                       DISPLAY "SNAPSHOT NOT CONFIRMED."
                       MOVE 3 TO RETURN-CODE  *> 3 = not confirmed
                       PERFORM JOB-RUN-END
                       EXIT PROGRAM
                   END-IF
               END-IF
           END-IF

           MOVE "CENSUS"    TO WS-LOCK-TYPE
           MOVE WS-CEN-TERM TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE          *> 5 = locked
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

      *> The snapshot is the official record - once a term has one
      *> it is never taken again, whoever asks.
           PERFORM CHECK-SNAPSHOT-EXISTS
           IF WS-FOUND = "Y"
               PERFORM RELEASE-RECORD-LOCK
               DISPLAY "***ERROR: TERM " WS-CEN-TERM " ALREADY HAS "
                   "ITS CENSUS SNAPSHOT - IT IS NEVER RETAKEN.***"
               MOVE 2 TO RETURN-CODE          *> 2 = duplicate
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE WS-CEN-TERM TO WS-EST-TERM
           PERFORM EST-LOAD-THRESHOLDS

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     CENSUS SNAPSHOT - TERM " WS-CEN-TERM
               "   CENSUS DATE " WS-CEN-DATE
               "   TAKEN " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LATE = "Y"
               MOVE "     *** TAKEN LATE - ENROLLMENT AS OF THE RUN "
                   & "DATE, NOT THE CENSUS DATE ***" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STUD  CAMPUS PROGRAM AGE  BAND  SEATS CREDITS LOAD"
               & "    FTE" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM OPEN-CENSUS-FILES
           PERFORM FREEZE-ENROLLMENT
           CLOSE CENSUS-STUDENT-FILE
           CLOSE CENSUS-ENROLL-FILE

           PERFORM RELEASE-RECORD-LOCK

           MOVE WS-FTE-TOTAL TO WS-FTE-TOTAL-DISPLAY
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS: " WS-STUDENT-COUNT
               "   SEATS: " WS-SEAT-COUNT
               "   CREDITS: " WS-CREDIT-TOTAL
               "   FTE: " WS-FTE-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FAILED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-FAILED-COUNT " ROW(S) COULD NOT BE "
                   "WRITTEN TO THE SNAPSHOT - SEE ABOVE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE "census-snapshot-proof.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** " WS-STUDENT-COUNT " STUDENT(S) AND "
               WS-SEAT-COUNT " SEAT(S) FROZEN FOR " WS-CEN-TERM
               ". SEE census-snapshot-proof.txt. ***"

           IF WS-FAILED-COUNT > 0
               MOVE 2 TO RETURN-CODE          *> 2 = some rows refused
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-SEAT-COUNT    TO WS-JOB-READ
           MOVE WS-STUDENT-COUNT TO WS-JOB-WRITTEN
           MOVE WS-FAILED-COUNT  TO WS-JOB-REJECTED
           MOVE 0                TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> FIND-CENSUS-TERM-TODAY - the nightly run's term: the one
      *> whose census date was the day that has just closed.
      *>-----------------------------------------------------------
       FIND-CENSUS-TERM-TODAY.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TERM-CENSUS-DATE = WS-YESTERDAY
                           MOVE "Y"              TO WS-FOUND
                           MOVE "Y"              TO WS-EOF
                           MOVE TERM-CODE        TO WS-CEN-TERM
                           MOVE TERM-CENSUS-DATE TO WS-CEN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> READ-CENSUS-TERM - the keyed term's census date.
      *>-----------------------------------------------------------
       READ-CENSUS-TERM.
           MOVE "N" TO WS-FOUND
           OPEN INPUT TERM-FILE
           MOVE WS-CEN-TERM TO TERM-CODE
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"              TO WS-FOUND
                   MOVE TERM-CENSUS-DATE TO WS-CEN-DATE
           END-READ
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> CHECK-SNAPSHOT-EXISTS - any census student row for the
      *> term at all means it has been frozen already.
      *>-----------------------------------------------------------
       CHECK-SNAPSHOT-EXISTS.
           MOVE "N" TO WS-FOUND
           OPEN INPUT CENSUS-STUDENT-FILE
           IF WS-CNS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CEN-TERM TO CNS-TERM
           MOVE LOW-VALUES  TO CNS-STUDENT-ID
           START CENSUS-STUDENT-FILE KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CENSUS-STUDENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CNS-TERM = WS-CEN-TERM
                               MOVE "Y" TO WS-FOUND
                           END-IF
                   END-READ
           END-START
           CLOSE CENSUS-STUDENT-FILE.

      *>-----------------------------------------------------------
      *> OPEN-CENSUS-FILES - both snapshot files I-O, created empty
      *> the first time a census is ever taken.
      *>-----------------------------------------------------------
       OPEN-CENSUS-FILES.
           OPEN I-O CENSUS-STUDENT-FILE
           IF WS-CNS-STATUS = "35"
               OPEN OUTPUT CENSUS-STUDENT-FILE
               CLOSE CENSUS-STUDENT-FILE
               OPEN I-O CENSUS-STUDENT-FILE
           END-IF
           OPEN I-O CENSUS-ENROLL-FILE
           IF WS-CNE-STATUS = "35"
               OPEN OUTPUT CENSUS-ENROLL-FILE
               CLOSE CENSUS-ENROLL-FILE
               OPEN I-O CENSUS-ENROLL-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> FREEZE-ENROLLMENT - every live seat in the term, in key
      *> (student) order, so each student's rows arrive together
      *> and their census row is written when the next one starts.
      *>-----------------------------------------------------------
       FREEZE-ENROLLMENT.
           MOVE SPACES TO WS-CUR-STUDENT
           MOVE "N"    TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT STUDENT-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-CEN-TERM
                           AND EN-GRADE NOT = "W"
                           IF EN-STUDENT-ID NOT = WS-CUR-STUDENT
                               PERFORM WRITE-CENSUS-STUDENT
                               MOVE EN-STUDENT-ID TO WS-CUR-STUDENT
                               MOVE 0 TO WS-CUR-SECTIONS
                               MOVE 0 TO WS-CUR-CREDITS
                           END-IF
                           PERFORM WRITE-CENSUS-SEAT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-CENSUS-STUDENT

           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE STUDENT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-CENSUS-SEAT - the enrollment row just read, frozen
      *> with the section's credits, campus and instructor as they
      *> stand today.
      *>-----------------------------------------------------------
       WRITE-CENSUS-SEAT.
           MOVE WS-CEN-TERM    TO CNE-TERM
           MOVE EN-STUDENT-ID  TO CNE-STUDENT-ID
           MOVE EN-COURSE      TO CNE-COURSE
           MOVE EN-SECTION     TO CNE-SECTION
           MOVE EN-ENROLL-DATE TO CNE-ENROLL-DATE
           MOVE EN-BASIS       TO CNE-BASIS
           MOVE 0              TO CNE-CREDITS
           MOVE SPACES         TO CNE-CAMPUS
           MOVE SPACES         TO CNE-INSTRUCTOR

           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-CREDITS    TO CNE-CREDITS
                   MOVE C-CAMPUS     TO CNE-CAMPUS
                   MOVE C-INSTRUCTOR TO CNE-INSTRUCTOR
           END-READ

           WRITE CENSUS-ENROLL-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING EN-STUDENT-ID "  *** SEAT " EN-COURSE "/"
                       EN-SECTION " NOT WRITTEN, STATUS "
                       WS-CNE-STATUS " ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-SEAT-COUNT
                   ADD 1 TO WS-CUR-SECTIONS
                   IF EN-BASIS NOT = "A"
                       ADD CNE-CREDITS TO WS-CUR-CREDITS
                   END-IF
           END-WRITE.

      *>-----------------------------------------------------------
      *> WRITE-CENSUS-STUDENT - the census row for WS-CUR-STUDENT,
      *> once all their seats are in: campus, program and age band
      *> off the student master, load status and FTE off the
      *> credits just gathered.
      *>-----------------------------------------------------------
       WRITE-CENSUS-STUDENT.
           IF WS-CUR-STUDENT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES             TO CENSUS-STUDENT-RECORD
           MOVE WS-CEN-TERM        TO CNS-TERM
           MOVE WS-CUR-STUDENT     TO CNS-STUDENT-ID
           MOVE WS-CEN-DATE        TO CNS-CENSUS-DATE
           MOVE WS-TODAY-FORMATTED TO CNS-TAKEN-DATE
           MOVE 0                  TO CNS-AGE
           MOVE "UNKN"             TO CNS-AGE-BAND

           MOVE WS-CUR-STUDENT TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F-CAMPUS  TO CNS-CAMPUS
                   MOVE F-PROGRAM TO CNS-PROGRAM
                   MOVE F-STATUS  TO CNS-STUDENT-STATUS
                   PERFORM SET-AGE-BAND
           END-READ

           MOVE WS-CUR-SECTIONS TO CNS-SECTIONS
           MOVE WS-CUR-CREDITS  TO CNS-CREDITS
           EVALUATE TRUE
               WHEN WS-CUR-CREDITS NOT < WS-EST-FULL-CREDITS
                   MOVE "F" TO CNS-LOAD-STATUS
               WHEN WS-CUR-CREDITS NOT < WS-EST-THREEQ-CREDITS
                   MOVE "Q" TO CNS-LOAD-STATUS
               WHEN WS-CUR-CREDITS NOT < WS-EST-HALF-CREDITS
                   MOVE "H" TO CNS-LOAD-STATUS
               WHEN OTHER
                   MOVE "L" TO CNS-LOAD-STATUS
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-CUR-CREDITS = 0
                   MOVE 0 TO CNS-FTE
               WHEN WS-EST-FULL-CREDITS = 0
                   MOVE 1 TO CNS-FTE
               WHEN WS-CUR-CREDITS NOT < WS-EST-FULL-CREDITS
                   MOVE 1 TO CNS-FTE
               WHEN OTHER
                   COMPUTE CNS-FTE ROUNDED =
                       WS-CUR-CREDITS / WS-EST-FULL-CREDITS
           END-EVALUATE

           WRITE CENSUS-STUDENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-CUR-STUDENT "  *** CENSUS ROW NOT "
                       "WRITTEN, STATUS " WS-CNS-STATUS " ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-STUDENT-COUNT
                   ADD WS-CUR-CREDITS TO WS-CREDIT-TOTAL
                   ADD CNS-FTE TO WS-FTE-TOTAL
                   MOVE CNS-FTE TO WS-FTE-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING CNS-STUDENT-ID "  " CNS-CAMPUS "    "
                       CNS-PROGRAM "  " CNS-AGE "  " CNS-AGE-BAND
                       "  " CNS-SECTIONS "    " CNS-CREDITS
                       "     " CNS-LOAD-STATUS "   " WS-FTE-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-WRITE.

      *>-----------------------------------------------------------
      *> SET-AGE-BAND - whole years on the census date, banded the
      *> way the state return asks for them.  A blank or malformed
      *> birth date leaves the student UNKN.
      *>-----------------------------------------------------------
       SET-AGE-BAND.
           IF F-BIRTHDATE IS NOT NUMERIC
               OR F-BIRTHDATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE F-BIRTHDATE TO WS-AGE-BIRTHDATE
           MOVE WS-CEN-DATE TO WS-AGE-TODAY
           PERFORM VALIDATE-MIN-AGE
           IF WS-AGE-YEARS < 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGE-YEARS TO CNS-AGE
           EVALUATE TRUE
               WHEN WS-AGE-YEARS < 18
                   MOVE "U18"   TO CNS-AGE-BAND
               WHEN WS-AGE-YEARS < 25
                   MOVE "18-24" TO CNS-AGE-BAND
               WHEN WS-AGE-YEARS < 35
                   MOVE "25-34" TO CNS-AGE-BAND
               WHEN WS-AGE-YEARS < 50
                   MOVE "35-49" TO CNS-AGE-BAND
               WHEN OTHER
                   MOVE "50+"   TO CNS-AGE-BAND
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the proof report
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "ESTATVAL.CPY".   *> Shared enrollment-status paragraphs
       COPY "AGEVAL.CPY".     *> Shared VALIDATE-MIN-AGE paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
