       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0196.  *> Official census headcount and FTE report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPORT-FILE ASSIGN TO "census-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD CENSUS-STUDENT-FILE.
       COPY "CENSTUREC.CPY".  *> Shared census student layout (CNS-KEY, ...)

       FD CENSUS-ENROLL-FILE.
       COPY "CENENRREC.CPY".  *> Shared census enrollment layout (CNE-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One census report line

      *> One row per student per breakdown - the student counted
      *> once under TOTAL, once under their campus, program, age
      *> band and load status.  SR-RANK keeps the age bands and
      *> load statuses in their natural order rather than A-Z.
       SD SORT-WORK-FILE.
       01 SR-CENSUS-RECORD.
           05 SR-DIM                 PIC 9(1).
           05 SR-RANK                PIC 9(1).
           05 SR-VALUE               PIC X(20).
           05 SR-WHICH               PIC 9(1).
           05 SR-FTE                 PIC 9V999.

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       01 WS-CNS-STATUS        PIC XX.               *> CENSUS-STUDENT-FILE I/O status
       01 WS-CNE-STATUS        PIC XX.               *> CENSUS-ENROLL-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Scan / sort-return EOF flag

      *> Term A is the one reported; term B, when keyed, is the one
      *> it is compared against.
       01 WS-TERM-A            PIC X(6) VALUE SPACES.
       01 WS-TERM-B            PIC X(6) VALUE SPACES.
       01 WS-COMPARE           PIC X VALUE "N".      *> Term B keyed
       01 WS-CEN-TERM          PIC X(6).             *> Term being looked up
       01 WS-FOUND             PIC X VALUE "N".      *> Snapshot found
       01 WS-FOUND-CENSUS      PIC X(8).             *> Its census date
       01 WS-FOUND-TAKEN       PIC X(8).             *> Day it was taken
       01 WS-FOUND-SEATS       PIC 9(6).             *> Seats it froze
       01 WS-A-CENSUS          PIC X(8).
       01 WS-A-TAKEN           PIC X(8).
       01 WS-A-SEATS           PIC 9(6).
       01 WS-B-CENSUS          PIC X(8).
       01 WS-B-TAKEN           PIC X(8).
       01 WS-B-SEATS           PIC 9(6).
       01 WS-WHICH             PIC 9(1).             *> 1 = term A, 2 = term B
       01 WS-CHK-CENSUS        PIC X(8).             *> Snapshot being judged
       01 WS-CHK-TAKEN         PIC X(8).
       01 WS-CHK-LATE          PIC X VALUE "N".      *> Taken after census night

      *> The breakdown line being accumulated off the sort.
       01 WS-PREV-DIM          PIC 9(1) VALUE 0.
       01 WS-PREV-RANK         PIC 9(1) VALUE 0.
       01 WS-PREV-VALUE        PIC X(20) VALUE SPACES.
       01 WS-HAVE-LINE         PIC X VALUE "N".
       01 WS-LINE-HC-A         PIC 9(6) VALUE 0.
       01 WS-LINE-FTE-A        PIC 9(6)V999 VALUE 0.
       01 WS-LINE-HC-B         PIC 9(6) VALUE 0.
       01 WS-LINE-FTE-B        PIC 9(6)V999 VALUE 0.
       01 WS-HC-CHANGE         PIC S9(6).
       01 WS-FTE-CHANGE        PIC S9(6)V999.

       01 WS-HC-DISPLAY        PIC ZZZ,ZZ9.
       01 WS-FTE-DISPLAY       PIC ZZZ,ZZ9.999.
       01 WS-HC-CHG-DISPLAY    PIC -ZZZ,ZZ9.
       01 WS-FTE-CHG-DISPLAY   PIC -ZZZ,ZZ9.999.
       01 WS-SEATS-DISPLAY     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  O F F I C I A L   C E N S U S   R E P O R T  |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "ENTER TERM CODE >>"
           ACCEPT WS-TERM-A
           MOVE FUNCTION UPPER-CASE(WS-TERM-A) TO WS-TERM-A
           IF WS-TERM-A = SPACES
               DISPLAY "***ERROR: A TERM CODE IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "COMPARE WITH TERM CODE, OR BLANK FOR NONE >>"
           ACCEPT WS-TERM-B
           MOVE FUNCTION UPPER-CASE(WS-TERM-B) TO WS-TERM-B
           IF WS-TERM-B NOT = SPACES
               IF WS-TERM-B = WS-TERM-A
                   DISPLAY "***ERROR: COMPARE WITH A DIFFERENT "
                       "TERM.***"
                   MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO WS-COMPARE
           END-IF

      *> Figures come from the census snapshot only - never from
      *> live enrollment - so a term with no snapshot has no
      *> official numbers to report.
           MOVE WS-TERM-A TO WS-CEN-TERM
           PERFORM FIND-SNAPSHOT
           IF WS-FOUND = "N"
               DISPLAY "***NO CENSUS SNAPSHOT FOR TERM " WS-TERM-A
                   " - NOTHING TO REPORT.***"
               MOVE 1 TO RETURN-CODE          *> 1 = not found
               EXIT PROGRAM
           END-IF
           MOVE WS-FOUND-CENSUS TO WS-A-CENSUS
           MOVE WS-FOUND-TAKEN  TO WS-A-TAKEN
           MOVE WS-FOUND-SEATS  TO WS-A-SEATS

           IF WS-COMPARE = "Y"
               MOVE WS-TERM-B TO WS-CEN-TERM
               PERFORM FIND-SNAPSHOT
               IF WS-FOUND = "N"
                   DISPLAY "***NO CENSUS SNAPSHOT FOR TERM "
                       WS-TERM-B " - NOTHING TO COMPARE WITH.***"
                   MOVE 1 TO RETURN-CODE      *> 1 = not found
                   EXIT PROGRAM
               END-IF
               MOVE WS-FOUND-CENSUS TO WS-B-CENSUS
               MOVE WS-FOUND-TAKEN  TO WS-B-TAKEN
               MOVE WS-FOUND-SEATS  TO WS-B-SEATS
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DIM SR-RANK SR-VALUE
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-CENSUS

           MOVE "census-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** REPORT WRITTEN TO census-report.txt. ***"
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> FIND-SNAPSHOT - is there a census snapshot for
      *> WS-CEN-TERM?  If so, the census date it was taken for,
      *> the day it ran, and how many seats it froze.
      *>-----------------------------------------------------------
       FIND-SNAPSHOT.
           MOVE "N"    TO WS-FOUND
           MOVE SPACES TO WS-FOUND-CENSUS
           MOVE SPACES TO WS-FOUND-TAKEN
           MOVE 0      TO WS-FOUND-SEATS
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
                               MOVE "Y"             TO WS-FOUND
                               MOVE CNS-CENSUS-DATE TO WS-FOUND-CENSUS
                               MOVE CNS-TAKEN-DATE  TO WS-FOUND-TAKEN
                           END-IF
                   END-READ
           END-START
           CLOSE CENSUS-STUDENT-FILE
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT CENSUS-ENROLL-FILE
           IF WS-CNE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CEN-TERM TO CNE-TERM
           MOVE LOW-VALUES  TO CNE-STUDENT-ID
           MOVE LOW-VALUES  TO CNE-COURSE
           MOVE LOW-VALUES  TO CNE-SECTION
           START CENSUS-ENROLL-FILE KEY IS NOT LESS THAN CNE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CENSUS-ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CNE-TERM NOT = WS-CEN-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-FOUND-SEATS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CENSUS-ENROLL-FILE.

      *>-----------------------------------------------------------
      *> CHECK-SNAPSHOT-LATE - the nightly stream takes the snapshot
      *> just after midnight following the census date, so only one
      *> taken later than that is flagged.
      *>-----------------------------------------------------------
       CHECK-SNAPSHOT-LATE.
           MOVE "N" TO WS-CHK-LATE
           IF WS-CHK-CENSUS IS NOT NUMERIC
               OR WS-CHK-TAKEN IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CHK-TAKEN))
               > FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CHK-CENSUS)) + 1
               MOVE "Y" TO WS-CHK-LATE
           END-IF.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - every census row of term A, then of
      *> term B, released once per breakdown.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE WS-TERM-A TO WS-CEN-TERM
           MOVE 1         TO WS-WHICH
           PERFORM RELEASE-TERM-ROWS
           IF WS-COMPARE = "Y"
               MOVE WS-TERM-B TO WS-CEN-TERM
               MOVE 2         TO WS-WHICH
               PERFORM RELEASE-TERM-ROWS
           END-IF.

       RELEASE-TERM-ROWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CENSUS-STUDENT-FILE
           IF WS-CNS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CEN-TERM TO CNS-TERM
           MOVE LOW-VALUES  TO CNS-STUDENT-ID
           START CENSUS-STUDENT-FILE KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CENSUS-STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CNS-TERM NOT = WS-CEN-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM RELEASE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CENSUS-STUDENT-FILE.

       RELEASE-ONE-STUDENT.
           MOVE WS-WHICH TO SR-WHICH
           MOVE CNS-FTE  TO SR-FTE

           MOVE 1               TO SR-DIM
           MOVE 0               TO SR-RANK
           MOVE "ALL STUDENTS"  TO SR-VALUE
           RELEASE SR-CENSUS-RECORD

           MOVE 2 TO SR-DIM
           MOVE 0 TO SR-RANK
           IF CNS-CAMPUS = SPACES
               MOVE "(MAIN)"   TO SR-VALUE
           ELSE
               MOVE CNS-CAMPUS TO SR-VALUE
           END-IF
           RELEASE SR-CENSUS-RECORD

           MOVE 3 TO SR-DIM
           MOVE 0 TO SR-RANK
           IF CNS-PROGRAM = SPACES
               MOVE "(UNDECLARED)" TO SR-VALUE
           ELSE
               MOVE CNS-PROGRAM    TO SR-VALUE
           END-IF
           RELEASE SR-CENSUS-RECORD

           MOVE 4            TO SR-DIM
           MOVE CNS-AGE-BAND TO SR-VALUE
           EVALUATE CNS-AGE-BAND
               WHEN "U18"
                   MOVE 1 TO SR-RANK
               WHEN "18-24"
                   MOVE 2 TO SR-RANK
               WHEN "25-34"
                   MOVE 3 TO SR-RANK
               WHEN "35-49"
                   MOVE 4 TO SR-RANK
               WHEN "50+"
                   MOVE 5 TO SR-RANK
               WHEN OTHER
                   MOVE 6         TO SR-RANK
                   MOVE "UNKNOWN" TO SR-VALUE
           END-EVALUATE
           RELEASE SR-CENSUS-RECORD

           MOVE 5 TO SR-DIM
           EVALUATE CNS-LOAD-STATUS
               WHEN "F"
                   MOVE 1                     TO SR-RANK
                   MOVE "FULL-TIME"           TO SR-VALUE
               WHEN "Q"
                   MOVE 2                     TO SR-RANK
                   MOVE "THREE-QUARTER-TIME"  TO SR-VALUE
               WHEN "H"
                   MOVE 3                     TO SR-RANK
                   MOVE "HALF-TIME"           TO SR-VALUE
               WHEN OTHER
                   MOVE 4                     TO SR-RANK
                   MOVE "LESS THAN HALF-TIME" TO SR-VALUE
           END-EVALUATE
           RELEASE SR-CENSUS-RECORD.

      *>-----------------------------------------------------------
      *> PRINT-CENSUS - one line per campus, program, age band and
      *> load status, with term B's figures and the change beside
      *> them when a comparison was asked for.
      *>-----------------------------------------------------------
       PRINT-CENSUS.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT REPORT-FILE

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     OFFICIAL CENSUS HEADCOUNT AND FTE - TERM "
               WS-TERM-A DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-COMPARE = "Y"
               STRING " COMPARED WITH " WS-TERM-B
                   DELIMITED BY SIZE INTO REPORT-LINE(54:30)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-A-SEATS TO WS-SEATS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "     TERM A " WS-TERM-A "  CENSUS DATE " WS-A-CENSUS
               "  TAKEN " WS-A-TAKEN "  SEATS " WS-SEATS-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-A-CENSUS TO WS-CHK-CENSUS
           MOVE WS-A-TAKEN  TO WS-CHK-TAKEN
           PERFORM CHECK-SNAPSHOT-LATE
           IF WS-CHK-LATE = "Y"
               STRING "  (LATE)" DELIMITED BY SIZE
                   INTO REPORT-LINE(79:10)
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-COMPARE = "Y"
               MOVE WS-B-SEATS TO WS-SEATS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "     TERM B " WS-TERM-B "  CENSUS DATE "
                   WS-B-CENSUS "  TAKEN " WS-B-TAKEN "  SEATS "
                   WS-SEATS-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE
               MOVE WS-B-CENSUS TO WS-CHK-CENSUS
               MOVE WS-B-TAKEN  TO WS-CHK-TAKEN
               PERFORM CHECK-SNAPSHOT-LATE
               IF WS-CHK-LATE = "Y"
                   STRING "  (LATE)" DELIMITED BY SIZE
                       INTO REPORT-LINE(79:10)
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                         HEADCOUNT         FTE"
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-COMPARE = "Y"
               STRING "  TERM B HC    TERM B FTE  HC CHG  FTE CHG"
                   DELIMITED BY SIZE INTO REPORT-LINE(46:50)
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-ROW
               END-RETURN
           END-PERFORM
           IF WS-HAVE-LINE = "Y"
               PERFORM WRITE-BREAKDOWN-LINE
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "     COUNTED FROM THE CENSUS SNAPSHOT ONLY - LATER "
               & "ADDS AND DROPS DO NOT CHANGE THESE FIGURES."
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       TALLY-ONE-ROW.
           IF WS-HAVE-LINE = "Y"
               AND (SR-DIM NOT = WS-PREV-DIM
                   OR SR-RANK NOT = WS-PREV-RANK
                   OR SR-VALUE NOT = WS-PREV-VALUE)
               PERFORM WRITE-BREAKDOWN-LINE
           END-IF
           IF WS-HAVE-LINE = "N"
               IF SR-DIM NOT = WS-PREV-DIM
                   PERFORM WRITE-SECTION-HEADING
               END-IF
               MOVE "Y"      TO WS-HAVE-LINE
               MOVE SR-DIM   TO WS-PREV-DIM
               MOVE SR-RANK  TO WS-PREV-RANK
               MOVE SR-VALUE TO WS-PREV-VALUE
               MOVE 0 TO WS-LINE-HC-A
               MOVE 0 TO WS-LINE-FTE-A
               MOVE 0 TO WS-LINE-HC-B
               MOVE 0 TO WS-LINE-FTE-B
           END-IF
           IF SR-WHICH = 1
               ADD 1      TO WS-LINE-HC-A
               ADD SR-FTE TO WS-LINE-FTE-A
           ELSE
               ADD 1      TO WS-LINE-HC-B
               ADD SR-FTE TO WS-LINE-FTE-B
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE SR-DIM
               WHEN 1
                   MOVE "TOTAL"            TO REPORT-LINE
               WHEN 2
                   MOVE "BY CAMPUS"        TO REPORT-LINE
               WHEN 3
                   MOVE "BY DEGREE PROGRAM" TO REPORT-LINE
               WHEN 4
                   MOVE "BY AGE BAND"      TO REPORT-LINE
               WHEN OTHER
                   MOVE "BY LOAD STATUS"   TO REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-BREAKDOWN-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PREV-VALUE TO REPORT-LINE(3:20)
           MOVE WS-LINE-HC-A  TO WS-HC-DISPLAY
           MOVE WS-HC-DISPLAY TO REPORT-LINE(28:7)
           MOVE WS-LINE-FTE-A TO WS-FTE-DISPLAY
           MOVE WS-FTE-DISPLAY TO REPORT-LINE(35:11)
           IF WS-COMPARE = "Y"
               MOVE WS-LINE-HC-B  TO WS-HC-DISPLAY
               MOVE WS-HC-DISPLAY TO REPORT-LINE(50:7)
               MOVE WS-LINE-FTE-B TO WS-FTE-DISPLAY
               MOVE WS-FTE-DISPLAY TO REPORT-LINE(59:11)
               COMPUTE WS-HC-CHANGE = WS-LINE-HC-A - WS-LINE-HC-B
               COMPUTE WS-FTE-CHANGE = WS-LINE-FTE-A - WS-LINE-FTE-B
               MOVE WS-HC-CHANGE  TO WS-HC-CHG-DISPLAY
               MOVE WS-HC-CHG-DISPLAY TO REPORT-LINE(71:8)
               MOVE WS-FTE-CHANGE TO WS-FTE-CHG-DISPLAY
               MOVE WS-FTE-CHG-DISPLAY TO REPORT-LINE(80:12)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-HAVE-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
