       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0184.  *> Instructor workload and payroll extract

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO "instructor-contracts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-INSTR-ID
               FILE STATUS IS WS-ICT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "instructor-workload.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-FILE ASSIGN TO "teaching-pay-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD CONTRACT-FILE.
       COPY "INSTCTREC.CPY".  *> Shared instructor contract layout (ICT-INSTR-ID, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-CREDITS, ...)

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One workload report line

       FD PAY-FILE.
       01 PAY-LINE              PIC X(100).   *> One fixed-width extract row

       SD SORT-WORK-FILE.
       01 SR-INSTRUCTOR-RECORD.
           05 SR-DEPT                PIC X(15).
           05 SR-INSTR-ID            PIC X(4).
           05 SR-INSTR-NAME          PIC X(25).

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       01 WS-INSTR-STATUS      PIC XX.          *> INSTRUCTOR-FILE I/O status
       01 WS-ICT-STATUS        PIC XX.          *> CONTRACT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-OFR-STATUS        PIC XX.          *> OFFERING-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Sort-return EOF flag
       01 WS-SEC-EOF           PIC X VALUE "N". *> Section-scan EOF flag
       01 WS-ENROLL-EOF        PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-OFR-EOF           PIC X VALUE "N". *> Offering-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(8).        *> Current time, HHMMSSss
       01 WS-RUN-STAMP         PIC X(14).       *> This run, YYYYMMDDHHMMSS
       01 WS-WL-TERM           PIC X(6) VALUE SPACES. *> Term being worked
       01 WS-WL-TERM-START     PIC X(8).        *> ...its TERM-START-DATE
       01 WS-WL-TERM-END       PIC X(8).        *> ...its TERM-END-DATE
       01 WS-TERM-SCHEDULED    PIC X VALUE "N". *> Term has open offerings
       01 WS-ICT-OPEN          PIC X VALUE "N". *> Contract file could be read
      *> Sections with fewer students than this are paid pro rata:
      *> credits x enrolled / minimum.  0 = never prorate.
       01 WS-MIN-ENROLL        PIC 9(3) VALUE 10.
       01 WS-MIN-RAW           PIC X(3).        *> Minimum as keyed

      *> The section being counted.
       01 WS-SEC-COURSE        PIC X(15).
       01 WS-SEC-SECTION       PIC X(2).
       01 WS-SEC-DESC          PIC X(20).
       01 WS-SEC-CREDITS       PIC 9(2).        *> C-CREDITS from the catalog
       01 WS-SEC-ENROLLED      PIC 9(4).        *> Students in it this term
       01 WS-SEC-LOAD          PIC 9(3)V99.     *> Credits counted, after proration
       01 WS-SEC-FLAG          PIC X(1).        *> P = prorated

      *> One instructor's term, built section by section.
       01 WS-INSTR-SECTIONS    PIC 9(3) VALUE 0.
       01 WS-INSTR-LOAD        PIC 9(3)V99 VALUE 0.
       01 WS-INSTR-PAID-CR     PIC 9(3)V99 VALUE 0. *> Credit hours payroll pays
       01 WS-INSTR-PAY         PIC 9(7)V99 VALUE 0.
       01 WS-INSTR-CONTRACT    PIC X VALUE "N". *> Contract row found

      *> Department and run totals.
       01 WS-PREV-DEPT         PIC X(15) VALUE SPACES.
       01 WS-DEPT-INSTR        PIC 9(4) VALUE 0.
       01 WS-DEPT-SECTIONS     PIC 9(5) VALUE 0.
       01 WS-DEPT-LOAD         PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-PAY          PIC 9(9)V99 VALUE 0.
       01 WS-INSTR-READ        PIC 9(6) VALUE 0. *> Instructors scanned
       01 WS-INSTR-TEACHING    PIC 9(6) VALUE 0. *> ...with sections this term
       01 WS-NO-CONTRACT       PIC 9(6) VALUE 0. *> ...but no contract on file
       01 WS-NOT-PAYABLE       PIC 9(6) VALUE 0. *> ...with nothing to pay
       01 WS-TOTAL-SECTIONS    PIC 9(6) VALUE 0.
       01 WS-TOTAL-LOAD        PIC 9(6)V99 VALUE 0.

       01 WS-CR-DISPLAY        PIC Z9.
       01 WS-ENRL-DISPLAY      PIC ZZZ9.
       01 WS-LOAD-DISPLAY      PIC ZZ9.99.
       01 WS-BIGLOAD-DISPLAY   PIC ZZZ,ZZ9.99.
       01 WS-PAY-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-BIGPAY-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY      PIC ZZ,ZZ9.99.
       01 WS-CC-DISPLAY        PIC ZZ9.
       01 WS-COUNT-DISPLAY     PIC ZZZZ9.
       01 WS-SECT-DISPLAY      PIC ZZZZ9.
       01 WS-TYPE-DISPLAY      PIC X(9).

      *> Extract layouts - one header, a detail per instructor with
      *> teaching pay due for the term, one trailer balancing the
      *> details.  Detail pay types:
      *>   A = ADJUNCT, every credit hour taught at the contract rate
      *>   F = FULL-TIME OVERLOAD, credit hours above the contracted
      *>       load at the overload rate
       01 WS-PAY-HEADER.
           05 WS-PYH-TYPE          PIC X(1)  VALUE "H".
           05 WS-PYH-FEED-ID       PIC X(10) VALUE "TEACHPAY".
           05 WS-PYH-TERM          PIC X(6).
           05 WS-PYH-TERM-START    PIC X(8).
           05 WS-PYH-TERM-END      PIC X(8).
           05 WS-PYH-CREATED       PIC X(14).
           05 WS-PYH-MIN-ENROLL    PIC 9(3).
           05 FILLER               PIC X(50) VALUE SPACES.
       01 WS-PAY-DETAIL.
           05 WS-PYD-TYPE          PIC X(1)  VALUE "D".
           05 WS-PYD-INSTR-ID      PIC X(4).
           05 WS-PYD-NAME          PIC X(25).
           05 WS-PYD-DEPT          PIC X(15).
           05 WS-PYD-EMP-TYPE      PIC X(1).
           05 WS-PYD-CONTRACT-CR   PIC 9(3).
           05 WS-PYD-LOAD-CR       PIC 9(3)V99.
           05 WS-PYD-PAID-CR       PIC 9(3)V99.
           05 WS-PYD-RATE          PIC 9(5)V99.
           05 WS-PYD-AMOUNT        PIC 9(7)V99.
           05 FILLER               PIC X(25) VALUE SPACES.
       01 WS-PAY-TRAILER.
           05 WS-PYT-TYPE          PIC X(1)  VALUE "T".
           05 WS-PYT-DETAIL-COUNT  PIC 9(6)  VALUE 0.
           05 WS-PYT-ADJUNCT-COUNT PIC 9(6)  VALUE 0.
           05 WS-PYT-OVERLOAD-COUNT PIC 9(6) VALUE 0.
           05 WS-PYT-PAID-CR       PIC 9(5)V99 VALUE 0.
           05 WS-PYT-AMOUNT        PIC 9(9)V99 VALUE 0.
           05 FILLER               PIC X(63) VALUE SPACES.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGH0184" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  INSTRUCTOR WORKLOAD / TEACHING PAY EXTRACT   |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-FORMATTED WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM >>"
           ACCEPT WS-WL-TERM
           IF WS-WL-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-WL-TERM
           END-IF

           MOVE SPACES TO WS-WL-TERM-START
           IF WS-WL-TERM NOT = SPACES
               OPEN INPUT TERM-FILE
               MOVE WS-WL-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-START-DATE TO WS-WL-TERM-START
                       MOVE TERM-END-DATE   TO WS-WL-TERM-END
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-WL-TERM-START = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           DISPLAY "MINIMUM ENROLLMENT FOR FULL CREDIT, OR BLANK FOR "
               WS-MIN-ENROLL " >>"
           ACCEPT WS-MIN-RAW
           IF WS-MIN-RAW NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-RAW) NOT = 0
                   DISPLAY "***ERROR: MINIMUM MUST BE NUMERIC.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
               COMPUTE WS-MIN-ENROLL = FUNCTION NUMVAL(WS-MIN-RAW)
           END-IF

           PERFORM CHECK-TERM-SCHEDULED

           *> By department, then instructor - the same sort PRGR0071
           *> uses for its roster, so chairs read their own page.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPT SR-INSTR-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-WORKLOAD

           DISPLAY "*** " WS-PYT-DETAIL-COUNT " INSTRUCTOR(S) WRITTEN "
               "TO teaching-pay-extract.txt. ***"
           DISPLAY "    ADJUNCT " WS-PYT-ADJUNCT-COUNT
               "  OVERLOAD " WS-PYT-OVERLOAD-COUNT
               "  NO CONTRACT " WS-NO-CONTRACT
               "  NOTHING DUE " WS-NOT-PAYABLE

           IF WS-INSTR-TEACHING = 0
               DISPLAY "***NO SECTIONS ASSIGNED FOR THE TERM - "
                   "NOTHING TO REPORT.***"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               IF WS-NO-CONTRACT > 0
                   MOVE 2 TO RETURN-CODE          *> 2 = some rejected
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-INSTR-READ       TO WS-JOB-READ
           MOVE WS-PYT-DETAIL-COUNT TO WS-JOB-WRITTEN
           MOVE WS-NO-CONTRACT      TO WS-JOB-REJECTED
           COMPUTE WS-JOB-SKIPPED = WS-INSTR-READ - WS-INSTR-TEACHING
               + WS-NOT-PAYABLE
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CHECK-TERM-SCHEDULED - does the term have a schedule of
      *> classes on term-offerings.txt - at least one offering that
      *> is not cancelled?  If so the offerings say who teaches
      *> what, and a cancelled section counts for nothing; if not,
      *> the course master's C-INSTRUCTOR assignments stand for the
      *> term, the same fallback OFFERVAL.CPY makes for an
      *> unscheduled term.
      *>-----------------------------------------------------------
       CHECK-TERM-SCHEDULED.
           MOVE "N" TO WS-TERM-SCHEDULED
           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OFR-EOF
           MOVE WS-WL-TERM TO OFR-TERM
           MOVE LOW-VALUES TO OFR-COURSE
           MOVE LOW-VALUES TO OFR-SECTION
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFR-EOF
           END-START
           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-WL-TERM
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           IF OFR-STATUS NOT = "X"
                               MOVE "Y" TO WS-TERM-SCHEDULED
                               MOVE "Y" TO WS-OFR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERING-FILE.

       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ INSTRUCTOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE INSTR-DEPT TO SR-DEPT
                       MOVE INSTR-ID   TO SR-INSTR-ID
                       MOVE INSTR-NAME TO SR-INSTR-NAME
                       RELEASE SR-INSTRUCTOR-RECORD
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.

      *>-----------------------------------------------------------
      *> PRINT-WORKLOAD - one page section per department for the
      *> chairs, and the payroll extract alongside it.
      *>-----------------------------------------------------------
       PRINT-WORKLOAD.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-DEPT

           MOVE "N" TO WS-ICT-OPEN
           OPEN INPUT CONTRACT-FILE
           IF WS-ICT-STATUS = "00"
               MOVE "Y" TO WS-ICT-OPEN
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT ENROLLMENT-FILE
           IF WS-TERM-SCHEDULED = "Y"
               OPEN INPUT OFFERING-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PAY-FILE

           MOVE WS-WL-TERM       TO WS-PYH-TERM
           MOVE WS-WL-TERM-START TO WS-PYH-TERM-START
           MOVE WS-WL-TERM-END   TO WS-PYH-TERM-END
           MOVE WS-RUN-STAMP     TO WS-PYH-CREATED
           MOVE WS-MIN-ENROLL    TO WS-PYH-MIN-ENROLL
           MOVE WS-PAY-HEADER    TO PAY-LINE
           WRITE PAY-LINE

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     INSTRUCTOR TEACHING WORKLOAD - TERM " WS-WL-TERM
               "  (" WS-WL-TERM-START " TO " WS-WL-TERM-END ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-TERM-SCHEDULED = "Y"
               STRING "     SECTIONS FROM THE TERM SCHEDULE, CANCELLED "
                   "SECTIONS EXCLUDED.  MINIMUM ENROLLMENT "
                   WS-MIN-ENROLL DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "     SECTIONS FROM THE COURSE MASTER (NO TERM "
                   "SCHEDULE ON FILE).  MINIMUM ENROLLMENT "
                   WS-MIN-ENROLL DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-WORKLOAD-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-INSTR-READ
                       PERFORM WORK-ONE-INSTRUCTOR
               END-RETURN
           END-PERFORM
           IF WS-PREV-DEPT NOT = SPACES
               PERFORM WRITE-DEPT-TOTAL
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE
           MOVE WS-INSTR-TEACHING TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTORS TEACHING: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-TOTAL-SECTIONS TO WS-COUNT-DISPLAY
           STRING "  SECTIONS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE(28:20)
           MOVE WS-TOTAL-LOAD TO WS-BIGLOAD-DISPLAY
           STRING "  CREDITS: " WS-BIGLOAD-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE(45:25)
           PERFORM WRITE-WORKLOAD-LINE
           MOVE WS-PYT-PAID-CR TO WS-BIGLOAD-DISPLAY
           MOVE WS-PYT-AMOUNT  TO WS-BIGPAY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CREDIT HOURS TO PAYROLL: " WS-BIGLOAD-DISPLAY
               "  TEACHING PAY: " WS-BIGPAY-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE
           IF WS-NO-CONTRACT > 0
               MOVE WS-NO-CONTRACT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-COUNT-DISPLAY " INSTRUCTOR(S) "
                   "TEACHING WITH NO CONTRACT ON FILE - NOT ON THE "
                   "PAYROLL EXTRACT (PRGN0183). ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-WORKLOAD-LINE
           END-IF

           MOVE WS-PAY-TRAILER TO PAY-LINE
           WRITE PAY-LINE

           IF WS-ICT-OPEN = "Y"
               CLOSE CONTRACT-FILE
           END-IF
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE
           IF WS-TERM-SCHEDULED = "Y"
               CLOSE OFFERING-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE PAY-FILE

           MOVE "instructor-workload.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE.

      *>-----------------------------------------------------------
      *> WORK-ONE-INSTRUCTOR - the instructor's sections for the
      *> term, priced against their contract.  An instructor with
      *> no sections is left off the report altogether.
      *>-----------------------------------------------------------
       WORK-ONE-INSTRUCTOR.
           MOVE 0 TO WS-INSTR-SECTIONS
           MOVE 0 TO WS-INSTR-LOAD
           MOVE 0 TO WS-INSTR-PAID-CR
           MOVE 0 TO WS-INSTR-PAY

           IF WS-TERM-SCHEDULED = "Y"
               PERFORM SCAN-TERM-OFFERINGS
           ELSE
               PERFORM SCAN-COURSE-MASTER
           END-IF

           IF WS-INSTR-SECTIONS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSTR-TEACHING

           PERFORM PRICE-INSTRUCTOR-LOAD
           PERFORM WRITE-INSTRUCTOR-TOTAL

           ADD 1                 TO WS-DEPT-INSTR
           ADD WS-INSTR-SECTIONS TO WS-DEPT-SECTIONS
           ADD WS-INSTR-LOAD     TO WS-DEPT-LOAD
           ADD WS-INSTR-PAY      TO WS-DEPT-PAY
           ADD WS-INSTR-SECTIONS TO WS-TOTAL-SECTIONS
           ADD WS-INSTR-LOAD     TO WS-TOTAL-LOAD.

      *>-----------------------------------------------------------
      *> SCAN-TERM-OFFERINGS - the term's open sections taught by
      *> this instructor.  Credits come from the catalog row.
      *>-----------------------------------------------------------
       SCAN-TERM-OFFERINGS.
           MOVE "N" TO WS-SEC-EOF
           MOVE WS-WL-TERM TO OFR-TERM
           MOVE LOW-VALUES TO OFR-COURSE
           MOVE LOW-VALUES TO OFR-SECTION
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEC-EOF
           END-START

           PERFORM UNTIL WS-SEC-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-WL-TERM
                           MOVE "Y" TO WS-SEC-EOF
                       ELSE
                           IF OFR-INSTRUCTOR = SR-INSTR-ID
                               AND OFR-STATUS NOT = "X"
                               MOVE OFR-COURSE  TO WS-SEC-COURSE
                               MOVE OFR-SECTION TO WS-SEC-SECTION
                               PERFORM READ-CATALOG-CREDITS
                               PERFORM COUNT-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-CATALOG-CREDITS.
           MOVE WS-SEC-COURSE  TO C-CODE
           MOVE WS-SEC-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT IN CATALOG)" TO WS-SEC-DESC
                   MOVE 0                  TO WS-SEC-CREDITS
               NOT INVALID KEY
                   MOVE C-DESC             TO WS-SEC-DESC
                   MOVE C-CREDITS          TO WS-SEC-CREDITS
           END-READ.

      *>-----------------------------------------------------------
      *> SCAN-COURSE-MASTER - every section on the course master
      *> assigned to this instructor (C-INSTRUCTOR), for a term
      *> with no schedule of classes.
      *>-----------------------------------------------------------
       SCAN-COURSE-MASTER.
           MOVE "N" TO WS-SEC-EOF
           MOVE LOW-VALUES TO C-KEY
           START COURSE-MASTER-FILE KEY IS NOT LESS THAN C-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEC-EOF
           END-START

           PERFORM UNTIL WS-SEC-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       IF C-INSTRUCTOR = SR-INSTR-ID
                           MOVE C-CODE    TO WS-SEC-COURSE
                           MOVE C-SECTION TO WS-SEC-SECTION
                           MOVE C-DESC    TO WS-SEC-DESC
                           MOVE C-CREDITS TO WS-SEC-CREDITS
                           PERFORM COUNT-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> COUNT-ONE-SECTION - counts the section's students for the
      *> term, prorates its credits when it ran under the minimum,
      *> and prints its line under the instructor.
      *>-----------------------------------------------------------
       COUNT-ONE-SECTION.
           IF WS-INSTR-SECTIONS = 0
               PERFORM WRITE-INSTRUCTOR-HEADING
           END-IF
           ADD 1 TO WS-INSTR-SECTIONS

           PERFORM COUNT-SECTION-STUDENTS

           MOVE SPACE TO WS-SEC-FLAG
           IF WS-MIN-ENROLL > 0 AND WS-SEC-ENROLLED < WS-MIN-ENROLL
               COMPUTE WS-SEC-LOAD ROUNDED =
                   WS-SEC-CREDITS * WS-SEC-ENROLLED / WS-MIN-ENROLL
               MOVE "P" TO WS-SEC-FLAG
           ELSE
               MOVE WS-SEC-CREDITS TO WS-SEC-LOAD
           END-IF
           ADD WS-SEC-LOAD TO WS-INSTR-LOAD

           MOVE WS-SEC-CREDITS  TO WS-CR-DISPLAY
           MOVE WS-SEC-ENROLLED TO WS-ENRL-DISPLAY
           MOVE WS-SEC-LOAD     TO WS-LOAD-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "        " WS-SEC-COURSE " " WS-SEC-SECTION "  "
               WS-SEC-DESC "  " WS-CR-DISPLAY "   " WS-ENRL-DISPLAY
               "  " WS-LOAD-DISPLAY " " WS-SEC-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE.

      *>-----------------------------------------------------------
      *> COUNT-SECTION-STUDENTS - full scan of ENROLLMENT-FILE, as
      *> PRGR0071 counts a course's students.  A withdrawal does not
      *> count, and only the term's rows do - a row with no term
      *> stamped counts for the term in effect today.
      *>-----------------------------------------------------------
       COUNT-SECTION-STUDENTS.
           MOVE 0 TO WS-SEC-ENROLLED
           MOVE "N" TO WS-ENROLL-EOF
           MOVE LOW-VALUES TO EN-KEY
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START

           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-COURSE = WS-SEC-COURSE
                           AND EN-SECTION = WS-SEC-SECTION
                           AND EN-GRADE NOT = "W"
                           AND (EN-TERM = WS-WL-TERM
                             OR (EN-TERM = SPACES
                                 AND WS-WL-TERM = WS-TERM-CURRENT))
                           ADD 1 TO WS-SEC-ENROLLED
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> WRITE-INSTRUCTOR-HEADING - the department break (when
      *> this is the first instructor of a new department) and the
      *> instructor's own heading, printed at their first section.
      *>-----------------------------------------------------------
       WRITE-INSTRUCTOR-HEADING.
           IF SR-DEPT NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = SPACES
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
               MOVE SR-DEPT TO WS-PREV-DEPT
               MOVE 0 TO WS-DEPT-INSTR
               MOVE 0 TO WS-DEPT-SECTIONS
               MOVE 0 TO WS-DEPT-LOAD
               MOVE 0 TO WS-DEPT-PAY
               MOVE SPACES TO REPORT-LINE
               STRING "DEPARTMENT: " SR-DEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-WORKLOAD-LINE
           END-IF

           PERFORM READ-INSTR-CONTRACT
           MOVE SPACES TO REPORT-LINE
           IF WS-INSTR-CONTRACT = "Y"
               MOVE ICT-CREDIT-RATE      TO WS-RATE-DISPLAY
               MOVE ICT-CONTRACT-CREDITS TO WS-CC-DISPLAY
               IF ICT-EMP-TYPE = "A"
                   MOVE "ADJUNCT"   TO WS-TYPE-DISPLAY
               ELSE
                   MOVE "FULL-TIME" TO WS-TYPE-DISPLAY
               END-IF
               STRING "  " SR-INSTR-ID "  " SR-INSTR-NAME "  "
                   WS-TYPE-DISPLAY "  CONTRACT CR " WS-CC-DISPLAY
                   "  RATE " WS-RATE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " SR-INSTR-ID "  " SR-INSTR-NAME
                   "  *** NO CONTRACT ON FILE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-WORKLOAD-LINE
           MOVE "        COURSE          SEC DESCRIPTION           CR"
               & "   ENRL    LOAD" TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE.

       READ-INSTR-CONTRACT.
           MOVE "N" TO WS-INSTR-CONTRACT
           IF WS-ICT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SR-INSTR-ID TO ICT-INSTR-ID
           READ CONTRACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-INSTR-CONTRACT
           END-READ.

      *>-----------------------------------------------------------
      *> PRICE-INSTRUCTOR-LOAD - an adjunct is paid for every
      *> credit hour counted; full-time faculty only for the hours
      *> above their contracted load.  Anything due goes on the
      *> payroll extract.
      *>-----------------------------------------------------------
       PRICE-INSTRUCTOR-LOAD.
           IF WS-INSTR-CONTRACT = "N"
               ADD 1 TO WS-NO-CONTRACT
               EXIT PARAGRAPH
           END-IF

           IF ICT-EMP-TYPE = "A"
               MOVE WS-INSTR-LOAD TO WS-INSTR-PAID-CR
           ELSE
               IF WS-INSTR-LOAD > ICT-CONTRACT-CREDITS
                   COMPUTE WS-INSTR-PAID-CR =
                       WS-INSTR-LOAD - ICT-CONTRACT-CREDITS
               END-IF
           END-IF
           COMPUTE WS-INSTR-PAY ROUNDED =
               WS-INSTR-PAID-CR * ICT-CREDIT-RATE

           IF WS-INSTR-PAY = 0
               ADD 1 TO WS-NOT-PAYABLE
               EXIT PARAGRAPH
           END-IF

           MOVE SR-INSTR-ID          TO WS-PYD-INSTR-ID
           MOVE SR-INSTR-NAME        TO WS-PYD-NAME
           MOVE SR-DEPT              TO WS-PYD-DEPT
           MOVE ICT-EMP-TYPE         TO WS-PYD-EMP-TYPE
           MOVE ICT-CONTRACT-CREDITS TO WS-PYD-CONTRACT-CR
           MOVE WS-INSTR-LOAD        TO WS-PYD-LOAD-CR
           MOVE WS-INSTR-PAID-CR     TO WS-PYD-PAID-CR
           MOVE ICT-CREDIT-RATE      TO WS-PYD-RATE
           MOVE WS-INSTR-PAY         TO WS-PYD-AMOUNT
           MOVE WS-PAY-DETAIL        TO PAY-LINE
           WRITE PAY-LINE

           ADD 1                TO WS-PYT-DETAIL-COUNT
           ADD WS-INSTR-PAID-CR TO WS-PYT-PAID-CR
           ADD WS-INSTR-PAY     TO WS-PYT-AMOUNT
           IF ICT-EMP-TYPE = "A"
               ADD 1 TO WS-PYT-ADJUNCT-COUNT
           ELSE
               ADD 1 TO WS-PYT-OVERLOAD-COUNT
           END-IF.

       WRITE-INSTRUCTOR-TOTAL.
           MOVE WS-INSTR-LOAD    TO WS-LOAD-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-INSTR-CONTRACT = "N"
               STRING "        TERM LOAD " WS-LOAD-DISPLAY
                   "  - NOT PRICED, NO CONTRACT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-INSTR-PAY TO WS-PAY-DISPLAY
               STRING "        TERM LOAD " WS-LOAD-DISPLAY
                   "  CREDITS PAID " DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-INSTR-PAID-CR TO WS-LOAD-DISPLAY
               STRING WS-LOAD-DISPLAY "  PAY " WS-PAY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE(40:40)
           END-IF
           PERFORM WRITE-WORKLOAD-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE.

      *>-----------------------------------------------------------
      *> WRITE-DEPT-TOTAL - the department just finished: its
      *> instructors, sections, credits counted and pay due.
      *>-----------------------------------------------------------
       WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-INSTR    TO WS-COUNT-DISPLAY
           MOVE WS-DEPT-SECTIONS TO WS-SECT-DISPLAY
           MOVE WS-DEPT-LOAD     TO WS-BIGLOAD-DISPLAY
           MOVE WS-DEPT-PAY      TO WS-BIGPAY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPT TOTAL - INSTRUCTORS: " WS-COUNT-DISPLAY
               "  SECTIONS: " WS-SECT-DISPLAY
               "  CREDITS: " WS-BIGLOAD-DISPLAY
               "  PAY: " WS-BIGPAY-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-WORKLOAD-LINE.

      *>-----------------------------------------------------------
      *> WRITE-WORKLOAD-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-WORKLOAD-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
