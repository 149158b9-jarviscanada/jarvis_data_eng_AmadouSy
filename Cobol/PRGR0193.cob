       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0193.  *> Student class schedule / registration confirmation

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

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT ROOM-FILE ASSIGN TO "rooms.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT EXAM-SCHEDULE-FILE ASSIGN TO "exam-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT ENROLL-CHANGE-FILE ASSIGN TO "enrollment-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "student-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "schedule-confirmations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

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

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ROOM-FILE.
       COPY "ROOMREC.CPY".    *> Shared room master layout (ROOM-CODE, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD EXAM-SCHEDULE-FILE.
       01 EXAM-LINE             PIC X(80).   *> One published exam-schedule line

       FD ENROLL-CHANGE-FILE.
       COPY "ENCHGREC.CPY".   *> Shared enrollment-change log layout (ECH-STUDENT-ID, ...)

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE         PIC X(100).  *> One printed schedule line

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).  *> One confirmation-run report line

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE             PIC X(100).  *> One line of queued mail text

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       SD SORT-WORK-FILE.
       01 SR-CHANGE-RECORD.
           05 SR-STUDENT-ID          PIC X(4).

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph

       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-INSTR-STATUS      PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-ROOM-STATUS       PIC XX.               *> ROOM-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.               *> BILLING-FILE I/O status
       01 WS-EXAM-STATUS       PIC XX.               *> EXAM-SCHEDULE-FILE I/O status
       01 WS-ECH-STATUS        PIC XX.               *> ENROLL-CHANGE-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-MODE              PIC X VALUE SPACE.    *> P = print one, B = batch mail
       01 WS-STUDENT-ID        PIC X(4).             *> Student being printed
       01 WS-FOUND             PIC X VALUE "N".      *> Student found flag
       01 WS-SESSION-ROLE      PIC X VALUE SPACE.    *> Logged-in user's role
       01 WS-SESSION-STUDENT   PIC X(4) VALUE SPACES.
      *>         For an "S" (student) login, the only student whose
      *>         schedule may be printed.

      *> The term being shown, from term-calendar.txt:
       01 WS-SCH-TERM          PIC X(6) VALUE SPACES.
       01 WS-SCH-TERM-DESC     PIC X(20).
       01 WS-SCH-TERM-START    PIC X(8).
       01 WS-SCH-TERM-END      PIC X(8).
       01 WS-SCH-PREV-END      PIC X(8).
      *>         Last day of the term before it (by end date), or
      *>         zeros when it is the first on the calendar.  Ledger
      *>         rows dated after this and up to WS-SCH-TERM-END are
      *>         "this term's" charges - BILLREC carries no term.

      *> The document being built, one line per entry, so the same
      *> text goes to the printed schedule or into a mail message.
       01 WS-DOC-TEXT          PIC X(100).           *> Line being added
       01 WS-DOC-USED          PIC 9(3) VALUE 0.     *> Lines built
       01 WS-DOC-IX            PIC 9(3) VALUE 0.     *> Line subscript
       01 WS-DOC-TABLE.
           05 WS-DOC-LINE OCCURS 200 TIMES PIC X(100).
      *>         Room for twenty sections, their grid and exam
      *>         lines and a busy term's ledger rows; anything past
      *>         the last entry is left off.

      *> The student's sections for the term, in meeting-time order.
       01 WS-SEC-USED          PIC 9(2) VALUE 0.     *> Section entries loaded
       01 WS-SEC-IX            PIC 9(2) VALUE 0.     *> Section subscript
       01 WS-SEC-JX            PIC 9(2) VALUE 0.     *> Sort subscript
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20 TIMES.
               10 WS-SEC-SORT-KEY.
                   15 WS-SEC-SORT-TIME PIC X(4).
                   15 WS-SEC-COURSE    PIC X(15).
                   15 WS-SEC-SECTION   PIC X(2).
               10 WS-SEC-DESC      PIC X(20).
               10 WS-SEC-CREDITS   PIC 9(2).
               10 WS-SEC-DAYS      PIC X(5).
               10 WS-SEC-TIME      PIC X(4).
               10 WS-SEC-ROOM      PIC X(6).
               10 WS-SEC-BUILDING  PIC X(15).
               10 WS-SEC-INSTR     PIC X(25).
               10 WS-SEC-EXAMDT    PIC X(8).
               10 WS-SEC-EXAMTM    PIC X(4).
      *>         WS-SEC-SORT-TIME is the meeting time, or "9999" for
      *>         a section with no time yet so it sorts last.
       01 WS-SEC-HOLD          PIC X(110).           *> One entry, mid-swap
       01 WS-SEC-CREDIT-TOTAL  PIC 9(3) VALUE 0.     *> Credits carried this term
       01 WS-CREDITS-DISPLAY   PIC Z9.               *> Section credits for printing
       01 WS-TOTAL-CR-DISPLAY  PIC ZZ9.              *> Term credits for printing

       01 WS-DAY-IX            PIC 9(1).             *> Weekday subscript
       01 WS-DAY-LETTER        PIC X(1).             *> Weekday being printed
       01 WS-DAY-POS           PIC 9(2).             *> Day-string subscript
       01 WS-MEETS-TODAY       PIC X VALUE "N".      *> Section meets this weekday
       01 WS-GRID-COUNT        PIC 9(3) VALUE 0.     *> Grid lines printed
       01 WS-DAY-LETTERS       PIC X(5) VALUE "MTWRF".
      *>         The five teaching weekdays in timetable order -
      *>         the same single-letter codes C-MEETING-DAY carries.
       01 WS-EXAMS-PUBLISHED   PIC X VALUE "N".      *> exam-schedule.txt was there

       01 WS-TERM-NET          PIC S9(8)V99 VALUE 0. *> This term's rows, netted
       01 WS-BALANCE           PIC S9(8)V99 VALUE 0. *> Whole live ledger, netted
       01 WS-SIGNED-AMOUNT     PIC S9(8)V99 VALUE 0. *> One row, debit plus
       01 WS-AMOUNT-DISPLAY    PIC ---,---,--9.99.   *> Entry amount for printing
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99.   *> Totals for printing
       01 WS-TERM-ROWS         PIC 9(3) VALUE 0.     *> Ledger rows in the term

      *> Batch confirmation run:
       01 WS-RUN-DATE          PIC X(8).             *> Changes made on this day
       01 WS-PREV-STUDENT      PIC X(4) VALUE SPACES. *> Last student sorted back
       01 WS-ACTION-TEXT       PIC X(10).            *> QUEUED / NO EMAIL / NOT FOUND
       01 WS-READ-COUNT        PIC 9(6) VALUE 0.     *> Distinct students changed
       01 WS-QUEUED-COUNT      PIC 9(6) VALUE 0.     *> Confirmations queued
       01 WS-NO-EMAIL-COUNT    PIC 9(6) VALUE 0.     *> No address on file
       01 WS-SKIP-COUNT        PIC 9(6) VALUE 0.     *> No longer on the master

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  S T U D E N T   C L A S S   S C H E D U L E  |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(9:1) TO WS-SESSION-ROLE
                   IF WS-SESSION-ROLE = "S"
                       MOVE SESSION-LINE(10:4) TO WS-SESSION-STUDENT
                   END-IF
           END-READ
           CLOSE SESSION-FILE

      *> A student login prints its own schedule and nothing else.
           IF WS-SESSION-ROLE = "S"
               MOVE "P" TO WS-MODE
           ELSE
               DISPLAY "PRINT ONE STUDENT'S SCHEDULE, OR QUEUE "
                   "CONFIRMATIONS FOR A DAY'S CHANGES? (P/B) >>"
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           END-IF

           IF WS-MODE NOT = "P" AND WS-MODE NOT = "B"
               DISPLAY "***ERROR: INVALID MODE.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM >>"
           ACCEPT WS-SCH-TERM
           MOVE FUNCTION UPPER-CASE(WS-SCH-TERM) TO WS-SCH-TERM
           IF WS-SCH-TERM = SPACES
               PERFORM GET-CURRENT-TERM
               MOVE WS-TERM-CURRENT TO WS-SCH-TERM
           END-IF
           IF WS-SCH-TERM = SPACES
               DISPLAY "***ERROR: NO TERM ON THE CALENDAR COVERS "
                   "TODAY - ENTER A TERM CODE.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-TERM-DATES
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM " WS-SCH-TERM
                   " IS NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           IF WS-MODE = "P"
               PERFORM PRINT-ONE-SCHEDULE
           ELSE
               PERFORM QUEUE-CONFIRMATIONS
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-TERM-DATES - the chosen term's dates, and the end of
      *> the term before it, which opens this term's charge window.
      *>-----------------------------------------------------------
       LOAD-TERM-DATES.
           MOVE "N" TO WS-FOUND
           OPEN INPUT TERM-FILE
           MOVE WS-SCH-TERM TO TERM-CODE
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"             TO WS-FOUND
                   MOVE TERM-DESC       TO WS-SCH-TERM-DESC
                   MOVE TERM-START-DATE TO WS-SCH-TERM-START
                   MOVE TERM-END-DATE   TO WS-SCH-TERM-END
           END-READ
           CLOSE TERM-FILE
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-SCH-PREV-END
           MOVE "N"   TO WS-EOF
           OPEN INPUT TERM-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TERM-END-DATE < WS-SCH-TERM-START
                           AND TERM-END-DATE > WS-SCH-PREV-END
                           MOVE TERM-END-DATE TO WS-SCH-PREV-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> PRINT-ONE-SCHEDULE - on demand at the counter: one
      *> student's schedule to student-schedule.txt and the screen.
      *>-----------------------------------------------------------
       PRINT-ONE-SCHEDULE.
           IF WS-SESSION-ROLE = "S"
               MOVE WS-SESSION-STUDENT TO WS-STUDENT-ID
           ELSE
               DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
               ACCEPT WS-STUDENT-ID
           END-IF

           PERFORM READ-STUDENT
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE          *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-SCHEDULE

           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-DOC-IX FROM 1 BY 1
               UNTIL WS-DOC-IX > WS-DOC-USED
               MOVE WS-DOC-LINE(WS-DOC-IX) TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
               DISPLAY SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE

           MOVE "student-schedule.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** SCHEDULE WRITTEN TO student-schedule.txt. ***"

           IF WS-SEC-USED = 0
               MOVE 1 TO RETURN-CODE          *> 1 = nothing enrolled
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> QUEUE-CONFIRMATIONS - batch: every student whose enrollment
      *> for the term changed on the run date gets a fresh schedule
      *> queued onto outbound-mail-queue.txt.  New seats carry their
      *> EN-ENROLL-DATE; drops, late drops and section moves are
      *> found on enrollment-changes.txt.  The sort brings each student back
      *> once however many changes they made.
      *>-----------------------------------------------------------
       QUEUE-CONFIRMATIONS.
           MOVE "PRGR0193" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "ENTER CHANGE DATE (YYYYMMDD), OR BLANK FOR "
               "TODAY >>"
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     SCHEDULE CONFIRMATIONS - TERM " WS-SCH-TERM
               "   CHANGES OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STUD  NAME                                      "
               & "ACTION      EMAIL" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-CHANGED-STUDENTS
               OUTPUT PROCEDURE IS SEND-CONFIRMATIONS

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STUDENTS CHANGED: " WS-READ-COUNT
               "   QUEUED: " WS-QUEUED-COUNT
               "   NO EMAIL: " WS-NO-EMAIL-COUNT
               "   NOT ON FILE: " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "schedule-confirmations.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** " WS-QUEUED-COUNT " OF " WS-READ-COUNT
               " CONFIRMATION(S) QUEUED. SEE "
               "schedule-confirmations.txt. ***"

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE          *> 1 = nothing changed
           ELSE
               IF WS-NO-EMAIL-COUNT > 0 OR WS-SKIP-COUNT > 0
                   MOVE 2 TO RETURN-CODE      *> 2 = some not sent
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-READ-COUNT     TO WS-JOB-READ
           MOVE WS-QUEUED-COUNT   TO WS-JOB-WRITTEN
           MOVE WS-NO-EMAIL-COUNT TO WS-JOB-REJECTED
           MOVE WS-SKIP-COUNT     TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END.

      *>-----------------------------------------------------------
      *> LOAD-CHANGED-STUDENTS - a sort record per change on the
      *> run date: seats granted that day (straight enrollment or a
      *> waiting-list promotion, by whichever program), then the
      *> drops and withdrawals logged that day.
      *>-----------------------------------------------------------
       LOAD-CHANGED-STUDENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EN-ENROLL-DATE = WS-RUN-DATE
                               AND EN-TERM = WS-SCH-TERM
                               MOVE EN-STUDENT-ID TO SR-STUDENT-ID
                               RELEASE SR-CHANGE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF

           OPEN INPUT ENROLL-CHANGE-FILE
           IF WS-ECH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLL-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ECH-DATE = WS-RUN-DATE
                           AND ECH-TERM = WS-SCH-TERM
                           MOVE ECH-STUDENT-ID TO SR-STUDENT-ID
                           RELEASE SR-CHANGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-CHANGE-FILE.

       SEND-CONFIRMATIONS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SR-STUDENT-ID NOT = WS-PREV-STUDENT
                           MOVE SR-STUDENT-ID TO WS-PREV-STUDENT
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SEND-ONE-CONFIRMATION
                       END-IF
               END-RETURN
           END-PERFORM.

      *>-----------------------------------------------------------
      *> SEND-ONE-CONFIRMATION - builds the schedule for the student
      *> just sorted back and queues it to their address on file.
      *>-----------------------------------------------------------
       SEND-ONE-CONFIRMATION.
           MOVE SR-STUDENT-ID TO WS-STUDENT-ID
           PERFORM READ-STUDENT
           IF WS-FOUND = "N"
               MOVE "NOT FOUND" TO WS-ACTION-TEXT
               MOVE SPACES      TO F-NAME
               MOVE SPACES      TO F-EMAIL
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               IF F-EMAIL = SPACES
                   MOVE "NO EMAIL" TO WS-ACTION-TEXT
                   ADD 1 TO WS-NO-EMAIL-COUNT
               ELSE
                   PERFORM BUILD-SCHEDULE
                   PERFORM QUEUE-ONE-MESSAGE
                   MOVE "QUEUED" TO WS-ACTION-TEXT
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-STUDENT-ID  DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               F-NAME            DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               WS-ACTION-TEXT    DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               F-EMAIL           DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> QUEUE-ONE-MESSAGE - the built schedule as one message on
      *> outbound-mail-queue.txt, in the same envelope every other
      *> queued notice uses.
      *>-----------------------------------------------------------
       QUEUE-ONE-MESSAGE.
           OPEN EXTEND MAIL-QUEUE-FILE
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  F-EMAIL      DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : YOUR CLASS SCHEDULE FOR " DELIMITED BY SIZE
                  WS-SCH-TERM  DELIMITED BY SIZE
                  " HAS CHANGED" DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : "       DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           PERFORM VARYING WS-DOC-IX FROM 1 BY 1
               UNTIL WS-DOC-IX > WS-DOC-USED
               MOVE WS-DOC-LINE(WS-DOC-IX) TO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE
           CLOSE MAIL-QUEUE-FILE.

      *>-----------------------------------------------------------
      *> READ-STUDENT - WS-STUDENT-ID's master record, WS-FOUND set.
      *>-----------------------------------------------------------
       READ-STUDENT.
           MOVE "N" TO WS-FOUND
           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE STUDENT-FILE.

      *>-----------------------------------------------------------
      *> BUILD-SCHEDULE - the whole document for the student in
      *> STUDENT-RECORD and term WS-SCH-TERM, into WS-DOC-TABLE:
      *> heading, enrolled sections, the weekly grid, final exams,
      *> then the term's charges and the account balance.
      *>-----------------------------------------------------------
       BUILD-SCHEDULE.
           MOVE 0 TO WS-DOC-USED
           PERFORM LOAD-STUDENT-SECTIONS
           PERFORM SORT-STUDENT-SECTIONS
           PERFORM LOAD-EXAM-SLOTS

           MOVE ALL "=" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "REGISTRATION CONFIRMATION AND CLASS SCHEDULE"
               TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE ALL "=" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO WS-DOC-TEXT
           STRING "STUDENT : " F-ID "  " F-NAME
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO WS-DOC-TEXT
           STRING "TERM    : " WS-SCH-TERM "  " WS-SCH-TERM-DESC
               "  " WS-SCH-TERM-START " TO " WS-SCH-TERM-END
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO WS-DOC-TEXT
           STRING "PRINTED : " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE

           PERFORM ADD-SECTION-LIST
           PERFORM ADD-WEEKLY-GRID
           PERFORM ADD-EXAM-LIST
           PERFORM ADD-TERM-CHARGES

           MOVE ALL "=" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE.

      *>-----------------------------------------------------------
      *> LOAD-STUDENT-SECTIONS - the student's rows for the term
      *> that still hold a seat (a "W" no longer meets), each with
      *> its course, room and instructor details looked up.
      *>-----------------------------------------------------------
       LOAD-STUDENT-SECTIONS.
           MOVE 0 TO WS-SEC-USED
           MOVE 0 TO WS-SEC-CREDIT-TOTAL
           MOVE "N" TO WS-EOF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-FILE
           OPEN INPUT ROOM-FILE

           MOVE F-ID       TO EN-STUDENT-ID
           MOVE LOW-VALUES TO EN-COURSE
           MOVE LOW-VALUES TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF EN-TERM = WS-SCH-TERM
                               AND EN-GRADE NOT = "W"
                               AND WS-SEC-USED < 20
                               PERFORM LOAD-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-FILE
           CLOSE ROOM-FILE.

       LOAD-ONE-SECTION.
           ADD 1 TO WS-SEC-USED
           MOVE WS-SEC-USED TO WS-SEC-IX
           MOVE EN-COURSE   TO WS-SEC-COURSE(WS-SEC-IX)
           MOVE EN-SECTION  TO WS-SEC-SECTION(WS-SEC-IX)
           MOVE "(NOT ON COURSE LIST)" TO WS-SEC-DESC(WS-SEC-IX)
           MOVE 0           TO WS-SEC-CREDITS(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-DAYS(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-TIME(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-ROOM(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-BUILDING(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-INSTR(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-EXAMDT(WS-SEC-IX)
           MOVE SPACES      TO WS-SEC-EXAMTM(WS-SEC-IX)

           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-DESC         TO WS-SEC-DESC(WS-SEC-IX)
                   MOVE C-CREDITS      TO WS-SEC-CREDITS(WS-SEC-IX)
                   MOVE C-MEETING-DAY  TO WS-SEC-DAYS(WS-SEC-IX)
                   MOVE C-MEETING-TIME TO WS-SEC-TIME(WS-SEC-IX)
                   MOVE C-ROOM         TO WS-SEC-ROOM(WS-SEC-IX)
                   ADD C-CREDITS TO WS-SEC-CREDIT-TOTAL
                   IF C-INSTRUCTOR NOT = SPACES
                       MOVE C-INSTRUCTOR TO INSTR-ID
                       READ INSTRUCTOR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE INSTR-NAME
                                 TO WS-SEC-INSTR(WS-SEC-IX)
                       END-READ
                   END-IF
                   IF C-ROOM NOT = SPACES
                       MOVE C-ROOM TO ROOM-CODE
                       READ ROOM-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ROOM-BUILDING
                                 TO WS-SEC-BUILDING(WS-SEC-IX)
                       END-READ
                   END-IF
           END-READ

           IF WS-SEC-INSTR(WS-SEC-IX) = SPACES
               MOVE "STAFF" TO WS-SEC-INSTR(WS-SEC-IX)
           END-IF
           IF WS-SEC-TIME(WS-SEC-IX) = SPACES
               MOVE "9999" TO WS-SEC-SORT-TIME(WS-SEC-IX)
           ELSE
               MOVE WS-SEC-TIME(WS-SEC-IX)
                 TO WS-SEC-SORT-TIME(WS-SEC-IX)
           END-IF.

      *>-----------------------------------------------------------
      *> SORT-STUDENT-SECTIONS - meeting-time order, so each day of
      *> the grid reads top to bottom through the day.  Twenty rows
      *> at most; a simple exchange sort does.
      *>-----------------------------------------------------------
       SORT-STUDENT-SECTIONS.
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX >= WS-SEC-USED
               PERFORM VARYING WS-SEC-JX FROM WS-SEC-IX BY 1
                   UNTIL WS-SEC-JX > WS-SEC-USED
                   IF WS-SEC-SORT-KEY(WS-SEC-JX) <
                       WS-SEC-SORT-KEY(WS-SEC-IX)
                       MOVE WS-SEC-ENTRY(WS-SEC-IX) TO WS-SEC-HOLD
                       MOVE WS-SEC-ENTRY(WS-SEC-JX)
                         TO WS-SEC-ENTRY(WS-SEC-IX)
                       MOVE WS-SEC-HOLD TO WS-SEC-ENTRY(WS-SEC-JX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>-----------------------------------------------------------
      *> LOAD-EXAM-SLOTS - each section's sitting from the published
      *> exam-schedule.txt (PRGX0126).  Only sittings dated inside
      *> the term count, so a schedule left over from an earlier
      *> term is never passed off as this one's.
      *>-----------------------------------------------------------
       LOAD-EXAM-SLOTS.
           MOVE "N" TO WS-EXAMS-PUBLISHED
           OPEN INPUT EXAM-SCHEDULE-FILE
           IF WS-EXAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EXAMS-PUBLISHED
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EXAM-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EXAM-LINE(16:1) = "/"
                           AND EXAM-LINE(29:8) NOT < WS-SCH-TERM-START
                           AND EXAM-LINE(29:8) NOT > WS-SCH-TERM-END
                           PERFORM MATCH-ONE-EXAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAM-SCHEDULE-FILE.

       MATCH-ONE-EXAM.
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
               IF WS-SEC-COURSE(WS-SEC-IX) = EXAM-LINE(1:15)
                   AND WS-SEC-SECTION(WS-SEC-IX) = EXAM-LINE(17:2)
                   MOVE EXAM-LINE(29:8) TO WS-SEC-EXAMDT(WS-SEC-IX)
                   MOVE EXAM-LINE(41:4) TO WS-SEC-EXAMTM(WS-SEC-IX)
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> ADD-SECTION-LIST - one line per enrolled section: course,
      *> title, credits, days, time, room, building, instructor.
      *>-----------------------------------------------------------
       ADD-SECTION-LIST.
           MOVE SPACES TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "ENROLLED SECTIONS" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "COURSE/SEC         DESCRIPTION          CR DAYS  "
               & "TIME ROOM   BUILDING        INSTRUCTOR"
               TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE

           IF WS-SEC-USED = 0
               MOVE "  (NO SECTIONS ENROLLED FOR THIS TERM)"
                   TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
               MOVE WS-SEC-CREDITS(WS-SEC-IX) TO WS-CREDITS-DISPLAY
               MOVE SPACES TO WS-DOC-TEXT
               STRING WS-SEC-COURSE(WS-SEC-IX)   DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      WS-SEC-SECTION(WS-SEC-IX)  DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-DESC(WS-SEC-IX)     DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-CREDITS-DISPLAY         DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-DAYS(WS-SEC-IX)     DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-TIME(WS-SEC-IX)     DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-ROOM(WS-SEC-IX)     DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-BUILDING(WS-SEC-IX) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-SEC-INSTR(WS-SEC-IX)(1:22)
                                                 DELIMITED BY SIZE
                      INTO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
           END-PERFORM

           MOVE WS-SEC-CREDIT-TOTAL TO WS-TOTAL-CR-DISPLAY
           MOVE SPACES TO WS-DOC-TEXT
           STRING "TOTAL CREDITS: " WS-TOTAL-CR-DISPLAY
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE.

      *>-----------------------------------------------------------
      *> ADD-WEEKLY-GRID - weekday by weekday, the way PRGR0102
      *> lays out an instructor's week: every section meeting that
      *> day with its hour and room.  Sections with no meeting
      *> days yet are listed after the week as arranged.
      *>-----------------------------------------------------------
       ADD-WEEKLY-GRID.
           MOVE SPACES TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "WEEKLY SCHEDULE" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE 0 TO WS-GRID-COUNT

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 5
               MOVE WS-DAY-LETTERS(WS-DAY-IX:1) TO WS-DAY-LETTER
               PERFORM ADD-ONE-WEEKDAY
           END-PERFORM

           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
               IF WS-SEC-DAYS(WS-SEC-IX) = SPACES
                   ADD 1 TO WS-GRID-COUNT
                   MOVE SPACES TO WS-DOC-TEXT
                   STRING "  ARRANGED  "             DELIMITED BY SIZE
                          WS-SEC-COURSE(WS-SEC-IX)   DELIMITED BY SIZE
                          "/"                        DELIMITED BY SIZE
                          WS-SEC-SECTION(WS-SEC-IX)  DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          WS-SEC-DESC(WS-SEC-IX)     DELIMITED BY SIZE
                          INTO WS-DOC-TEXT
                   PERFORM ADD-DOC-LINE
               END-IF
           END-PERFORM

           IF WS-GRID-COUNT = 0
               MOVE "  (NO SCHEDULED SECTIONS)" TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
           END-IF.

       ADD-ONE-WEEKDAY.
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
               MOVE "N" TO WS-MEETS-TODAY
               PERFORM VARYING WS-DAY-POS FROM 1 BY 1
                   UNTIL WS-DAY-POS > 5
                   IF WS-SEC-DAYS(WS-SEC-IX)(WS-DAY-POS:1) =
                       WS-DAY-LETTER
                       MOVE "Y" TO WS-MEETS-TODAY
                   END-IF
               END-PERFORM
               IF WS-MEETS-TODAY = "Y"
                   ADD 1 TO WS-GRID-COUNT
                   MOVE SPACES TO WS-DOC-TEXT
                   STRING "  "                       DELIMITED BY SIZE
                          WS-DAY-LETTER              DELIMITED BY SIZE
                          " "                        DELIMITED BY SIZE
                          WS-SEC-TIME(WS-SEC-IX)     DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          WS-SEC-COURSE(WS-SEC-IX)   DELIMITED BY SIZE
                          "/"                        DELIMITED BY SIZE
                          WS-SEC-SECTION(WS-SEC-IX)  DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          WS-SEC-DESC(WS-SEC-IX)     DELIMITED BY SIZE
                          " ROOM "                   DELIMITED BY SIZE
                          WS-SEC-ROOM(WS-SEC-IX)     DELIMITED BY SIZE
                          " "                        DELIMITED BY SIZE
                          WS-SEC-BUILDING(WS-SEC-IX) DELIMITED BY SIZE
                          INTO WS-DOC-TEXT
                   PERFORM ADD-DOC-LINE
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> ADD-EXAM-LIST - each section's final-exam sitting, in the
      *> section's own room.
      *>-----------------------------------------------------------
       ADD-EXAM-LIST.
           MOVE SPACES TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "FINAL EXAMS" TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE

           IF WS-EXAMS-PUBLISHED = "N"
               MOVE "  (FINAL EXAM SCHEDULE NOT YET PUBLISHED)"
                   TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-USED = 0
               MOVE "  (NONE)" TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "  COURSE/SEC         DATE      HOUR  ROOM"
               TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-USED
               MOVE SPACES TO WS-DOC-TEXT
               IF WS-SEC-EXAMDT(WS-SEC-IX) = SPACES
                   STRING "  "                      DELIMITED BY SIZE
                          WS-SEC-COURSE(WS-SEC-IX)  DELIMITED BY SIZE
                          "/"                       DELIMITED BY SIZE
                          WS-SEC-SECTION(WS-SEC-IX) DELIMITED BY SIZE
                          " NOT SCHEDULED"          DELIMITED BY SIZE
                          INTO WS-DOC-TEXT
               ELSE
                   STRING "  "                      DELIMITED BY SIZE
                          WS-SEC-COURSE(WS-SEC-IX)  DELIMITED BY SIZE
                          "/"                       DELIMITED BY SIZE
                          WS-SEC-SECTION(WS-SEC-IX) DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          WS-SEC-EXAMDT(WS-SEC-IX)  DELIMITED BY SIZE
                          "  "                      DELIMITED BY SIZE
                          WS-SEC-EXAMTM(WS-SEC-IX)  DELIMITED BY SIZE
                          "  "                      DELIMITED BY SIZE
                          WS-SEC-ROOM(WS-SEC-IX)    DELIMITED BY SIZE
                          INTO WS-DOC-TEXT
               END-IF
               PERFORM ADD-DOC-LINE
           END-PERFORM.

      *>-----------------------------------------------------------
      *> ADD-TERM-CHARGES - ledger rows posted inside the term's
      *> window, then what the whole live ledger nets to, charged
      *> and credited by the same type rule as the itemized
      *> statement (PRGQ0044).
      *>-----------------------------------------------------------
       ADD-TERM-CHARGES.
           MOVE SPACES TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO WS-DOC-TEXT
           STRING "TERM CHARGES AND CREDITS (POSTED AFTER "
               WS-SCH-PREV-END " THROUGH " WS-SCH-TERM-END ")"
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE "  DATE      T DESCRIPTION                  AMOUNT"
               TO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE

           MOVE 0   TO WS-TERM-NET
           MOVE 0   TO WS-BALANCE
           MOVE 0   TO WS-TERM-ROWS

           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS = "00"
               PERFORM SCAN-STUDENT-LEDGER
               CLOSE BILLING-FILE
           END-IF

           IF WS-TERM-ROWS = 0
               MOVE "  (NOTHING POSTED FOR THIS TERM)" TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
           END-IF

           MOVE WS-TERM-NET TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-DOC-TEXT
           STRING "  NET FOR THE TERM                 "
               WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-DOC-TEXT
           STRING "  ACCOUNT BALANCE (ALL TERMS)      "
               WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-DOC-TEXT
           PERFORM ADD-DOC-LINE
           IF WS-BALANCE < 0
               MOVE "  (A NEGATIVE BALANCE IS A CREDIT ON THE ACCOUNT)"
                   TO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
           END-IF.

       SCAN-STUDENT-LEDGER.
           MOVE "N"   TO WS-EOF
           MOVE F-ID  TO BILL-STUDENT-ID
           MOVE ZEROS TO BILL-SEQ
           START BILLING-FILE KEY IS NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM ADD-ONE-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-LEDGER-ROW.
           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
               OR BILL-TYPE = "D"
               OR BILL-TYPE = "W"
               OR BILL-TYPE = "T"
               OR BILL-TYPE = "N"
               OR BILL-TYPE = "B"
               MOVE BILL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - BILL-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-BALANCE

           IF BILL-DATE > WS-SCH-PREV-END
               AND BILL-DATE NOT > WS-SCH-TERM-END
               ADD 1 TO WS-TERM-ROWS
               ADD WS-SIGNED-AMOUNT TO WS-TERM-NET
               MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-DOC-TEXT
               STRING "  "              DELIMITED BY SIZE
                      BILL-DATE         DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      BILL-TYPE         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      BILL-DESC         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-DOC-TEXT
               PERFORM ADD-DOC-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> ADD-DOC-LINE - appends WS-DOC-TEXT to the document.
      *>-----------------------------------------------------------
       ADD-DOC-LINE.
           IF WS-DOC-USED < 200
               ADD 1 TO WS-DOC-USED
               MOVE WS-DOC-TEXT TO WS-DOC-LINE(WS-DOC-USED)
           END-IF
           MOVE SPACES TO WS-DOC-TEXT.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the confirmation-run
      *> report and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "DATEVAL.CPY".    *> Shared VALIDATE-DATE paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
