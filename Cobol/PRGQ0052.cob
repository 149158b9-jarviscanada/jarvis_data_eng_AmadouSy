               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT CONFER-FILE ASSIGN TO "degree-conferrals.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONF-KEY
               FILE STATUS IS WS-CONF-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT STANDING-FILE ASSIGN TO "academic-standing.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD CONFER-FILE.
       COPY "CONFERREC.CPY".  *> Shared degree-conferral layout (CONF-KEY, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD STANDING-FILE.
       COPY "STANDREC.CPY".   *> Shared academic-standing layout (STD-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GSCALE-STATUS      PIC XX.               *> GRADE-SCALE-FILE I/O status
       01 WS-ACSUM-STATUS       PIC XX.               *> ACADEMIC-SUMMARY-FILE I/O status

       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       01 WS-OFFICIAL           PIC X VALUE "N".      *> Official copy requested
       01 WS-SERIAL             PIC 9(6) VALUE 0.     *> Serial drawn this print
       01 WS-TODAY-FORMATTED    PIC X(8).             *> Current date, YYYYMMDD
       01 WS-CONF-STATUS        PIC XX.               *> CONFER-FILE I/O status
       01 WS-CONF-EOF           PIC X VALUE "N".      *> Conferral-scan EOF flag
       01 WS-DEGREE-STATUS      PIC XX.               *> DEGREE-FILE I/O status
       01 WS-DEG-OPEN           PIC X VALUE "N".      *> DEGREE-FILE opened flag
       01 WS-HONORS-NAME        PIC X(16).            *> CONF-HONORS spelled out
       01 WS-STD-STATUS         PIC XX.               *> STANDING-FILE I/O status
       01 WS-STD-EOF            PIC X VALUE "N".      *> Standing-scan EOF flag
       01 WS-STD-SHOWN          PIC X VALUE "N".      *> Any standing row printed
       01 WS-STANDING-NAME      PIC X(14).            *> Standing spelled out
       01 WS-CUM-DISPLAY        PIC 9.99.             *> Cumulative GPA for printing

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       01 WS-STUDENT-ID         PIC X(4).             *> Student ID to search for
       01 WS-GPA                PIC 9V99 VALUE 0.     *> Computed GPA
       01 WS-GPA-DISPLAY        PIC 9.99.             *> GPA for printing

       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "N" TO WS-FOUND
               PERFORM LOG-OFFICIAL-REQUEST
           END-IF

           MOVE "PRGQ0052" TO WS-RAC-PROGRAM
           MOVE F-ID TO WS-RAC-STUDENT
           PERFORM LOG-READ-ACCESS

           DISPLAY " "
           IF WS-OFFICIAL = "Y"
               DISPLAY "OFFICIAL TRANSCRIPT - SERIAL " WS-SERIAL
           DISPLAY "-----------------------------------------------"&
                   "-------------------"

      *> The printed rows above are claimed against the student's
      *> own attempts, but the cumulative figures come off the
      *> maintained academic summary (ACSUMREC.CPY) so the
      *> transcript agrees with every other GPA report.  A student
      *> with no summary row yet keeps the figures totalled here.
           IF WS-CREDITS-GRADED > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-POINTS-EARNED / WS-CREDITS-GRADED
           ELSE
               MOVE 0 TO WS-GPA
           END-IF
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           IF WS-ACSUM-STATUS = "00"
               MOVE WS-STUDENT-ID TO ACS-STUDENT-ID
               READ ACADEMIC-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACS-GPA-CREDITS TO WS-CREDITS-GRADED
                       MOVE ACS-CUM-GPA     TO WS-GPA
               END-READ
               CLOSE ACADEMIC-SUMMARY-FILE
           END-IF
           MOVE WS-GPA TO WS-GPA-DISPLAY

           DISPLAY "TOTAL CREDITS ATTEMPTED: " WS-CREDITS-TOTAL
           DISPLAY "TRANSFER CREDITS:        " WS-XFER-CREDITS
           DISPLAY "CUMULATIVE GPA:          " WS-GPA-DISPLAY

           PERFORM SHOW-CONFERRED-DEGREES
           PERFORM SHOW-STANDING-HISTORY

           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.
                       IF EN-STUDENT-ID = WS-STUDENT-ID
                           AND EN-GRADE NOT = SPACE
                           AND EN-GRADE NOT = "I"
                           AND EN-GRADE NOT = "W"
                           AND EN-BASIS NOT = "A"
                           AND EN-BASIS NOT = "P"
                           PERFORM RECORD-CURRENT-ATTEMPT
           END-PERFORM
           CLOSE XFER-FILE.

      *>-----------------------------------------------------------
      *> SHOW-CONFERRED-DEGREES - each degree PRGT0072 conferred on
      *> the student, with its date and Latin honors.  The program
      *> name is read back from the catalog-year row the student was
      *> audited against.
      *>-----------------------------------------------------------
       SHOW-CONFERRED-DEGREES.
           MOVE "N" TO WS-CONF-EOF
           OPEN INPUT CONFER-FILE
           IF WS-CONF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS = "00"
               MOVE "Y" TO WS-DEG-OPEN
           ELSE
               MOVE "N" TO WS-DEG-OPEN
           END-IF
           MOVE WS-STUDENT-ID TO CONF-STUDENT-ID
           MOVE LOW-VALUES    TO CONF-DEG-CODE
           START CONFER-FILE KEY IS NOT LESS THAN CONF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONF-EOF
           END-START
           PERFORM UNTIL WS-CONF-EOF = "Y"
               READ CONFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONF-EOF
                   NOT AT END
                       IF CONF-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-CONF-EOF
                       ELSE
                           MOVE SPACES TO DEG-NAME
                           IF WS-DEG-OPEN = "Y"
                               MOVE CONF-DEG-CODE     TO DEG-CODE
                               MOVE CONF-CATALOG-YEAR
                                   TO DEG-CATALOG-YEAR
                               READ DEGREE-FILE
                                   INVALID KEY
                                       MOVE SPACES TO DEG-NAME
                               END-READ
                           END-IF
                           EVALUATE CONF-HONORS
                               WHEN "S"
                                   MOVE "SUMMA CUM LAUDE"
                                       TO WS-HONORS-NAME
                               WHEN "M"
                                   MOVE "MAGNA CUM LAUDE"
                                       TO WS-HONORS-NAME
                               WHEN "C"
                                   MOVE "CUM LAUDE" TO WS-HONORS-NAME
                               WHEN OTHER
                                   MOVE SPACES TO WS-HONORS-NAME
                           END-EVALUATE
                           DISPLAY "DEGREE CONFERRED:        "
                               CONF-DEG-CODE " " DEG-NAME " ON "
                               CONF-DATE " " WS-HONORS-NAME
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEG-OPEN = "Y"
               CLOSE DEGREE-FILE
           END-IF
           CLOSE CONFER-FILE.

      *>-----------------------------------------------------------
      *> SHOW-STANDING-HISTORY - each term's academic standing as
      *> PRGT0144 posted it.  The standing file is keyed student +
      *> term start date, so one START and a forward read give the
      *> terms in calendar order.
      *>-----------------------------------------------------------
       SHOW-STANDING-HISTORY.
           MOVE "N" TO WS-STD-EOF
           MOVE "N" TO WS-STD-SHOWN
           OPEN INPUT STANDING-FILE
           IF WS-STD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-ID TO STD-STUDENT-ID
           MOVE LOW-VALUES    TO STD-TERM-START
           MOVE LOW-VALUES    TO STD-TERM
           START STANDING-FILE KEY IS NOT LESS THAN STD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STD-EOF
           END-START
           PERFORM UNTIL WS-STD-EOF = "Y"
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STD-EOF
                   NOT AT END
                       IF STD-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-STD-EOF
                       ELSE
                           IF WS-STD-SHOWN = "N"
                               DISPLAY "--- ACADEMIC STANDING BY "
                                   "TERM ---"
                               MOVE "Y" TO WS-STD-SHOWN
                           END-IF
                           EVALUATE STD-STANDING
                               WHEN "G"
                                   MOVE "GOOD STANDING"
                                       TO WS-STANDING-NAME
                               WHEN "W"
                                   MOVE "WARNING" TO WS-STANDING-NAME
                               WHEN "P"
                                   MOVE "PROBATION"
                                       TO WS-STANDING-NAME
                               WHEN "S"
                                   MOVE "SUSPENSION"
                                       TO WS-STANDING-NAME
                               WHEN OTHER
                                   MOVE STD-STANDING
                                       TO WS-STANDING-NAME
                           END-EVALUATE
                           MOVE STD-TERM-GPA TO WS-GPA-DISPLAY
                           MOVE STD-CUM-GPA  TO WS-CUM-DISPLAY
                           DISPLAY STD-TERM " | " WS-STANDING-NAME
                               " | TERM GPA " WS-GPA-DISPLAY
                               " | CUM GPA " WS-CUM-DISPLAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE.

      *>-----------------------------------------------------------
      *> CHECK-FINANCIAL-HOLD - keyed read of the holds file for an
      *> active (blank release date) financial hold on this student.

      *> Audit rows show but earn nothing; pass/fail rows show and
      *> earn credit but stay out of the GPA (no quality points
      *> ride on a P).  A W (dropped after the add/drop date)
      *> shows and earns nothing.
           IF EN-GRADE NOT = SPACE AND EN-GRADE NOT = "I"
               AND EN-GRADE NOT = "W"
               AND WS-COURSE-FOUND = "Y"
               AND EN-BASIS NOT = "A" AND EN-BASIS NOT = "P"
               MOVE EN-GRADE TO WS-GRADE-LOOKUP
           END-IF.

      *>-----------------------------------------------------------
      *> SHOW-HISTORY-ENTRIES - keyed read of HISTORY-FILE
      *> (enrollment-history.txt, written by PRGT0023's end-of-term
      *> rollover) from this student's first row to their last,
      *> printing every rolled-off row after the current-term rows
      *> above and folding each one into the same running credit and
      *> quality-point totals, so the transcript and its cumulative
      *> GPA cover every course ever taken, not just the current
      *> term.
      *>-----------------------------------------------------------
       SHOW-HISTORY-ENTRIES.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-STUDENT-ID TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-HIST-EOF
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-HIST-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-STUDENT-ID
                           PERFORM SHOW-ONE-HISTORY-ENTRY
                       END-IF
           END-IF

           IF HIST-GRADE NOT = SPACE AND HIST-GRADE NOT = "I"
               AND HIST-GRADE NOT = "W"
               AND WS-COURSE-FOUND = "Y"
               AND HIST-BASIS NOT = "A" AND HIST-BASIS NOT = "P"
               MOVE HIST-GRADE TO WS-GRADE-LOOKUP
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
