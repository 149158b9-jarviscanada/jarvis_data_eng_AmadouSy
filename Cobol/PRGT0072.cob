       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-APP-FILE ASSIGN TO "graduation-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GA-STATUS.

           SELECT CONFER-FILE ASSIGN TO "degree-conferrals.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONF-KEY
               FILE STATUS IS WS-CONF-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

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

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "graduation-status-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIPLOMA-FILE ASSIGN TO "diploma-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROGRAM-LIST-FILE
               ASSIGN TO "commencement-program.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GRAD-APP-FILE.
       COPY "GRADAPREC.CPY".  *> Shared graduation-application layout (GA-KEY, ...)

       FD CONFER-FILE.
       COPY "CONFERREC.CPY".  *> Shared degree-conferral layout (CONF-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-STATUS, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(80).  *> One report line

       FD DIPLOMA-FILE.
       01 DIPLOMA-LINE              PIC X(100). *> One diploma-name list line

       FD PROGRAM-LIST-FILE.
       01 PROGRAM-LIST-LINE         PIC X(80).  *> One commencement-program line

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-GA-STATUS              PIC XX.          *> GRAD-APP-FILE I/O status
       01 WS-CONF-STATUS            PIC XX.          *> CONFER-FILE I/O status
       01 WS-FILE-STATUS            PIC XX.          *> STUDENT-FILE I/O status
       01 WS-DEGREE-STATUS          PIC XX.          *> DEGREE-FILE I/O status
       01 WS-ENROLL-STATUS          PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS          PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-EQUIV-STATUS           PIC XX.          *> EQUIV-FILE I/O status
       01 WS-GSCALE-STATUS          PIC XX.          *> GRADE-SCALE-FILE I/O status
       01 WS-TERM-STATUS            PIC XX.          *> TERM-FILE I/O status
       01 WS-EOF                    PIC X VALUE "N". *> Application-scan EOF flag
       01 WS-ENROLL-EOF             PIC X VALUE "N". *> Enrollment-scan EOF flag
       01 WS-CONF-EOF               PIC X VALUE "N". *> Conferral-scan EOF flag
       01 WS-DEG-EOF                PIC X VALUE "N". *> Degree-scan EOF flag

      *> Only an application to graduate in the term being
      *> conferred is taken up - eligibility on PRGR0037's report
      *> no longer graduates anyone by itself - and the applicant
      *> must pass the same degree audit PRGR0089 prints, against
      *> the requirements of their catalog year, with at least the
      *> WS-MIN-GPA cumulative GPA PRGR0037 has always judged
      *> graduation by.
       01 WS-CONFER-TERM            PIC X(6).        *> Term being conferred
       01 WS-CONFER-DATE            PIC X(8).        *> Conferral date, YYYYMMDD
       01 WS-MIN-GPA                PIC 9V99 VALUE 2.00. *> GPA required
       01 WS-GPA                    PIC 9V99 VALUE 0. *> Applicant's cumulative GPA
       01 WS-GPA-DISPLAY            PIC 9.99.        *> GPA for printing

      *> Latin honors on the best-attempt cumulative GPA.
       01 WS-SUMMA-GPA              PIC 9V99 VALUE 3.90.
       01 WS-MAGNA-GPA              PIC 9V99 VALUE 3.70.
       01 WS-CUM-LAUDE-GPA          PIC 9V99 VALUE 3.50.
       01 WS-HONORS                 PIC X(1).        *> S/M/C/SPACE, see CONFERREC.CPY
       01 WS-HONORS-NAME            PIC X(16).       *> ...spelled out

       01 WS-CANDIDATE-COUNT         PIC 9(5) VALUE 0. *> Pending applications, this term
       01 WS-UPDATED-COUNT           PIC 9(5) VALUE 0. *> Degrees conferred
       01 WS-SKIPPED-COUNT           PIC 9(5) VALUE 0. *> Applicants not conferred
       01 WS-PROGRAM-COUNT           PIC 9(5) VALUE 0. *> Graduates in the program list
       01 WS-DEG-SHOWN               PIC X VALUE "N". *> Program heading printed
       01 WS-LAST-DEG-CODE           PIC X(6).        *> Program last listed

       01 WS-STUDENT-FOUND           PIC X VALUE "N". *> Student-found flag
       01 WS-SKIP-REASON             PIC X(40).       *> Why an applicant was passed over
       01 WS-OPERATOR-ID             PIC X(8) VALUE SPACES. *> Logged-in user, for CONF-CONFERRED-BY
       01 CONFIRMATION               PIC X.           *> User confirmation (Y/N)
       01 WS-TODAY-FORMATTED         PIC X(8).        *> Current date, YYYYMMDD

       COPY "LOCKWS.CPY".     *> Fields used by the shared record-lock paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs
       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs
       COPY "DEGAUDWS.CPY".   *> Fields used by the shared degree-audit paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  D E G R E E   C O N F E R R A L              |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM TO CONFER, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-CONFER-TERM
           IF WS-CONFER-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-CONFER-TERM
           END-IF
           IF WS-CONFER-TERM = SPACES
               DISPLAY "***ERROR: NO TERM GIVEN AND NONE CURRENT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "ENTER CONFERRAL DATE (YYYYMMDD), OR BLANK FOR "
               "TODAY >>"
           ACCEPT WS-CONFER-DATE
           IF WS-CONFER-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-CONFER-DATE
           END-IF
           IF WS-CONFER-DATE IS NOT NUMERIC
               DISPLAY "***ERROR: CONFERRAL DATE MUST BE YYYYMMDD.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN INPUT GRAD-APP-FILE
           IF WS-GA-STATUS NOT = "00"
               DISPLAY "***ERROR: graduation-applications.txt NOT "
                   "FOUND - RECORD APPLICATIONS THROUGH PRGA0145 "
                   "FIRST.***"
               MOVE 1 TO RETURN-CODE              *> 1 = no input file
               EXIT PROGRAM
           END-IF

           DISPLAY "PENDING APPLICATIONS FOR " WS-CONFER-TERM ":"
           PERFORM UNTIL WS-EOF = "Y"
               READ GRAD-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GA-STATUS = "P"
                           AND GA-EXPECTED-TERM = WS-CONFER-TERM
                           DISPLAY "  " GA-STUDENT-ID " "
                               GA-DEG-CODE " " GA-DIPLOMA-NAME
                           ADD 1 TO WS-CANDIDATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAD-APP-FILE

           IF WS-CANDIDATE-COUNT = 0
               DISPLAY "*** NO PENDING APPLICATIONS FOR THIS TERM. ***"
               MOVE 2 TO RETURN-CODE              *> 2 = nothing to confer
               EXIT PROGRAM
           END-IF

           DISPLAY " "
           DISPLAY WS-CANDIDATE-COUNT
               " APPLICATION(S) FOUND. AUDIT AND CONFER EVERY ONE "
               "THAT PASSES? (Y/N) >>"
           ACCEPT CONFIRMATION

           IF CONFIRMATION NOT = "Y"
               DISPLAY "CONFERRAL NOT CONFIRMED. NO CHANGES MADE."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

      *> One run confers the whole term, so one file-wide lock (key
      *> "ALL") keeps a second run from conferring the same
      *> applicants at the same time.
           MOVE "CONFER" TO WS-LOCK-TYPE
           MOVE "ALL"    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PROGRAM
           END-IF

           MOVE "PRGT0072" TO WS-BACKUP-PROGRAM
           MOVE "graduation-applications.txt" TO WS-BACKUP-SOURCE
           MOVE "grad-applications-backup"    TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "degree-conferrals.txt"       TO WS-BACKUP-SOURCE
           MOVE "degree-conferrals-backup"    TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           PERFORM BACKUP-STUDENT-FILE

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DIPLOMA-FILE

           MOVE "-------------------------------------------------" &
               "-----------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   DEGREE CONFERRAL RUN - TERM " DELIMITED BY SIZE
                  WS-CONFER-TERM DELIMITED BY SIZE
                  "  CONFERRED " DELIMITED BY SIZE
                  WS-CONFER-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------------------------------" &
               "-----------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO DIPLOMA-LINE
           STRING "DIPLOMA NAMES - DEGREES CONFERRED " DELIMITED BY SIZE
                  WS-CONFER-DATE DELIMITED BY SIZE
                  " FOR TERM " DELIMITED BY SIZE
                  WS-CONFER-TERM DELIMITED BY SIZE
                  INTO DIPLOMA-LINE
           WRITE DIPLOMA-LINE
           MOVE "NAME ON DIPLOMA                          | DEGREE    "
               & "           | HONORS           | ID" TO DIPLOMA-LINE
           WRITE DIPLOMA-LINE

           OPEN I-O CONFER-FILE
           IF WS-CONF-STATUS = "35"
               OPEN OUTPUT CONFER-FILE
               CLOSE CONFER-FILE
               OPEN I-O CONFER-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN I-O GRAD-APP-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ GRAD-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GA-STATUS = "P"
                           AND GA-EXPECTED-TERM = WS-CONFER-TERM
                           PERFORM CONFER-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAD-APP-FILE
           CLOSE CONFER-FILE
           CLOSE DIPLOMA-FILE

           MOVE "-------------------------------------------------" &
               "-----------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICANTS: " DELIMITED BY SIZE
                  WS-CANDIDATE-COUNT DELIMITED BY SIZE
                  "   CONFERRED: " DELIMITED BY SIZE
                  WS-UPDATED-COUNT DELIMITED BY SIZE
                  "   NOT CONFERRED: " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           PERFORM WRITE-COMMENCEMENT-PROGRAM

           PERFORM RELEASE-RECORD-LOCK

           DISPLAY "*** " WS-UPDATED-COUNT " OF " WS-CANDIDATE-COUNT
               " APPLICANT(S) CONFERRED. SEE "
               "graduation-status-report.txt,"
           DISPLAY "    diploma-names.txt AND commencement-program.txt."
               " ***"

           IF WS-SKIPPED-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE              *> 4 = some not conferred
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CONFER-ONE-APPLICANT - audits one pending application and,
      *> if it passes, writes the conferral, closes the application,
      *> marks an active student graduated and lists the diploma
      *> name.  An applicant who does not pass keeps a pending
      *> application (PRGA0145 can move it to a later term).
      *>-----------------------------------------------------------
       CONFER-ONE-APPLICANT.
           MOVE GA-STUDENT-ID TO F-ID
           PERFORM ACQUIRE-STUDENT-LOCK

           IF WS-LOCK-HELD = "N"
               MOVE "RECORD LOCKED BY ANOTHER USER" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-APPLICANT
               EXIT PARAGRAPH
           END-IF

           END-READ

           IF WS-STUDENT-FOUND = "N"
               MOVE "NOT ON STUDENT FILE" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-APPLICANT
           ELSE
               PERFORM AUDIT-AND-CONFER
           END-IF

           CLOSE STUDENT-FILE
           PERFORM RELEASE-STUDENT-LOCK.

      *>-----------------------------------------------------------
      *> AUDIT-AND-CONFER - with the applicant's STUDENT-RECORD read
      *> (STUDENT-FILE open I-O, student locked): the status check,
      *> the audit and GPA floor, then the conferral itself.
      *>-----------------------------------------------------------
       AUDIT-AND-CONFER.

      *> A student already graduated may be finishing a second
      *> degree applied for separately; any other status is not
      *> conferrable.
           IF F-STATUS NOT = "A" AND F-STATUS NOT = "G"
               MOVE SPACES TO WS-SKIP-REASON
               STRING "NOT ACTIVE (STATUS " F-STATUS ")"
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-APPLICANT
               EXIT PARAGRAPH
           END-IF

           MOVE GA-DEG-CODE    TO WS-CAT-PROGRAM
           MOVE F-CATALOG-YEAR TO WS-CAT-YEAR
           PERFORM FIND-CATALOG-REQUIREMENTS
           IF WS-CAT-FOUND = "N"
               MOVE "PROGRAM NOT ON THE DEGREE MASTER"
                   TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-APPLICANT
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-APPLICANT-WORK
           PERFORM DA-RATE-REQUIREMENTS

           IF WS-RPT-TOTAL-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-RPT-TOTAL-POINTS / WS-RPT-TOTAL-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF

           IF WS-DA-MET = "N"
               MOVE SPACES TO WS-SKIP-REASON
               STRING "AUDIT: " WS-MISSING-COUNT " MISSING, "
                   WS-INPROG-COUNT " IN PROGRESS"
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               IF WS-MISSING-COUNT = 0 AND WS-INPROG-COUNT = 0
                   MOVE "AUDIT: ELECTIVE CREDITS SHORT"
                       TO WS-SKIP-REASON
               END-IF
               PERFORM REPORT-SKIPPED-APPLICANT
               EXIT PARAGRAPH
           END-IF

           IF WS-GPA < WS-MIN-GPA
               MOVE WS-GPA TO WS-GPA-DISPLAY
               MOVE SPACES TO WS-SKIP-REASON
               STRING "CUMULATIVE GPA " WS-GPA-DISPLAY
                   " BELOW MINIMUM" DELIMITED BY SIZE
                   INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-APPLICANT
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-GPA NOT < WS-SUMMA-GPA
                   MOVE "S" TO WS-HONORS
               WHEN WS-GPA NOT < WS-MAGNA-GPA
                   MOVE "M" TO WS-HONORS
               WHEN WS-GPA NOT < WS-CUM-LAUDE-GPA
                   MOVE "C" TO WS-HONORS
               WHEN OTHER
                   MOVE SPACE TO WS-HONORS
           END-EVALUATE
           PERFORM SET-HONORS-NAME

           MOVE GA-STUDENT-ID        TO CONF-STUDENT-ID
           MOVE GA-DEG-CODE          TO CONF-DEG-CODE
           MOVE WS-CAT-RULE-YEAR     TO CONF-CATALOG-YEAR
           MOVE WS-CONFER-TERM       TO CONF-TERM
           MOVE WS-CONFER-DATE       TO CONF-DATE
           MOVE WS-RPT-TOTAL-CREDITS TO CONF-CUM-CREDITS
           MOVE WS-GPA               TO CONF-CUM-GPA
           MOVE WS-HONORS            TO CONF-HONORS
           MOVE GA-DIPLOMA-NAME      TO CONF-DIPLOMA-NAME
           MOVE WS-OPERATOR-ID       TO CONF-CONFERRED-BY
           WRITE CONFER-RECORD
               INVALID KEY
                   MOVE "DEGREE ALREADY CONFERRED" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIPPED-APPLICANT
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES         TO WS-AUDIT-BEFORE
           MOVE SPACES         TO WS-AUDIT-AFTER
           MOVE CONFER-RECORD  TO WS-AUDIT-AFTER(1:84)
           MOVE "PRGT0072"     TO AUDIT-PROGRAM
           MOVE GA-STUDENT-ID  TO AUDIT-STUDENT-ID
           MOVE "CONFER"       TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           MOVE "C"            TO GA-STATUS
           MOVE WS-CONFER-DATE TO GA-STATUS-DATE
           REWRITE GRAD-APP-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO CLOSE APPLICATION "
                       GA-STUDENT-ID " " GA-DEG-CODE "***"
           END-REWRITE

           IF F-STATUS = "A"
               MOVE STUDENT-RECORD TO WS-AUDIT-BEFORE

               MOVE "G"               TO F-STATUS
               MOVE WS-TODAY-FORMATTED TO F-UPDATE-DATE

               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO MARK "
                           GA-STUDENT-ID " GRADUATED***"
                   NOT INVALID KEY
                       MOVE STUDENT-RECORD TO WS-AUDIT-AFTER
                       MOVE "PRGT0072"      TO AUDIT-PROGRAM
                       MOVE GA-STUDENT-ID   TO AUDIT-STUDENT-ID
                       MOVE "GRADSTAT"      TO AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
               END-REWRITE
           END-IF

           ADD 1 TO WS-UPDATED-COUNT
           MOVE WS-GPA TO WS-GPA-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CONFERRED " GA-STUDENT-ID " " GA-DEG-CODE
               " GPA " WS-GPA-DISPLAY " " WS-HONORS-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO DIPLOMA-LINE
           STRING GA-DIPLOMA-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  DEG-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-HONORS-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  GA-STUDENT-ID DELIMITED BY SIZE
                  INTO DIPLOMA-LINE
           WRITE DIPLOMA-LINE.

      *>-----------------------------------------------------------
      *> GATHER-APPLICANT-WORK - the applicant's course work into
      *> the audit work table and, for the rows that carry a GPA,
      *> into the best-attempt table: current rows from the first
      *> row of their key range on, then history for both.
      *>-----------------------------------------------------------
       GATHER-APPLICANT-WORK.
           MOVE 0             TO WS-WORK-USED
           MOVE GA-STUDENT-ID TO WS-DA-STUDENT
           PERFORM RPT-CLEAR-ATTEMPTS
           MOVE GA-STUDENT-ID TO WS-RPT-STUDENT
           MOVE "N" TO WS-ENROLL-EOF

           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           MOVE GA-STUDENT-ID TO EN-STUDENT-ID
           MOVE LOW-VALUES    TO EN-COURSE
           MOVE LOW-VALUES    TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-EOF
           END-START
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = GA-STUDENT-ID
                           MOVE "Y" TO WS-ENROLL-EOF
                       ELSE
                           PERFORM DA-ADD-ENROLL-WORK
                           IF EN-GRADE NOT = SPACE
                               AND EN-GRADE NOT = "I"
                               AND EN-GRADE NOT = "W"
                               AND EN-BASIS NOT = "A"
                               AND EN-BASIS NOT = "P"
                               PERFORM RECORD-APPLICANT-ATTEMPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM DA-GATHER-HISTORY
           PERFORM RPT-MERGE-HISTORY
           CLOSE COURSE-MASTER-FILE

           PERFORM RPT-TOTAL-BEST.

       RECORD-APPLICANT-ATTEMPT.
           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO C-CREDITS
           END-READ
           IF C-CREDITS > 0
               MOVE EN-GRADE TO WS-GRADE-LOOKUP
               PERFORM GET-GRADE-POINTS
               MOVE EN-COURSE           TO WS-RPT-NEW-COURSE
               MOVE WS-GRADE-POINTS-OUT TO WS-RPT-NEW-POINTS
               MOVE C-CREDITS           TO WS-RPT-NEW-CREDITS
               PERFORM RPT-RECORD-ATTEMPT
           END-IF.

      *>-----------------------------------------------------------
      *> REPORT-SKIPPED-APPLICANT - one applicant left pending,
      *> with the reason in WS-SKIP-REASON.
      *>-----------------------------------------------------------
       REPORT-SKIPPED-APPLICANT.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PENDING   " GA-STUDENT-ID " " GA-DEG-CODE " - "
               WS-SKIP-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> SET-HONORS-NAME - WS-HONORS spelled out for printing.
      *>-----------------------------------------------------------
       SET-HONORS-NAME.
           EVALUATE WS-HONORS
               WHEN "S"
                   MOVE "SUMMA CUM LAUDE" TO WS-HONORS-NAME
               WHEN "M"
                   MOVE "MAGNA CUM LAUDE" TO WS-HONORS-NAME
               WHEN "C"
                   MOVE "CUM LAUDE"       TO WS-HONORS-NAME
               WHEN OTHER
                   MOVE SPACES            TO WS-HONORS-NAME
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-COMMENCEMENT-PROGRAM - every degree conferred for
      *> the term (this run's and any earlier run's), grouped by
      *> program in program-code order, honors after each name.
      *>-----------------------------------------------------------
       WRITE-COMMENCEMENT-PROGRAM.
           OPEN OUTPUT PROGRAM-LIST-FILE
           MOVE SPACES TO PROGRAM-LIST-LINE
           STRING "COMMENCEMENT PROGRAM - CANDIDATES FOR DEGREES, "
                  DELIMITED BY SIZE
                  "TERM " DELIMITED BY SIZE
                  WS-CONFER-TERM DELIMITED BY SIZE
                  INTO PROGRAM-LIST-LINE
           WRITE PROGRAM-LIST-LINE

           MOVE 0      TO WS-PROGRAM-COUNT
           MOVE SPACES TO WS-LAST-DEG-CODE
           MOVE "N"    TO WS-DEG-EOF
           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS NOT = "00"
               MOVE "Y" TO WS-DEG-EOF
           END-IF
           PERFORM UNTIL WS-DEG-EOF = "Y"
               READ DEGREE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEG-EOF
                   NOT AT END
      *>                 One listing per program, whatever its
      *>                 number of catalog-year rows.
                       IF DEG-CODE NOT = WS-LAST-DEG-CODE
                           MOVE DEG-CODE TO WS-LAST-DEG-CODE
                           PERFORM LIST-ONE-PROGRAM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEGREE-STATUS NOT = "35"
               CLOSE DEGREE-FILE
           END-IF

           MOVE SPACES TO PROGRAM-LIST-LINE
           WRITE PROGRAM-LIST-LINE
           MOVE SPACES TO PROGRAM-LIST-LINE
           STRING "TOTAL GRADUATES: " DELIMITED BY SIZE
                  WS-PROGRAM-COUNT DELIMITED BY SIZE
                  INTO PROGRAM-LIST-LINE
           WRITE PROGRAM-LIST-LINE
           CLOSE PROGRAM-LIST-FILE.

       LIST-ONE-PROGRAM.
           MOVE "N" TO WS-DEG-SHOWN
           MOVE "N" TO WS-CONF-EOF
           OPEN INPUT CONFER-FILE
           IF WS-CONF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONF-EOF = "Y"
               READ CONFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONF-EOF
                   NOT AT END
                       IF CONF-DEG-CODE = WS-LAST-DEG-CODE
                           AND CONF-TERM = WS-CONFER-TERM
                           IF WS-DEG-SHOWN = "N"
                               MOVE SPACES TO PROGRAM-LIST-LINE
                               WRITE PROGRAM-LIST-LINE
                               MOVE DEG-NAME TO PROGRAM-LIST-LINE
                               WRITE PROGRAM-LIST-LINE
                               MOVE "Y" TO WS-DEG-SHOWN
                           END-IF
                           MOVE CONF-HONORS TO WS-HONORS
                           PERFORM SET-HONORS-NAME
                           MOVE SPACES TO PROGRAM-LIST-LINE
                           STRING "    " DELIMITED BY SIZE
                                  CONF-DIPLOMA-NAME DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  WS-HONORS-NAME DELIMITED BY SIZE
                                  INTO PROGRAM-LIST-LINE
                           WRITE PROGRAM-LIST-LINE
                           ADD 1 TO WS-PROGRAM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFER-FILE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report file and
      *> echoes it to the screen.
           DISPLAY REPORT-LINE.

       COPY "LOCKVAL.CPY".    *> Shared record-lock paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "DEGAUDVAL.CPY".  *> Shared degree-audit paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
