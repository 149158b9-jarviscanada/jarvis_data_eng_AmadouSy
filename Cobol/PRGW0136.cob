       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGW0136.                     *> Never-attended administrative drop

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "course-waitlist.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT REMISSION-FILE ASSIGN TO "tuition-remission.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-LED-STATUS.

           SELECT REVENUE-LEDGER-FILE ASSIGN TO "revenue-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVL-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD2-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT XFER-FILE ASSIGN TO "transfer-credits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.

           SELECT EQUIV-FILE ASSIGN TO "course-equivalencies.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-OLD-CODE
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT WINDOW-FILE ASSIGN TO "registration-windows.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIN-KEY
               FILE STATUS IS WS-WINDOW-STATUS.

           SELECT WLHIST-FILE ASSIGN TO "waitlist-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPONSORSHIP-FILE ASSIGN TO "sponsorships.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SPONL-STATUS.

           SELECT SPONSOR-LEDGER-FILE ASSIGN TO "sponsor-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPLED-KEY
               FILE STATUS IS WS-SPLED-STATUS.

           SELECT OVERLOAD-FILE ASSIGN TO "credit-overloads.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-KEY
               FILE STATUS IS WS-OVL-STATUS.

           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "grade-scale.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-GRADE
               FILE STATUS IS WS-GSCALE-STATUS.

           SELECT PERMIT-FILE ASSIGN TO "registration-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PMT-STATUS.

           SELECT MATERIALS-FILE ASSIGN TO "course-materials.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-KEY
               FILE STATUS IS WS-CAP-MAT-STATUS.

           SELECT ENROLL-CHANGE-FILE ASSIGN TO "enrollment-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "attendance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "never-attended.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD WAITLIST-FILE.
       COPY "WAITLISTREC.CPY". *> Shared waiting-list layout (WL-KEY, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".  *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE             PIC X(100). *> One line of queued mail text

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD XFER-FILE.
       COPY "XFERREC.CPY".    *> Shared transfer-credit layout (XFER-KEY, ...)

       FD EQUIV-FILE.
       COPY "EQUIVREC.CPY".   *> Shared course-equivalency layout (EQ-OLD-CODE, ...)

       FD WINDOW-FILE.
       COPY "WINDOWREC.CPY".  *> Shared registration-window layout (WIN-KEY, ...)

       FD WLHIST-FILE.
       COPY "WLHISTREC.CPY".  *> Shared waitlist-history layout (WLH-COURSE, ...)

       FD SPONSORSHIP-FILE.
       COPY "SPONLNKREC.CPY". *> Shared sponsorship-link layout (SL-KEY, ...)

       FD SPONSOR-LEDGER-FILE.
       COPY "SPLEDREC.CPY".   *> Shared sponsor-ledger layout (SPLED-KEY, ...)

       FD OVERLOAD-FILE.
       COPY "OVLREC.CPY".     *> Shared credit-overload layout (OVL-KEY, ...)

       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".   *> Shared cross-list membership layout (XL-KEY, ...)

       FD GRADE-SCALE-FILE.
       COPY "GSCALEREC.CPY".  *> Shared grade-scale layout (GS-GRADE, GS-POINTS)

       FD PERMIT-FILE.
       COPY "PERMITREC.CPY".  *> Shared registration-permit layout (PMT-KEY, ...)

       FD MATERIALS-FILE.
       COPY "MATLREC.CPY".    *> Shared course-materials layout (MAT-KEY, ...)

       FD ENROLL-CHANGE-FILE.
       COPY "ENCHGREC.CPY".   *> Shared enrollment-change log layout (ECH-STUDENT-ID, ...)


       FD ATTENDANCE-FILE.
       COPY "ATTREC.CPY".     *> Shared attendance layout (ATT-KEY, ATT-MARK)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One list/result line

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-COURSE-STATUS     PIC XX.               *> Status of last COURSE-MASTER I/O
       01 WS-INSTR-STATUS      PIC XX.               *> Status of last INSTRUCTOR-FILE I/O
       01 WS-ENROLL-STATUS     PIC XX.               *> Status of last ENROLLMENT I/O
       01 WS-WAITLIST-STATUS   PIC XX.               *> Status of last WAITLIST I/O
       01 WS-BILL-STATUS       PIC XX.               *> Status of last BILLING-FILE I/O
       01 WS-TERM-STATUS       PIC XX.               *> Status of last TERM-FILE I/O
       01 WS-HOLD2-STATUS      PIC XX.               *> Status of last HOLD-FILE I/O
       01 WS-FEE-STATUS        PIC XX.               *> Status of last FEE-FILE I/O
       01 WS-PERIOD-STATUS     PIC XX.               *> Status of last PERIOD-FILE I/O
       01 WS-XFER-STATUS       PIC XX.               *> Status of last XFER-FILE I/O
       01 WS-EQUIV-STATUS      PIC XX.               *> Status of last EQUIV-FILE I/O
       01 WS-WINDOW-STATUS     PIC XX.               *> Status of last WINDOW-FILE I/O
       01 WS-SPONL-STATUS      PIC XX.               *> Status of last SPONSORSHIP I/O
       01 WS-SPLED-STATUS      PIC XX.               *> Status of last SPONSOR-LEDGER I/O
       01 WS-OVL-STATUS        PIC XX.               *> Status of last OVERLOAD-FILE I/O
       01 WS-GSCALE-STATUS     PIC XX.               *> Status of last GRADE-SCALE I/O
       01 WS-PMT-STATUS        PIC XX.               *> Status of last PERMIT-FILE I/O
       01 WS-ATT-STATUS        PIC XX.               *> Status of last ATTENDANCE-FILE I/O
       01 WS-ATT-OPEN-STATUS   PIC XX.               *> ...as the OPEN left it

       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Signed-on user, for the audit trail
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-TERM              PIC X(6).             *> Term being swept
       01 WS-TERM-FOUND        PIC X VALUE "N".      *> Term on the calendar
       01 WS-TERM-START        PIC X(8).             *> TERM-START-DATE of that term
       01 WS-START-INT         PIC 9(8) VALUE 0.     *> FUNCTION INTEGER-OF-DATE forms
       01 WS-TODAY-INT         PIC 9(8) VALUE 0.
       01 WS-GRACE-DAYS        PIC 9(3) VALUE 14.    *> Term days before the sweep may run
       01 WS-EOF               PIC X VALUE "N".      *> Enrollment-scan EOF flag
       01 WS-ATT-EOF           PIC X VALUE "N".      *> Attendance-scan EOF flag
       01 WS-PRESENT-COUNT     PIC 9(3) VALUE 0.     *> P/L marks, this enrollment
       01 WS-ABSENT-COUNT      PIC 9(3) VALUE 0.     *> A marks, this enrollment
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)
       01 WS-DROP-OK           PIC X VALUE "N".      *> "Y" once the DELETE lands
       01 WS-RESULT-TEXT       PIC X(30).            *> Outcome printed per row

      *> Enrollments never marked present, held from the scan until
      *> the operator confirms the list.
       01 WS-NA-COUNT          PIC 9(3) VALUE 0.
       01 WS-NA-TABLE.
           05 WS-NA-ENTRY OCCURS 500 TIMES.
               10 WS-NA-STUDENT     PIC X(4).
               10 WS-NA-COURSE      PIC X(15).
               10 WS-NA-SECTION     PIC X(2).
               10 WS-NA-ABSENT      PIC 9(3).
       01 WS-NA-IX             PIC 9(3) VALUE 0.
       01 WS-NA-FULL           PIC X VALUE "N".      *> "Y" if the table overflowed

       01 WS-DROPPED-COUNT     PIC 9(3) VALUE 0.     *> Enrollments dropped
       01 WS-SKIPPED-COUNT     PIC 9(3) VALUE 0.     *> ...changed or locked since listed
       01 WS-ENROLL-BEFORE     PIC X(60).            *> Row image for the audit trail

       COPY "CAPWS.CPY".      *> Fields used by the shared capacity/waitlist paragraphs
       COPY "PREREQWS.CPY".   *> Fields used by the shared prerequisite paragraph
       COPY "OFFERWS.CPY".    *> Fields used by the shared CHECK-SECTION-OFFERED paragraph
       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "REPEATWS.CPY".   *> Fields used by the shared repeat-attempt count
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "HOLDWS.CPY".     *> Fields used by the shared CHECK-ACTIVE-HOLD paragraph
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "SECCNTWS.CPY".    *> Fields used by the shared section-count paragraph
       COPY "TUITWS.CPY".      *> Fields used by the shared term-tuition assessment
       COPY "REMITWS.CPY".     *> Fields used by the shared tuition-remission paragraphs
       COPY "REVWS.CPY".       *> Fields used by the shared POST-REVENUE-ROW paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "ENCHGWS.CPY".    *> Fields used by the shared LOG-ENROLLMENT-CHANGE paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| NEVER-ATTENDED ADMINISTRATIVE DROP             |"
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM ("
               WS-TERM-CURRENT ") >>"
           ACCEPT WS-TERM
           IF WS-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-TERM
           END-IF

           MOVE "N" TO WS-TERM-FOUND
           IF WS-TERM NOT = SPACES
               MOVE WS-TERM TO TERM-CODE
               OPEN INPUT TERM-FILE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TERM-FOUND
                       MOVE TERM-START-DATE TO WS-TERM-START
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM " WS-TERM
                   " IS NOT ON THE CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

      *> Attendance means nothing until the class has met for a
      *> while - the sweep is refused inside the term's first
      *> WS-GRACE-DAYS days.
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TERM-START))
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))
           IF WS-TODAY-INT < WS-START-INT + WS-GRACE-DAYS
               DISPLAY "***ERROR: TERM " WS-TERM " STARTED "
                   WS-TERM-START " - THE SWEEP RUNS ONLY AFTER ITS "
                   "FIRST " WS-GRACE-DAYS " DAYS.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ENROLLMENTS NEVER MARKED PRESENT - TERM "
                  DELIMITED BY SIZE
                  WS-TERM DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-NA-LINE
           MOVE "STUDENT | COURSE          | SEC | ABSENCES | RESULT"
               TO REPORT-LINE
           PERFORM WRITE-NA-LINE

           PERFORM FIND-NEVER-ATTENDED

           IF WS-NA-COUNT = 0
               MOVE "(NONE FOUND)" TO REPORT-LINE
               PERFORM WRITE-NA-LINE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to drop
               EXIT PROGRAM
           END-IF

           MOVE "LISTED - NOT YET DROPPED" TO WS-RESULT-TEXT
           PERFORM VARYING WS-NA-IX FROM 1 BY 1
               UNTIL WS-NA-IX > WS-NA-COUNT
               PERFORM WRITE-CANDIDATE-LINE
           END-PERFORM
           IF WS-NA-FULL = "Y"
               MOVE "***LIST FULL - RERUN AFTER THIS BATCH TO PICK UP "
                   & "THE REST***" TO REPORT-LINE
               PERFORM WRITE-NA-LINE
           END-IF

           DISPLAY " "
           DISPLAY "DROP ALL " WS-NA-COUNT " LISTED ENROLLMENTS, WITH "
               "A FULL REFUND? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y" AND CONFIRMATION NOT = "y"
               MOVE "*** NOTHING DROPPED - OPERATOR DECLINED. ***"
                   TO REPORT-LINE
               PERFORM WRITE-NA-LINE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing dropped
               EXIT PROGRAM
           END-IF

           PERFORM VARYING WS-NA-IX FROM 1 BY 1
               UNTIL WS-NA-IX > WS-NA-COUNT
               PERFORM DROP-NEVER-ATTENDED
               PERFORM WRITE-CANDIDATE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "LISTED: " DELIMITED BY SIZE
                  WS-NA-COUNT DELIMITED BY SIZE
                  "   DROPPED: " DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  "   SKIPPED: " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-NA-LINE
           CLOSE REPORT-FILE

           IF WS-SKIPPED-COUNT > 0
               MOVE 2 TO RETURN-CODE              *> 2 = some skipped
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> FIND-NEVER-ATTENDED - every ungraded enrollment in the term
      *> whose attendance rows carry at least one mark but no P or
      *> L.  An enrollment with no attendance rows at all is left
      *> alone: its roster simply has not come back through PRGA0099
      *> yet, which is not the same as the student never coming.
      *>-----------------------------------------------------------
       FIND-NEVER-ATTENDED.
           MOVE 0   TO WS-NA-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT ATTENDANCE-FILE
           MOVE WS-ATT-STATUS TO WS-ATT-OPEN-STATUS
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM
                           AND EN-GRADE = SPACES
                           PERFORM COUNT-ATTENDANCE-MARKS
                           IF WS-PRESENT-COUNT = 0
                               AND WS-ABSENT-COUNT > 0
                               PERFORM ADD-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE ATTENDANCE-FILE.

      *>-----------------------------------------------------------
      *> COUNT-ATTENDANCE-MARKS - the attendance file is keyed
      *> student+course+section+date, so the enrollment's marks are
      *> one contiguous run starting from a low date.
      *>-----------------------------------------------------------
       COUNT-ATTENDANCE-MARKS.
           MOVE 0 TO WS-PRESENT-COUNT
           MOVE 0 TO WS-ABSENT-COUNT
           IF WS-ATT-OPEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE EN-STUDENT-ID TO ATT-STUDENT-ID
           MOVE EN-COURSE     TO ATT-COURSE
           MOVE EN-SECTION    TO ATT-SECTION
           MOVE LOW-VALUES    TO ATT-DATE
           MOVE "N" TO WS-ATT-EOF
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF
           END-START

           PERFORM UNTIL WS-ATT-EOF = "Y"
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF
                   NOT AT END
                       IF ATT-STUDENT-ID NOT = EN-STUDENT-ID
                           OR ATT-COURSE NOT = EN-COURSE
                           OR ATT-SECTION NOT = EN-SECTION
                           MOVE "Y" TO WS-ATT-EOF
                       ELSE
                           IF ATT-MARK = "P" OR ATT-MARK = "L"
                               ADD 1 TO WS-PRESENT-COUNT
                           ELSE
                               ADD 1 TO WS-ABSENT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> ADD-CANDIDATE - holds one never-attended enrollment for the
      *> confirmation list.
      *>-----------------------------------------------------------
       ADD-CANDIDATE.
           IF WS-NA-COUNT < 500
               ADD 1 TO WS-NA-COUNT
               MOVE EN-STUDENT-ID   TO WS-NA-STUDENT(WS-NA-COUNT)
               MOVE EN-COURSE       TO WS-NA-COURSE(WS-NA-COUNT)
               MOVE EN-SECTION      TO WS-NA-SECTION(WS-NA-COUNT)
               MOVE WS-ABSENT-COUNT TO WS-NA-ABSENT(WS-NA-COUNT)
           ELSE
               MOVE "Y" TO WS-NA-FULL
           END-IF.

      *>-----------------------------------------------------------
      *> DROP-NEVER-ATTENDED - removes one listed enrollment, then
      *> frees the seat, posts the refund and moves the waiting list
      *> exactly as PRGE0012's REMOVE-ENROLLMENT does.  The row is
      *> deleted rather than kept as a W however late the sweep
      *> runs - a student who never came never withdrew - and the
      *> refund is full, so the aid and sponsor billing stop
      *> charging for the seat.  The row image goes to the audit
      *> log, since nothing else keeps it.
      *>-----------------------------------------------------------
       DROP-NEVER-ATTENDED.
           MOVE "N" TO WS-DROP-OK
           MOVE "SKIPPED - RECORD LOCKED" TO WS-RESULT-TEXT

           MOVE "ENROLL"                 TO WS-LOCK-TYPE
           MOVE WS-NA-STUDENT(WS-NA-IX) TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NA-STUDENT(WS-NA-IX) TO EN-STUDENT-ID
           MOVE WS-NA-COURSE(WS-NA-IX)  TO EN-COURSE
           MOVE WS-NA-SECTION(WS-NA-IX) TO EN-SECTION
           OPEN I-O ENROLLMENT-FILE
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "SKIPPED - NO LONGER ENROLLED"
                       TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF EN-GRADE NOT = SPACES
                       MOVE "SKIPPED - GRADE NOW ON FILE"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE ENROLLMENT-RECORD TO WS-ENROLL-BEFORE
                       DELETE ENROLLMENT-FILE
                           INVALID KEY
                               MOVE "SKIPPED - DELETE FAILED"
                                   TO WS-RESULT-TEXT
                           NOT INVALID KEY
                               MOVE "Y" TO WS-DROP-OK
                       END-DELETE
                   END-IF
           END-READ
           CLOSE ENROLLMENT-FILE

           IF WS-DROP-OK = "Y"
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED - FULL REFUND" TO WS-RESULT-TEXT
               MOVE WS-ENROLL-BEFORE TO ENROLLMENT-RECORD
               MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
               PERFORM LOG-ENROLLMENT-CHANGE

               MOVE EN-COURSE  TO WS-SEC-COURSE
               MOVE EN-SECTION TO WS-SEC-SECTION
               MOVE -1         TO WS-SEC-DELTA
               PERFORM ADJUST-SECTION-COUNT

               MOVE WS-TODAY-FORMATTED TO WS-CAP-TODAY
               MOVE "Y" TO WS-CAP-FULL-REFUND
               PERFORM CAP-POST-DROP-REFUND
               MOVE "N" TO WS-CAP-FULL-REFUND

               MOVE EN-COURSE  TO WS-CAP-PROMOTE-COURSE
               MOVE EN-SECTION TO WS-CAP-PROMOTE-SECTION
               PERFORM CAP-PROMOTE-FROM-WAITLIST

               MOVE SPACES            TO WS-AUDIT-BEFORE
               MOVE SPACES            TO WS-AUDIT-AFTER
               MOVE WS-ENROLL-BEFORE  TO WS-AUDIT-BEFORE(1:60)
               STRING "NEVER ATTENDED - DROPPED BY " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               MOVE "PRGW0136"        TO AUDIT-PROGRAM
               MOVE WS-NA-STUDENT(WS-NA-IX) TO AUDIT-STUDENT-ID
               MOVE "NADROP"          TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF

           MOVE "ENROLL"                 TO WS-LOCK-TYPE
           MOVE WS-NA-STUDENT(WS-NA-IX) TO WS-LOCK-KEY
           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> WRITE-CANDIDATE-LINE - one listed enrollment and what
      *> became of it.
      *>-----------------------------------------------------------
       WRITE-CANDIDATE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-NA-STUDENT(WS-NA-IX) DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-NA-COURSE(WS-NA-IX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-NA-SECTION(WS-NA-IX) DELIMITED BY SIZE
                  "  |      " DELIMITED BY SIZE
                  WS-NA-ABSENT(WS-NA-IX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-NA-LINE.

      *>-----------------------------------------------------------
      *> WRITE-NA-LINE - writes one line to the list and echoes it
      *> to the screen.
      *>-----------------------------------------------------------
       WRITE-NA-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "HOLDVAL.CPY".    *> Shared active-hold check paragraph
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "CAPVAL.CPY".     *> Shared capacity/waitlist paragraphs
       COPY "PREREQVAL.CPY".  *> Shared prerequisite paragraph
       COPY "OFFERVAL.CPY".   *> Shared schedule-of-classes check paragraph
       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "REPEATVAL.CPY".  *> Shared repeat-attempt count paragraph
       COPY "SECCNTVAL.CPY".   *> Shared section-count maintenance paragraph
       COPY "TUITVAL.CPY".     *> Shared term-tuition assessment paragraph
       COPY "REMITVAL.CPY".    *> Shared tuition-remission paragraphs
       COPY "REVVAL.CPY".      *> Shared revenue-ledger append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "ENCHGVAL.CPY".   *> Shared enrollment-change log paragraph
