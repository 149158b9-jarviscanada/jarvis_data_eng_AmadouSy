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
           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

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

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
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

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

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

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.                   *> Status of last I/O
       01 WS-COURSE-STATUS     PIC XX.           *> Status of last COURSE-MASTER I/O
       01 WS-INSTR-STATUS      PIC XX.           *> Status of last INSTRUCTOR-FILE I/O
       01 WS-ADD-COURSE        PIC X(15).                *> Course to add, if any
       01 WS-DROP-COURSE       PIC X(15).                *> Course to drop, if any
       01 WS-DROP-SECTION      PIC X(2).                 *> ...and which of its sections
       01 WS-DROP-OK           PIC X VALUE "N".          *> "Y" once the drop (or W) lands

       01 WS-TODAY-FORMATTED   PIC X(8).                 *> Current date in YYYYMMDD
       01 CONFIRMATION         PIC X.                    *> Commit confirmation (Y/N)
       01 WS-SPONL-STATUS      PIC XX.               *> Status of last SPONSORSHIP I/O
       01 WS-SPLED-STATUS      PIC XX.               *> Status of last SPONSOR-LEDGER I/O
       01 WS-DEGREE-STATUS     PIC XX.               *> Status of last DEGREE-FILE I/O
       01 WS-OVL-STATUS        PIC XX.               *> Status of last OVERLOAD-FILE I/O
       01 WS-GSCALE-STATUS     PIC XX.               *> Status of last GRADE-SCALE I/O
       01 WS-PMT-STATUS        PIC XX.               *> Status of last PERMIT-FILE I/O
       01 WS-NEW-PROGRAM       PIC X(6).             *> New degree program, if any
       01 WS-PROGRAM-OK        PIC X VALUE "N".      *> Keyed program validated flag

       COPY "CAPWS.CPY".      *> Fields used by the shared capacity/waitlist paragraphs
       COPY "PREREQWS.CPY".   *> Fields used by the shared prerequisite paragraph
       COPY "OFFERWS.CPY".    *> Fields used by the shared CHECK-SECTION-OFFERED paragraph
       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "REPEATWS.CPY".   *> Fields used by the shared repeat-attempt count
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "LDROPWS.CPY".    *> Fields used by the shared CHECK-LATE-DROP paragraph
       COPY "ENCHGWS.CPY".    *> Fields used by the shared LOG-ENROLLMENT-CHANGE paragraph
       COPY "HOLDWS.CPY".     *> Fields used by the shared CHECK-ACTIVE-HOLD paragraph
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "SECCNTWS.CPY".    *> Fields used by the shared section-count paragraph
       COPY "TUITWS.CPY".      *> Fields used by the shared term-tuition assessment
       COPY "REMITWS.CPY".     *> Fields used by the shared tuition-remission paragraphs
       COPY "REVWS.CPY".       *> Fields used by the shared POST-REVENUE-ROW paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared enrollment-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs
       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs

       PROCEDURE DIVISION.
       BEGIN.
                   IF WS-NEW-PROGRAM = SPACES
                       MOVE "Y" TO WS-PROGRAM-OK
                   ELSE
                       PERFORM GET-CATALOG-YEAR
                       MOVE WS-NEW-PROGRAM      TO WS-CAT-PROGRAM
                       MOVE WS-CAT-CURRENT-YEAR TO WS-CAT-YEAR
                       PERFORM FIND-CATALOG-REQUIREMENTS
                       MOVE WS-CAT-FOUND TO WS-PROGRAM-OK
                       IF WS-PROGRAM-OK = "N"
                           DISPLAY "***ERROR: UNKNOWN PROGRAM "
                               "CODE.***"
               IF WS-DROP-COURSE NOT = SPACES
                   DISPLAY "DROP COURSE | " WS-DROP-COURSE " | (NONE)"
               END-IF
               IF WS-NEW-PROGRAM NOT = SPACES
                   DISPLAY "PROGRAM     | " F-PROGRAM " "
                       F-CATALOG-YEAR "           | " WS-NEW-PROGRAM
                       " " WS-CAT-CURRENT-YEAR
               END-IF

               DISPLAY "COMMIT THESE CHANGES? (Y/N) >>"
               ACCEPT CONFIRMATION
                   IF WS-NEW-BIRTHDAY NOT = SPACES
                       MOVE WS-NEW-BIRTHDAY TO F-BIRTHDATE
                   END-IF
      *> A newly declared program (a change of major included)
      *> starts the student on the current catalog year's rules.
                   IF WS-NEW-PROGRAM NOT = SPACES
                       MOVE WS-NEW-PROGRAM TO F-PROGRAM
                       MOVE WS-CAT-CURRENT-YEAR TO F-CATALOG-YEAR
                   END-IF

                   MOVE WS-TODAY-FORMATTED TO F-UPDATE-DATE
                               END-IF

                               IF WS-DROP-COURSE NOT = SPACES
                                   PERFORM DROP-ONE-COURSE
                               END-IF

                               PERFORM RELEASE-RECORD-LOCK

           EXIT PROGRAM.                              *> End of the program

      *>-----------------------------------------------------------
      *> DROP-ONE-COURSE - the same drop PRGE0012's remove makes:
      *> deleted on or before the term's add/drop date, kept as a
      *> "W" after it (CHECK-LATE-DROP), then the seat is freed,
      *> the drop refund posts and the waiting list moves.
      *>-----------------------------------------------------------
       DROP-ONE-COURSE.
           MOVE "N"             TO WS-DROP-OK
           MOVE F-ID            TO EN-STUDENT-ID
           MOVE WS-DROP-COURSE  TO EN-COURSE
           MOVE WS-DROP-SECTION TO EN-SECTION
           OPEN I-O ENROLLMENT-FILE
      *> Read before deleting - the drop-refund posting needs the
      *> row's enrollment date and term (see PRGE0012's remove).
           READ ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "***ERROR: STUDENT NOT ENROLLED IN THIS "
                       "COURSE.***"
               NOT INVALID KEY
                   IF EN-GRADE = "W"
                       DISPLAY "***ERROR: STUDENT HAS ALREADY "
                           "WITHDRAWN FROM THIS COURSE.***"
                   ELSE
                       MOVE EN-TERM            TO WS-LATE-DROP-TERM
                       MOVE WS-TODAY-FORMATTED TO WS-LATE-DROP-DATE
                       PERFORM CHECK-LATE-DROP
                       IF WS-LATE-DROP = "Y" AND EN-GRADE = SPACES
                           MOVE "W" TO EN-GRADE
                           REWRITE ENROLLMENT-RECORD
                               INVALID KEY
                                   DISPLAY "***ERROR: UNABLE TO "
                                       "RECORD THE WITHDRAWAL.***"
                               NOT INVALID KEY
                                   DISPLAY "*** PAST THE ADD/DROP "
                                       "DATE - COURSE RECORDED AS "
                                       "A W. ***"
                                   MOVE "Y" TO WS-DROP-OK
                           END-REWRITE
                       ELSE
                           DELETE ENROLLMENT-FILE
                               INVALID KEY
                                   DISPLAY "***ERROR: UNABLE TO DROP "
                                       "THIS COURSE.***"
                               NOT INVALID KEY
                                   DISPLAY "*** COURSE DROPPED. ***"
                                   MOVE "Y" TO WS-DROP-OK
                           END-DELETE
                       END-IF
                   END-IF
           END-READ
           CLOSE ENROLLMENT-FILE

           IF WS-DROP-OK = "Y"
               MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
               PERFORM LOG-ENROLLMENT-CHANGE
               MOVE WS-DROP-COURSE     TO WS-CAP-PROMOTE-COURSE
               MOVE WS-DROP-SECTION    TO WS-CAP-PROMOTE-SECTION
               MOVE WS-DROP-COURSE     TO WS-SEC-COURSE
               MOVE WS-DROP-SECTION    TO WS-SEC-SECTION
               MOVE -1                 TO WS-SEC-DELTA
               PERFORM ADJUST-SECTION-COUNT
               MOVE WS-TODAY-FORMATTED TO WS-CAP-TODAY
               PERFORM CAP-POST-DROP-REFUND
               PERFORM CAP-PROMOTE-FROM-WAITLIST
           END-IF.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "ENCHGVAL.CPY".   *> Shared enrollment-change log paragraph
       COPY "AGEVAL.CPY".     *> Shared minimum-age-eligibility paragraph
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "LOCKVAL.CPY".    *> Shared record-lock paragraphs
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "LDROPVAL.CPY".   *> Shared late-drop (W grade) rule
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
       COPY "RECLOCKVAL.CPY". *> Shared enrollment-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
