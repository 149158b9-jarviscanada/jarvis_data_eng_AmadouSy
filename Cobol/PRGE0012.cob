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

           SELECT ENROLL-CHANGE-FILE ASSIGN TO "enrollment-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
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

       FD ENROLL-CHANGE-FILE.
       COPY "ENCHGREC.CPY".   *> Shared enrollment-change log layout (ECH-STUDENT-ID, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

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

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-COURSE-STATUS     PIC XX.               *> Status of last COURSE-MASTER I/O
       01 WS-INSTR-STATUS      PIC XX.               *> Status of last INSTRUCTOR-FILE I/O
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-ENROLL-EOF        PIC X VALUE "N".      *> Enrollment-file EOF flag
       01 WS-REMOVE-OK         PIC X VALUE "N".      *> "Y" once REMOVE-ENROLLMENT's
                                                      *> DELETE (or W rewrite) lands
       01 WS-MAIN-CODE         PIC X(15).            *> Course being added, saved
       01 WS-MAIN-SECTION      PIC X(2).              *> across a co-requisite detour
       01 WS-COREQ-NEEDED      PIC X(15).            *> This course's C-COREQ, if any
       01 WS-WINDOW-STATUS     PIC XX.               *> Status of last WINDOW-FILE I/O
       01 WS-SPONL-STATUS      PIC XX.               *> Status of last SPONSORSHIP I/O
       01 WS-SPLED-STATUS      PIC XX.               *> Status of last SPONSOR-LEDGER I/O
       01 WS-OVL-STATUS        PIC XX.               *> Status of last OVERLOAD-FILE I/O
       01 WS-GSCALE-STATUS     PIC XX.               *> Status of last GRADE-SCALE I/O
       01 WS-PMT-STATUS        PIC XX.               *> Status of last PERMIT-FILE I/O

       COPY "CAPWS.CPY".      *> Fields used by the shared capacity/waitlist paragraphs
       COPY "PREREQWS.CPY".   *> Fields used by the shared prerequisite paragraph
       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "REPEATWS.CPY".   *> Fields used by the shared repeat-attempt count
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "OFFERWS.CPY".    *> Fields used by the shared CHECK-SECTION-OFFERED paragraph
       COPY "LDROPWS.CPY".    *> Fields used by the shared CHECK-LATE-DROP paragraph
       COPY "ENCHGWS.CPY".    *> Fields used by the shared LOG-ENROLLMENT-CHANGE paragraph
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

       PROCEDURE DIVISION.
       BEGIN.
               IF WS-COURSE-VALID = "N"
                   DISPLAY "***ERROR: UNKNOWN COURSE CODE/"
                       "SECTION.***"
               ELSE
                   PERFORM CHECK-OFFERED-THIS-TERM
                   IF WS-OFR-OFFERED = "N"
                       MOVE "N" TO WS-COURSE-VALID
                   END-IF
               END-IF
           END-PERFORM

           END-READ
           CLOSE COURSE-MASTER-FILE

           PERFORM CHECK-OFFERED-THIS-TERM
           IF WS-OFR-OFFERED = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "ENROLL"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-OFFERED-THIS-TERM - is the section in C-KEY on the
      *> schedule of classes for the term being registered?  The
      *> catalog row can outlive the terms the section runs in.
      *>-----------------------------------------------------------
       CHECK-OFFERED-THIS-TERM.
           MOVE WS-CAP-TERM TO WS-OFR-TERM
           MOVE C-CODE      TO WS-OFR-COURSE
           MOVE C-SECTION   TO WS-OFR-SECTION
           PERFORM CHECK-SECTION-OFFERED
           IF WS-OFR-OFFERED = "N"
               DISPLAY "***ERROR: " C-CODE "/" C-SECTION
                   " IS NOT OFFERED IN TERM " WS-CAP-TERM ".***"
           END-IF.

      *>-----------------------------------------------------------
      *> REMOVE-ENROLLMENT - takes the student out of one course
      *> section.  On or before the term's add/drop date the row is
      *> deleted; after it an ungraded row is kept with grade "W"
      *> (CHECK-LATE-DROP, LDROPVAL.CPY).  Either way the seat is
      *> freed, the drop refund posts and the waiting list moves.
      *>-----------------------------------------------------------
       REMOVE-ENROLLMENT.
           MOVE "N" TO WS-REMOVE-OK
                       DISPLAY "***ERROR: STUDENT NOT ENROLLED IN "
                           "THIS COURSE.***"
                   NOT INVALID KEY
                       IF EN-GRADE = "W"
                           DISPLAY "***ERROR: STUDENT HAS ALREADY "
                               "WITHDRAWN FROM THIS COURSE.***"
                       ELSE
                           PERFORM DROP-OR-WITHDRAW-ROW
                       END-IF
               END-READ
               CLOSE ENROLLMENT-FILE

               IF WS-REMOVE-OK = "Y"
                   MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
                   PERFORM LOG-ENROLLMENT-CHANGE
                   MOVE EN-COURSE  TO WS-CAP-PROMOTE-COURSE
                   MOVE EN-SECTION TO WS-CAP-PROMOTE-SECTION
                   MOVE EN-COURSE  TO WS-SEC-COURSE
                   MOVE EN-SECTION TO WS-SEC-SECTION
                   MOVE -1         TO WS-SEC-DELTA
                   PERFORM ADJUST-SECTION-COUNT
                   MOVE WS-TODAY-FORMATTED TO WS-CAP-TODAY
                   PERFORM CAP-POST-DROP-REFUND
                   PERFORM CAP-PROMOTE-FROM-WAITLIST
               END-IF

               PERFORM RELEASE-RECORD-LOCK
           END-IF.

      *>-----------------------------------------------------------
      *> DROP-OR-WITHDRAW-ROW - the row just read either goes
      *> (early drop, or a row that already carries a grade) or
      *> stays as a W (late drop of an ungraded row).
      *>-----------------------------------------------------------
       DROP-OR-WITHDRAW-ROW.
           MOVE EN-TERM            TO WS-LATE-DROP-TERM
           MOVE WS-TODAY-FORMATTED TO WS-LATE-DROP-DATE
           PERFORM CHECK-LATE-DROP

           IF WS-LATE-DROP = "Y" AND EN-GRADE = SPACES
               MOVE "W" TO EN-GRADE
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD THE "
                           "WITHDRAWAL.***"
                   NOT INVALID KEY
                       DISPLAY "*** PAST THE ADD/DROP DATE - COURSE "
                           "RECORDED AS A W. ***"
                       MOVE "Y" TO WS-REMOVE-OK
               END-REWRITE
           ELSE
               DELETE ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY "***ERROR: STUDENT NOT "
                           "ENROLLED IN THIS COURSE.***"
                   NOT INVALID KEY
                       DISPLAY "*** ENROLLMENT REMOVED "
                           "SUCCESSFULLY. ***"
                       MOVE "Y" TO WS-REMOVE-OK
               END-DELETE
           END-IF.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "OFFERVAL.CPY".   *> Shared schedule-of-classes check paragraph
       COPY "LDROPVAL.CPY".   *> Shared late-drop (W grade) rule
       COPY "ENCHGVAL.CPY".   *> Shared enrollment-change log paragraph
       COPY "HOLDVAL.CPY".    *> Shared active-hold check paragraph
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "CAPVAL.CPY".     *> Shared capacity/waitlist paragraphs
       COPY "PREREQVAL.CPY".  *> Shared prerequisite paragraph
       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "REPEATVAL.CPY".  *> Shared repeat-attempt count paragraph
       COPY "SECCNTVAL.CPY".   *> Shared section-count maintenance paragraph
       COPY "TUITVAL.CPY".     *> Shared term-tuition assessment paragraph
       COPY "REMITVAL.CPY".    *> Shared tuition-remission paragraphs
       COPY "REVVAL.CPY".      *> Shared revenue-ledger append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
