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
           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD INPUT-FILE.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".  *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE                 PIC X(100). *> One line of queued mail text

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

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
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS        PIC XX.          *> STUDENT-FILE I/O status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE I/O status
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
           END-READ
           CLOSE COURSE-MASTER-FILE

      *> A catalog section that is not on this term's schedule of
      *> classes is refused the same as an unknown one.
           MOVE "Y" TO WS-OFR-OFFERED
           IF WS-COURSE-FOUND = "Y"
               MOVE WS-CAP-TERM      TO WS-OFR-TERM
               MOVE WS-BATCH-COURSE  TO WS-OFR-COURSE
               MOVE WS-BATCH-SECTION TO WS-OFR-SECTION
               PERFORM CHECK-SECTION-OFFERED
           END-IF

           IF WS-STUDENT-FOUND = "N"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
                   " - UNKNOWN COURSE CODE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
           IF WS-OFR-OFFERED = "N"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECTED " WS-BATCH-ID " " WS-BATCH-COURSE
                   " - NOT OFFERED IN TERM " WS-CAP-TERM
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM ENROLL-ONE-CANDIDATE
           END-IF
           END-IF
           END-IF.

      *>-----------------------------------------------------------
               MOVE SPACES TO REPORT-LINE
               IF WS-CAP-RESULT = "N"
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-CAP-REFUSAL = SPACES
                       MOVE "NOT ELIGIBLE" TO WS-CAP-REFUSAL
                   END-IF
                   STRING "REJECTED " WS-BATCH-ID " " WS-BATCH-COURSE
                       " - " WS-CAP-REFUSAL DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
               IF WS-ALREADY-ON-FILE = "Y"
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "OFFERVAL.CPY".   *> Shared schedule-of-classes check paragraph
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
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
