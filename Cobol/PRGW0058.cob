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

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD COURSE-MASTER-FILE.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".     *> Shared billing-ledger layout

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".    *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".   *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".   *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".     *> Shared student record layout

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
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE status
       01 WS-INSTR-STATUS      PIC XX.          *> INSTRUCTOR-FILE status
       01 WS-CUR-SECTION       PIC X(2).        *> That course's section, saved so the
                                                 *> repositioning START below can rebuild
                                                 *> the full C-KEY
       01 WS-TODAY             PIC X(8).        *> Today, YYYYMMDD
       01 WS-PROMOTE-COUNT     PIC 9(4) VALUE 0. *> Students promoted this run
       01 WS-COURSE-COUNT      PIC 9(4) VALUE 0. *> Courses with an open seat examined
       01 WS-WINDOW-STATUS     PIC XX.               *> Status of last WINDOW-FILE I/O
       01 WS-SPONL-STATUS      PIC XX.               *> Status of last SPONSORSHIP I/O
       01 WS-SPLED-STATUS      PIC XX.               *> Status of last SPONSOR-LEDGER I/O
       01 WS-OVL-STATUS        PIC XX.               *> Status of last OVERLOAD-FILE I/O
       01 WS-GSCALE-STATUS     PIC XX.               *> Status of last GRADE-SCALE I/O
       01 WS-PMT-STATUS        PIC XX.               *> Status of last PERMIT-FILE I/O

       COPY "CAPWS.CPY".       *> Fields used by the shared capacity/waitlist paragraphs
       COPY "PREREQWS.CPY".    *> Fields used by the shared prerequisite paragraph
       COPY "OFFERWS.CPY".     *> Fields used by the shared CHECK-SECTION-OFFERED paragraph
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
       COPY "RECLOCKWS.CPY".   *> Fields used by the shared record-lock paragraphs
       COPY "GRADEWS.CPY".    *> Fields used by the shared GET-GRADE-POINTS paragraph
       COPY "RPTGPAWS.CPY".   *> Fields used by the shared best-attempt paragraphs

       PROCEDURE DIVISION.
       BEGIN.
                   NOT AT END
                       MOVE C-CODE     TO WS-CUR-COURSE
                       MOVE C-SECTION  TO WS-CUR-SECTION
                       CLOSE COURSE-MASTER-FILE

                       *> A cross-listed section is held against its
                       *> group's shared pool rather than its own
                       *> C-CAPACITY - CAP-COUNT-COURSE-ENROLLMENT
                       *> works out which applies.
                       PERFORM CAP-COUNT-COURSE-ENROLLMENT
                       IF WS-CAP-SEAT-LIMIT > 0
                           PERFORM PROMOTE-OPEN-SEATS-IN-COURSE
                       END-IF

      *>-----------------------------------------------------------
      *> PROMOTE-OPEN-SEATS-IN-COURSE - for WS-CUR-COURSE, promotes
      *> the longest-waiting student for every seat open under its
      *> capacity (or its cross-list group's shared pool) until
      *> either the course is full again or nobody is left waiting.
      *>-----------------------------------------------------------
       PROMOTE-OPEN-SEATS-IN-COURSE.
           MOVE WS-CUR-COURSE  TO C-CODE
           PERFORM UNTIL WS-SEATS-DONE = "Y"
               PERFORM CAP-COUNT-COURSE-ENROLLMENT

               IF WS-CAP-ENROLLED-COUNT < WS-CAP-SEAT-LIMIT
                   PERFORM CAP-PROMOTE-FROM-WAITLIST
                   IF WS-CAP-PROMOTED = "Y"
                       ADD 1 TO WS-PROMOTE-COUNT
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "CAPVAL.CPY".      *> Shared capacity/waitlist paragraphs
       COPY "PREREQVAL.CPY".   *> Shared prerequisite paragraph
       COPY "OFFERVAL.CPY".    *> Shared schedule-of-classes check paragraph
       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "REPEATVAL.CPY".  *> Shared repeat-attempt count paragraph
       COPY "SECCNTVAL.CPY".   *> Shared section-count maintenance paragraph
       COPY "TUITVAL.CPY".     *> Shared term-tuition assessment paragraph
       COPY "REMITVAL.CPY".    *> Shared tuition-remission paragraphs
       COPY "REVVAL.CPY".      *> Shared revenue-ledger append paragraph
       COPY "RECLOCKVAL.CPY".  *> Shared record-lock paragraphs
       COPY "GRADEVAL.CPY".   *> Shared grade-points lookup paragraph
       COPY "RPTGPAVAL.CPY".  *> Shared best-attempt GPA paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
