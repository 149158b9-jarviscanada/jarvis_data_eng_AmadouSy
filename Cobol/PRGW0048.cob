               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAIT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WAITING-LIST-FILE.
       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-KEY, C-CAMPUS, ...)

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".     *> Shared audit-log record layout

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-WAIT-STATUS        PIC XX.          *> WAITING-LIST-FILE I/O status

       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-TERM-STATUS        PIC XX.          *> TERM-FILE I/O status
       01 WS-COURSE-STATUS      PIC XX.          *> COURSE-MASTER-FILE I/O status

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       01 WS-EXPIRE-DATE        PIC X(8).        *> Row's expiry date, rolled

       01 WS-EXPIRE-DAYS        PIC 9(4) VALUE 21. *> Expiration threshold, in days
       01 WS-EXPIRE-UNIT        PIC X VALUE "C".
      *>         How WS-EXPIRE-DAYS is counted: "C" calendar days,
      *>         "B" business days on the business calendar.
       01 WS-STALE-COUNT        PIC 9(4) VALUE 0.  *> Over-age rows found
       01 WS-EXPIRE-COUNT       PIC 9(4) VALUE 0.  *> Rows expired this run
       01 CONFIRMATION          PIC X.             *> User confirmation (Y/N)

       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           *> Resolve today to a term so every preserved history
           *> row says which term's demand it was.
           PERFORM GET-CURRENT-TERM

           OPEN OUTPUT REPORT-FILE
           MOVE "WAITLIST EXPIRATION RUN " TO REPORT-LINE
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COMPUTE-WAITLIST-AGE
                       IF WS-TODAY-FORMATTED NOT < WS-EXPIRE-DATE
                           ADD 1 TO WS-STALE-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING "OVER-AGE: " DELIMITED BY SIZE
           CLOSE WAITING-LIST-FILE.

      *>-----------------------------------------------------------
      *> CHECK-WAITLIST-AGE - works out the currently-positioned
      *> waiting-list row's expiry date.  Rows whose expiry date
      *> has arrived are deleted from the currently-positioned row
      *> and logged.
      *>-----------------------------------------------------------
       CHECK-WAITLIST-AGE.
           PERFORM COMPUTE-WAITLIST-AGE

           IF WS-TODAY-FORMATTED NOT < WS-EXPIRE-DATE
               PERFORM EXPIRE-WAITLIST-ROW
           END-IF.

      *>-----------------------------------------------------------
      *> COMPUTE-WAITLIST-AGE - expiry date of the currently-
      *> positioned row, shared by the listing and purge passes:
      *> WS-EXPIRE-DAYS after the request date, counted on the
      *> business calendar of the campus the section meets at and
      *> rolled past any weekend or closure there, so a request
      *> never lapses on a day the registrar's office is shut.
      *>-----------------------------------------------------------
       COMPUTE-WAITLIST-AGE.
           MOVE SPACES     TO WS-CAL-CAMPUS
           MOVE WL-COURSE  TO C-CODE
           MOVE WL-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-CAMPUS TO WS-CAL-CAMPUS
           END-READ
           CLOSE COURSE-MASTER-FILE

           MOVE WL-REQUEST-DATE TO WS-CAL-DATE
           MOVE WS-EXPIRE-DAYS  TO WS-CAL-DAYS
           MOVE WS-EXPIRE-UNIT  TO WS-CAL-UNIT
           PERFORM COMPUTE-DUE-DATE
           MOVE WS-CAL-DATE     TO WS-EXPIRE-DATE.

      *>-----------------------------------------------------------
      *> EXPIRE-WAITLIST-ROW - deletes the currently-positioned
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
