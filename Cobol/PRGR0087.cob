       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "payment-promises.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT REPORT-FILE ASSIGN TO "broken-promise-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-CAMPUS, ...)

       FD PROMISE-FILE.
       COPY "PROMISEREC.CPY". *> Shared promise-to-pay layout (PROM-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-PROM-STATUS       PIC XX.          *> PROMISE-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Promise-scan EOF flag
       01 WS-BILL-EOF          PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-PROM-DUE-DATE     PIC X(8).        *> By-date rolled to an open day
       01 WS-PAID-SINCE        PIC 9(6)V99 VALUE 0. *> P/F rows taken-date..by-date
       01 WS-ACTIVE-COUNT      PIC 9(4) VALUE 0. *> Promises still pending
       01 WS-KEPT-COUNT        PIC 9(4) VALUE 0. *> Promises settled kept
       01 WS-SHORT-DISPLAY     PIC ---,--9.99.  *> Shortfall for printing
       01 WS-SHORTFALL         PIC S9(6)V99 VALUE 0. *> Promise minus payments

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

      *> day it was taken and the day it was due: covered flips to
      *> KEPT, short flips to BROKEN with the shortfall printed for
      *> the next collections call.  A promise not yet due is just
      *> counted as pending.  A by-date on a weekend or a closure
      *> at the student's campus runs on to the next open day.
      *>-----------------------------------------------------------
       SETTLE-ONE-PROMISE.
           PERFORM ROLL-PROMISE-BY-DATE
           IF WS-TODAY-FORMATTED NOT > WS-PROM-DUE-DATE
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               PERFORM SUM-PAYMENTS-IN-WINDOW
                       IF BILL-STUDENT-ID = PROM-STUDENT-ID
                           AND (BILL-TYPE = "P" OR BILL-TYPE = "F")
                           AND BILL-DATE NOT < PROM-TAKEN-DATE
                           AND BILL-DATE NOT > WS-PROM-DUE-DATE
                           ADD BILL-AMOUNT TO WS-PAID-SINCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> ROLL-PROMISE-BY-DATE - the promise's by-date on the
      *> business calendar of the student's campus.
      *>-----------------------------------------------------------
       ROLL-PROMISE-BY-DATE.
           MOVE SPACES          TO WS-CAL-CAMPUS
           MOVE PROM-STUDENT-ID TO F-ID
           OPEN INPUT STUDENT-FILE
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F-CAMPUS TO WS-CAL-CAMPUS
           END-READ
           CLOSE STUDENT-FILE

           MOVE PROM-BY-DATE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE  TO WS-PROM-DUE-DATE.

      *>-----------------------------------------------------------
      *> WRITE-PROMISE-LINE - writes one line to the report file
      *> and echoes it to the screen.
       WRITE-PROMISE-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
