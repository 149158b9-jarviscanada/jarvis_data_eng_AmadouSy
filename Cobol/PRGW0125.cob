           SELECT REPORT-FILE ASSIGN TO "leave-overdue-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One report line

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-RETURN-ROLLED     PIC X(8).        *> Return date rolled to an open day
       01 WS-ON-LEAVE-COUNT    PIC 9(4) VALUE 0. *> Students on leave
       01 WS-OVERDUE-COUNT     PIC 9(4) VALUE 0. *> ...past their return date

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

                   NOT AT END
                       IF F-STATUS = "L"
                           ADD 1 TO WS-ON-LEAVE-COUNT
      *> A return date on a weekend or a closure at the student's
      *> campus means the first open day after it.
                           MOVE F-CAMPUS      TO WS-CAL-CAMPUS
                           MOVE F-RETURN-DATE TO WS-CAL-DATE
                           PERFORM ROLL-TO-BUSINESS-DAY
                           MOVE WS-CAL-DATE   TO WS-RETURN-ROLLED
                           IF WS-RETURN-ROLLED < WS-TODAY-FORMATTED
                               ADD 1 TO WS-OVERDUE-COUNT
                               MOVE SPACES TO REPORT-LINE
                               STRING F-ID DELIMITED BY SIZE
       WRITE-LEAVE-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
