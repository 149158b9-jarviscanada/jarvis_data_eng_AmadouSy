               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-STUDENT-ID, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD WAITLIST-FILE.
       COPY "WAITLISTREC.CPY". *> Shared waiting-list layout (WL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS       PIC XX.          *> HISTORY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-WAITLIST-STATUS   PIC XX.          *> WAITLIST-FILE I/O status
       01 WS-STUDENT-ID        PIC X(4).        *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N". *> Student found flag
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99.   *> For printing
       01 WS-GPA               PIC 9V99 VALUE 0.     *> Cumulative GPA
       01 WS-GPA-DISPLAY       PIC 9.99.             *> For printing
       01 WS-TERM-GPA-DISPLAY  PIC 9.99.             *> Last-term GPA for printing

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs
       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

       PROCEDURE DIVISION.
       BEGIN.
               EXIT PROGRAM
           END-IF

           MOVE F-ID TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           MOVE "PRGQ0108" TO WS-RAC-PROGRAM
           MOVE F-ID TO WS-RAC-STUDENT
           PERFORM LOG-READ-ACCESS
           DISPLAY " "
           PERFORM SHOW-PRIVACY-BANNER
           DISPLAY "STUDENT " F-ID " - " F-NAME
           DISPLAY "STATUS " F-STATUS "  PROGRAM " F-PROGRAM
               "  CAMPUS " F-CAMPUS
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-HIST-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE WS-STUDENT-ID TO HIST-STUDENT-ID
               MOVE LOW-VALUES TO HIST-TERM HIST-COURSE HIST-SECTION
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       END-IF
                       IF HIST-STUDENT-ID = WS-STUDENT-ID
                           ADD 1 TO WS-HIST-COUNT
                       END-IF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-STUDENT-ID
                           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
                               OR BILL-TYPE = "D"
                               OR BILL-TYPE = "W"
                               OR BILL-TYPE = "T"
                               OR BILL-TYPE = "N"
                               OR BILL-TYPE = "B"
                               ADD BILL-AMOUNT TO WS-CHARGES
                           ELSE
                               ADD BILL-AMOUNT TO WS-CREDITS-IN
           DISPLAY "BILLING BALANCE: " WS-BALANCE-DISPLAY.

      *>-----------------------------------------------------------
      *> SHOW-CUMULATIVE-GPA - the student's maintained academic
      *> summary (ACSUMREC.CPY): the same best-attempt GPA the
      *> reports print, credits attempted and earned, and the last
      *> term's own GPA.
      *>-----------------------------------------------------------
       SHOW-CUMULATIVE-GPA.
           MOVE 0 TO ACS-GPA-CREDITS
           MOVE 0 TO ACS-ATTEMPTED-CREDITS
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           IF WS-ACSUM-STATUS = "00"
               MOVE WS-STUDENT-ID TO ACS-STUDENT-ID
               READ ACADEMIC-SUMMARY-FILE
                   INVALID KEY
                       MOVE 0 TO ACS-GPA-CREDITS
                       MOVE 0 TO ACS-ATTEMPTED-CREDITS
               END-READ
               CLOSE ACADEMIC-SUMMARY-FILE
           END-IF

           IF ACS-GPA-CREDITS > 0
               MOVE ACS-CUM-GPA TO WS-GPA
               MOVE WS-GPA TO WS-GPA-DISPLAY
               DISPLAY "CUMULATIVE GPA:  " WS-GPA-DISPLAY " ("
                   ACS-GPA-CREDITS " GRADED CREDITS)"
           ELSE
               DISPLAY "CUMULATIVE GPA:  (NO GRADES POSTED)"
           END-IF
           IF ACS-ATTEMPTED-CREDITS > 0
               DISPLAY "CREDITS:         " ACS-ATTEMPTED-CREDITS
                   " ATTEMPTED, " ACS-EARNED-CREDITS " EARNED"
           END-IF
           IF ACS-GPA-CREDITS > 0 AND ACS-TERM-GPA-CREDITS > 0
               MOVE ACS-TERM-GPA TO WS-TERM-GPA-DISPLAY
               DISPLAY "LAST-TERM GPA:   " WS-TERM-GPA-DISPLAY " ("
                   ACS-LAST-TERM ")"
           END-IF.

      *>-----------------------------------------------------------
               DISPLAY "  (NONE)"
           END-IF.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
