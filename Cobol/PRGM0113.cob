               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)
       FD WAITLIST-FILE.
       COPY "WAITLISTREC.CPY". *> Shared waiting-list layout (WL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-ACSUM-STATUS      PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-WAITLIST-STATUS   PIC XX.          *> WAITLIST-FILE I/O status
       01 WS-MY-USER-ID        PIC X(8) VALUE SPACES. *> Logged-in self-service user
       01 WS-MY-STUDENT        PIC X(4) VALUE SPACES.
      *>         The ONLY student this session may see - every scan
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99.   *> For printing
       01 WS-GPA               PIC 9V99 VALUE 0.     *> Cumulative GPA
       01 WS-GPA-DISPLAY       PIC 9.99.             *> For printing
       01 WS-TERM-GPA-DISPLAY  PIC 9.99.             *> Last-term GPA for printing
       01 WS-ACT-DATE          PIC X(8).        *> YYYYMMDD of the pick
       01 WS-ACT-TIME          PIC X(6).        *> HHMMSS of the pick
       01 WS-OPTION-NUM        PIC 9(3) VALUE 0. *> Pick as a number, for the log

       PROCEDURE DIVISION.
       BEGIN.

                           DISPLAY "  " BILL-DATE " " BILL-TYPE " "
                               BILL-AMOUNT " " BILL-DESC
                           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
                               OR BILL-TYPE = "D"
                               OR BILL-TYPE = "W"
                               OR BILL-TYPE = "T"
                               OR BILL-TYPE = "N"
                               OR BILL-TYPE = "B"
                               ADD BILL-AMOUNT TO WS-CHARGES
                           ELSE
                               ADD BILL-AMOUNT TO WS-CREDITS-IN

      *>-----------------------------------------------------------
      *> SHOW-MY-GRADES - the session's own graded rows plus the
      *> cumulative figures off the student's maintained academic
      *> summary (ACSUMREC.CPY) - the same best-attempt GPA every
      *> GPA report prints.
      *>-----------------------------------------------------------
       SHOW-MY-GRADES.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-SHOWN
           DISPLAY "--- MY GRADES ---"

           OPEN INPUT ENROLLMENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                           DISPLAY "  " EN-COURSE "/" EN-SECTION
                               " TERM " EN-TERM " GRADE " EN-GRADE
                           ADD 1 TO WS-SHOWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO WS-EOF

           MOVE 0 TO ACS-GPA-CREDITS
           MOVE 0 TO ACS-ATTEMPTED-CREDITS
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           IF WS-ACSUM-STATUS = "00"
               MOVE WS-MY-STUDENT TO ACS-STUDENT-ID
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
               DISPLAY "  CUMULATIVE GPA: " WS-GPA-DISPLAY
           ELSE
               DISPLAY "  CUMULATIVE GPA: (NO GRADES POSTED)"
           END-IF
           IF ACS-ATTEMPTED-CREDITS > 0
               DISPLAY "  CREDITS:        " ACS-ATTEMPTED-CREDITS
                   " ATTEMPTED, " ACS-EARNED-CREDITS " EARNED"
           END-IF
           IF ACS-GPA-CREDITS > 0 AND ACS-TERM-GPA-CREDITS > 0
               MOVE ACS-TERM-GPA TO WS-TERM-GPA-DISPLAY
               DISPLAY "  LAST-TERM GPA:  " WS-TERM-GPA-DISPLAY
                   " (" ACS-LAST-TERM ")"
           END-IF

           IF WS-SHOWN = 0
               DISPLAY "  (NO CURRENT ROWS - SEE THE REGISTRAR "
                   "FOR A FULL TRANSCRIPT)"
           END-IF.

      *>-----------------------------------------------------------
      *> SHOW-MY-WAITLIST - the session's own waitlist rows.
      *>-----------------------------------------------------------
           WRITE ACTIVITY-LOG-RECORD
           CLOSE ACTIVITY-LOG-FILE.

