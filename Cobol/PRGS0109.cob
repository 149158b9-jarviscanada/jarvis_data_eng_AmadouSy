       FILE SECTION.
       FD TEMPLATE-FILE.
       01 TEMPLATE-LINE         PIC X(80).
      *> letter-templates.txt layout: see LETTERVAL.CPY.  Body lines
      *> here may carry the substitution tokens &NAME&, &ID&,
      *> &BALANCE& and &DATE& anywhere, and a body line of just
      *> &COURSELIST& expands to one line per current enrollment.

       FD SELECTION-FILE.
       01 SELECTION-LINE        PIC X(4).    *> One student ID to letter
       01 MAIL-LINE             PIC X(100). *> One line of queued mail text

       WORKING-STORAGE SECTION.
       01 WS-SELECT-STATUS     PIC XX.          *> SELECTION-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-ONE-STUDENT       PIC X(4).        *> Single student ID, or blank
       01 WS-LETTER-COUNT      PIC 9(5) VALUE 0. *> Letters queued
       01 WS-SKIP-COUNT        PIC 9(5) VALUE 0. *> Students skipped (no email)
       01 WS-BALANCE           PIC S9(8)V99 VALUE 0. *> Student's net balance
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99.   *> For the &BALANCE& token
       01 WS-SEL-EOF           PIC X VALUE "N". *> Selection-scan EOF flag

       COPY "LETTERWS.CPY".   *> Fields used by the shared letter-template paragraphs

       PROCEDURE DIVISION.
       BEGIN.


           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MERGE-ONE-STUDENT - looks the student up, gathers the
      *> fields the tokens draw on, and queues one merged message

           PERFORM SUM-NET-BALANCE

           MOVE "NAME"               TO WS-TPL-SET-NAME
           MOVE F-NAME               TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "ID"                 TO WS-TPL-SET-NAME
           MOVE F-ID                 TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "BALANCE"            TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-BALANCE-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "DATE"               TO WS-TPL-SET-NAME
           MOVE WS-TODAY-FORMATTED   TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN

           OPEN EXTEND MAIL-QUEUE-FILE
           MOVE "----------------------------------------" &
               "----------------------------------------"

           ADD 1 TO WS-LETTER-COUNT.

      *>-----------------------------------------------------------
      *> WRITE-COURSE-LIST - the &COURSELIST& body line expands to
      *> one line per current enrollment.
                   NOT AT END
                       IF BILL-STUDENT-ID = F-ID
                           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
                               OR BILL-TYPE = "D"
                               OR BILL-TYPE = "W"
                               OR BILL-TYPE = "T"
                               OR BILL-TYPE = "N"
                               OR BILL-TYPE = "B"
                               ADD BILL-AMOUNT TO WS-BALANCE
                           ELSE
                               SUBTRACT BILL-AMOUNT FROM WS-BALANCE
           CLOSE BILLING-FILE
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
           MOVE "N" TO WS-EOF.

       COPY "LETTERVAL.CPY".  *> Shared letter-template paragraphs
