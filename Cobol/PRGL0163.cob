       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0163.                     *> Tuition remission eligibility

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REMISSION-FILE ASSIGN TO "tuition-remission.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-TRM-FILE-STATUS   PIC XX.               *> REMISSION-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=add, E=end, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup found flag
       01 WS-EOF               PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-STUDENT-ID        PIC X(4).             *> Student being maintained
       01 WS-END-DATE          PIC X(8).             *> End date keyed
       01 WS-ROW-BEFORE        PIC X(50).            *> Row before a change
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-CAP-TEXT          PIC X(7).             *> Cap, or NO CAP, for listing

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  T U I T I O N   R E M I S S I O N            |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGL0163" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ADD ELIGIBILITY, END ELIGIBILITY, OR LIST? "
               "(A/E/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-ELIGIBILITY
               WHEN "E"
                   PERFORM END-ELIGIBILITY
               WHEN "L"
                   PERFORM LIST-ELIGIBILITY
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-ELIGIBILITY - one new eligibility row from HR's
      *> paperwork: who the student is to which employee, the
      *> percent remitted, the per-term credit cap and the dates.
      *> A row keyed over an existing one for the same effective
      *> date replaces it.  Remission already posted is not
      *> re-priced - the new terms apply to seats charged from
      *> here on.
      *>-----------------------------------------------------------
       ADD-ELIGIBILITY.
           PERFORM ACCEPT-STUDENT-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-ID TO TRM-STUDENT-ID

           DISPLAY "ENTER RELATIONSHIP - E=EMPLOYEE, S=SPOUSE, "
               "D=DEPENDENT >>"
           ACCEPT TRM-RELATION
           IF TRM-RELATION NOT = "E" AND TRM-RELATION NOT = "S"
               AND TRM-RELATION NOT = "D"
               DISPLAY "***ERROR: RELATIONSHIP MUST BE E, S OR D.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER EMPLOYEE ID (MAX 8 CHARS) >>"
           ACCEPT TRM-EMPLOYEE-ID
           IF TRM-EMPLOYEE-ID = SPACES
               DISPLAY "***ERROR: EMPLOYEE ID REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER PERCENT REMITTED (3 DIGITS, 100 = "
               "EVERYTHING) >>"
           ACCEPT TRM-PCT
           DISPLAY "ENTER CREDIT CAP PER TERM (2 DIGITS), OR 0 FOR "
               "NONE >>"
           ACCEPT TRM-CREDIT-CAP
           IF TRM-PCT IS NOT NUMERIC OR TRM-CREDIT-CAP IS NOT NUMERIC
               DISPLAY "***ERROR: PERCENT AND CAP MUST BE "
                   "NUMERIC.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF TRM-PCT = 0 OR TRM-PCT > 100
               DISPLAY "***ERROR: PERCENT MUST BE 1 TO 100.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) >>"
           ACCEPT TRM-EFF-DATE
           MOVE TRM-EFF-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID EFFECTIVE DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER END DATE (YYYYMMDD), OR BLANK IF "
               "OPEN-ENDED >>"
           ACCEPT TRM-END-DATE
           IF TRM-END-DATE NOT = SPACES
               MOVE TRM-END-DATE TO WS-VALIDATE-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   OR TRM-END-DATE < TRM-EFF-DATE
                   DISPLAY "***ERROR: END DATE MUST BE A REAL DATE "
                       "NOT BEFORE THE EFFECTIVE DATE.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-OPERATOR-ID     TO TRM-ENTERED-BY
           MOVE WS-TODAY-FORMATTED TO TRM-ENTERED-DATE

           MOVE "REMIT"       TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ROW-BEFORE
           OPEN I-O REMISSION-FILE
           IF WS-TRM-FILE-STATUS = "35"
               OPEN OUTPUT REMISSION-FILE
               CLOSE REMISSION-FILE
               OPEN I-O REMISSION-FILE
           END-IF
           WRITE REMISSION-RECORD
               INVALID KEY
                   REWRITE REMISSION-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE THE "
                               "ELIGIBILITY ROW.***"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** ELIGIBILITY ROW REPLACED. ***"
                           MOVE "REPLACED" TO WS-ROW-BEFORE
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** ELIGIBILITY ROW ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE REMISSION-FILE

           PERFORM RELEASE-RECORD-LOCK

           IF RETURN-CODE = 0
               MOVE SPACES           TO WS-AUDIT-BEFORE
               MOVE SPACES           TO WS-AUDIT-AFTER
               MOVE WS-ROW-BEFORE    TO WS-AUDIT-BEFORE(1:50)
               MOVE REMISSION-RECORD TO WS-AUDIT-AFTER(1:50)
               MOVE "PRGL0163"       TO AUDIT-PROGRAM
               MOVE WS-STUDENT-ID    TO AUDIT-STUDENT-ID
               MOVE "REMITADD"       TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *>-----------------------------------------------------------
      *> END-ELIGIBILITY - the employee has left, or the dependent
      *> has aged out: the open row in force today is closed on the
      *> date keyed, so seats charged after it are billed in full.
      *>-----------------------------------------------------------
       END-ELIGIBILITY.
           PERFORM ACCEPT-STUDENT-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER LAST DATE OF ELIGIBILITY (YYYYMMDD) >>"
           ACCEPT WS-END-DATE
           MOVE WS-END-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID END DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "REMIT"       TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

      *> The open-ended row with the latest effective date not
      *> after the end date is the one being closed.
           MOVE "N"    TO WS-FOUND
           MOVE SPACES TO WS-ROW-BEFORE
           MOVE "N"    TO WS-EOF
           OPEN I-O REMISSION-FILE
           IF WS-TRM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE WS-STUDENT-ID TO TRM-STUDENT-ID
               MOVE LOW-VALUES    TO TRM-EFF-DATE
               START REMISSION-FILE KEY IS NOT LESS THAN TRM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REMISSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRM-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF TRM-END-DATE = SPACES
                               AND TRM-EFF-DATE NOT > WS-END-DATE
                               MOVE "Y" TO WS-FOUND
                               MOVE REMISSION-RECORD TO WS-ROW-BEFORE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FOUND = "Y"
               MOVE WS-ROW-BEFORE TO REMISSION-RECORD
               MOVE WS-END-DATE   TO TRM-END-DATE
               REWRITE REMISSION-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
               END-REWRITE
           END-IF
           IF WS-TRM-FILE-STATUS NOT = "35"
               CLOSE REMISSION-FILE
           END-IF

           PERFORM RELEASE-RECORD-LOCK

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO OPEN ELIGIBILITY ROW FOR "
                   WS-STUDENT-ID " STARTING ON OR BEFORE "
                   WS-END-DATE ".***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           DISPLAY "*** ELIGIBILITY FROM " TRM-EFF-DATE
               " ENDED " WS-END-DATE ". ***"
           MOVE SPACES           TO WS-AUDIT-BEFORE
           MOVE SPACES           TO WS-AUDIT-AFTER
           MOVE WS-ROW-BEFORE    TO WS-AUDIT-BEFORE(1:50)
           MOVE REMISSION-RECORD TO WS-AUDIT-AFTER(1:50)
           MOVE "PRGL0163"       TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID    TO AUDIT-STUDENT-ID
           MOVE "REMITEND"       TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> ACCEPT-STUDENT-ID - prompts for a student and checks they
      *> are on file; WS-FOUND says whether they were.
      *>-----------------------------------------------------------
       ACCEPT-STUDENT-ID.
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE STUDENT-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           END-IF.

      *>-----------------------------------------------------------
      *> LIST-ELIGIBILITY - every eligibility row on file, or one
      *> student's, oldest first.
      *>-----------------------------------------------------------
       LIST-ELIGIBILITY.
           DISPLAY "ENTER STUDENT ID TO LIST, OR BLANK FOR "
               "EVERYONE >>"
           ACCEPT WS-STUDENT-ID
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "-------------------------------------------------"
           DISPLAY "STU  | EFFECTIVE | ENDS      | R | EMPLOYEE | PCT"
               " | CAP"
           DISPLAY "-------------------------------------------------"

           OPEN INPUT REMISSION-FILE
           IF WS-TRM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               IF WS-STUDENT-ID NOT = SPACES
                   MOVE WS-STUDENT-ID TO TRM-STUDENT-ID
                   MOVE LOW-VALUES    TO TRM-EFF-DATE
                   START REMISSION-FILE KEY IS NOT LESS THAN TRM-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REMISSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-STUDENT-ID NOT = SPACES
                           AND TRM-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF TRM-CREDIT-CAP = 0
                               MOVE "NO CAP" TO WS-CAP-TEXT
                           ELSE
                               MOVE SPACES TO WS-CAP-TEXT
                               MOVE TRM-CREDIT-CAP TO WS-CAP-TEXT(1:2)
                           END-IF
                           DISPLAY TRM-STUDENT-ID " | " TRM-EFF-DATE
                               "  | " TRM-END-DATE "  | "
                               TRM-RELATION " | " TRM-EMPLOYEE-ID
                               " | " TRM-PCT " | " WS-CAP-TEXT
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRM-FILE-STATUS NOT = "35"
               CLOSE REMISSION-FILE
           END-IF

           DISPLAY "-------------------------------------------------"
           IF WS-LIST-COUNT = 0
               DISPLAY "(NO ELIGIBILITY ON FILE)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               DISPLAY "TOTAL ELIGIBILITY ROWS: " WS-LIST-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
