       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0191.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COMPLIANCE-REQ-FILE
               ASSIGN TO "compliance-requirements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-CODE
               FILE STATUS IS WS-CRQ-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO "student-compliance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD COMPLIANCE-REQ-FILE.
       COPY "CMPREQREC.CPY".  *> Shared compliance-requirement layout (CRQ-CODE, ...)

       FD COMPLIANCE-FILE.
       COPY "CMPLREC.CPY".    *> Shared student compliance layout (CMP-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-CRQ-STATUS        PIC XX.               *> COMPLIANCE-REQ-FILE I/O status
       01 WS-CMP-STATUS        PIC XX.               *> COMPLIANCE-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-HOLD-STATUS       PIC XX.               *> HOLD-FILE I/O status
       01 WS-ACTION            PIC X.                *> R=received, W=waiver, L=list
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0191". *> Logged-in user, for CMP-UPDATED-BY
       01 WS-STUDENT-ID        PIC X(4).             *> Student keyed
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup result
       01 WS-REQ-CODE          PIC X(6).             *> Requirement keyed
       01 WS-REQ-DESC          PIC X(30).            *> ...its description
       01 WS-RECEIVED-DATE     PIC X(8).             *> Proof received date keyed
       01 WS-EXPIRY-DATE       PIC X(8).             *> Proof expiry date keyed
       01 WS-WAIVER            PIC X(1).             *> Waiver type keyed
       01 WS-NOTE              PIC X(20).            *> Note keyed
       01 WS-ROW-EXISTS        PIC X VALUE "N".      *> Student already has a row
       01 WS-SAVED             PIC X VALUE "N".      *> The row was written
       01 WS-HOLD-RELEASED     PIC X VALUE "N".      *> A health hold came off
       01 WS-EOF               PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Requirements listed
       01 WS-STATE-TEXT        PIC X(10).            *> State for printing
       01 WS-DEADLINE-DISPLAY  PIC X(8).             *> Deadline for printing

      *> The compliance row as it stood before this change, for the
      *> audit before-image.
       01 WS-OLD-COMPLIANCE    PIC X(63) VALUE SPACES.

       COPY "CMPLWS.CPY".     *> Fields used by the shared compliance-check paragraphs
       COPY "AGEWS.CPY".      *> Fields used by the shared VALIDATE-MIN-AGE paragraph
       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   S T U D E N T   H E A L T H   R E C O R D S |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

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
               EXIT PROGRAM
           END-IF

           MOVE F-ID          TO WS-CMP-STUDENT
           MOVE F-BIRTHDATE   TO WS-CMP-BIRTHDATE
           MOVE F-CAMPUS      TO WS-CMP-CAMPUS
           MOVE F-INSERT-DATE TO WS-CMP-ADMIT-DATE

           PERFORM LIST-COMPLIANCE

           DISPLAY "RECORD PROOF RECEIVED, RECORD A WAIVER, OR EXIT? "
               "(R/W, ANYTHING ELSE TO EXIT) >>"
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM RECORD-RECEIVED
               WHEN "W"
                   PERFORM RECORD-WAIVER
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LIST-COMPLIANCE - every requirement on file against this
      *> student: whether it covers them, and if so whether it is
      *> met, outstanding or overdue, and what is on record.
      *>-----------------------------------------------------------
       LIST-COMPLIANCE.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "CODE   | DESCRIPTION                    | STATE    "
               "  | DUE      | RECEIVED | EXPIRES  | W"
           DISPLAY "-----------------------------------------------"
               "----------------------------------------"

           OPEN INPUT COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPLIANCE-REQ-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM SHOW-ONE-REQUIREMENT
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-REQ-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO REQUIREMENTS ON FILE.)"
           END-IF.

       SHOW-ONE-REQUIREMENT.
           PERFORM CMP-EVALUATE-REQUIREMENT
           EVALUATE WS-CMP-STATE
               WHEN "N"
                   MOVE "N/A"        TO WS-STATE-TEXT
               WHEN "C"
                   MOVE "MET"        TO WS-STATE-TEXT
               WHEN "P"
                   MOVE "OUTSTAND"   TO WS-STATE-TEXT
               WHEN "O"
                   MOVE "OVERDUE"    TO WS-STATE-TEXT
           END-EVALUATE
           IF WS-CMP-EXPIRED = "Y"
               MOVE "EXPIRED"        TO WS-STATE-TEXT
           END-IF
           IF WS-CMP-DEADLINE = SPACES
               MOVE "--------"       TO WS-DEADLINE-DISPLAY
           ELSE
               MOVE WS-CMP-DEADLINE  TO WS-DEADLINE-DISPLAY
           END-IF
           IF WS-CMP-STATE = "N"
               MOVE SPACES           TO WS-DEADLINE-DISPLAY
           END-IF

           IF WS-CMP-ROW-FOUND = "Y"
               DISPLAY CRQ-CODE " | " CRQ-DESC " | " WS-STATE-TEXT
                   " | " WS-DEADLINE-DISPLAY " | " CMP-RECEIVED-DATE
                   " | " CMP-EXPIRY-DATE " | " CMP-WAIVER
           ELSE
               DISPLAY CRQ-CODE " | " CRQ-DESC " | " WS-STATE-TEXT
                   " | " WS-DEADLINE-DISPLAY " |          |"
                   "          |"
           END-IF
           ADD 1 TO WS-LIST-COUNT.

      *>-----------------------------------------------------------
      *> RECORD-RECEIVED - the proof for one requirement has come
      *> in.  Keying it again replaces the dates (a booster, a new
      *> TB test); any waiver already on the row is left alone.
      *>-----------------------------------------------------------
       RECORD-RECEIVED.
           PERFORM ACCEPT-REQ-CODE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER DATE RECEIVED (YYYYMMDD, BLANK = TODAY) >>"
           ACCEPT WS-RECEIVED-DATE
           IF WS-RECEIVED-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-RECEIVED-DATE
           END-IF
           MOVE WS-RECEIVED-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               OR WS-RECEIVED-DATE > WS-TODAY-FORMATTED
               DISPLAY "***ERROR: RECEIVED DATE MUST BE A REAL DATE, "
                   "NOT IN THE FUTURE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, BLANK = NEVER) >>"
           ACCEPT WS-EXPIRY-DATE
           IF WS-EXPIRY-DATE NOT = SPACES
               MOVE WS-EXPIRY-DATE TO WS-VALIDATE-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   OR WS-EXPIRY-DATE < WS-RECEIVED-DATE
                   DISPLAY "***ERROR: EXPIRY MUST BE A REAL DATE ON "
                       "OR AFTER THE RECEIVED DATE.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "ENTER NOTE (MAX 20 CHARS, E.G. CLINIC NAME) >>"
           ACCEPT WS-NOTE
           MOVE FUNCTION UPPER-CASE(WS-NOTE) TO WS-NOTE

           PERFORM LOCK-AND-READ-ROW
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RECEIVED-DATE TO CMP-RECEIVED-DATE
           MOVE WS-EXPIRY-DATE   TO CMP-EXPIRY-DATE
           MOVE WS-NOTE          TO CMP-NOTE
           MOVE "COMPLY"         TO AUDIT-OPERATION
           PERFORM SAVE-COMPLIANCE-ROW.

      *>-----------------------------------------------------------
      *> RECORD-WAIVER - excuses the student from one requirement
      *> (M = medical, R = religious or personal), or takes a
      *> waiver back off (blank), which leaves any proof on the row
      *> to stand on its own.
      *>-----------------------------------------------------------
       RECORD-WAIVER.
           PERFORM ACCEPT-REQ-CODE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER WAIVER - M=MEDICAL, R=RELIGIOUS/PERSONAL, "
               "BLANK = REMOVE >>"
           ACCEPT WS-WAIVER
           MOVE FUNCTION UPPER-CASE(WS-WAIVER) TO WS-WAIVER
           IF WS-WAIVER NOT = "M" AND WS-WAIVER NOT = "R"
               AND WS-WAIVER NOT = SPACE
               DISPLAY "***ERROR: WAIVER MUST BE M, R OR BLANK.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER NOTE (MAX 20 CHARS, E.G. WHO APPROVED) >>"
           ACCEPT WS-NOTE
           MOVE FUNCTION UPPER-CASE(WS-NOTE) TO WS-NOTE

           PERFORM LOCK-AND-READ-ROW
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-EXISTS = "N" AND WS-WAIVER = SPACE
               DISPLAY "***ERROR: NO WAIVER ON FILE TO REMOVE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WAIVER TO CMP-WAIVER
           MOVE WS-NOTE   TO CMP-NOTE
           MOVE "WAIVER"  TO AUDIT-OPERATION
           PERFORM SAVE-COMPLIANCE-ROW.

      *>-----------------------------------------------------------
      *> ACCEPT-REQ-CODE - a requirement that is on file.
      *>-----------------------------------------------------------
       ACCEPT-REQ-CODE.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER REQUIREMENT CODE >>"
           ACCEPT WS-REQ-CODE
           MOVE FUNCTION UPPER-CASE(WS-REQ-CODE) TO WS-REQ-CODE

           MOVE "N" TO WS-FOUND
           OPEN INPUT COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS = "00"
               MOVE WS-REQ-CODE TO CRQ-CODE
               READ COMPLIANCE-REQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"      TO WS-FOUND
                       MOVE CRQ-DESC TO WS-REQ-DESC
               END-READ
               CLOSE COMPLIANCE-REQ-FILE
           END-IF
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO SUCH REQUIREMENT - SEE PRGC0190."
                   "***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> LOCK-AND-READ-ROW - takes the student's compliance lock
      *> and brings the row for WS-REQ-CODE into the record area,
      *> or a blank new one when there is none yet.
      *>-----------------------------------------------------------
       LOCK-AND-READ-ROW.
           MOVE 0 TO RETURN-CODE
           MOVE "CMPL"        TO WS-LOCK-TYPE
           MOVE SPACES        TO WS-LOCK-KEY
           STRING WS-STUDENT-ID WS-REQ-CODE DELIMITED BY SIZE
               INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "N"    TO WS-ROW-EXISTS
           MOVE SPACES TO WS-OLD-COMPLIANCE
           OPEN INPUT COMPLIANCE-FILE
           IF WS-CMP-STATUS = "00"
               MOVE WS-STUDENT-ID TO CMP-STUDENT-ID
               MOVE WS-REQ-CODE   TO CMP-REQ-CODE
               READ COMPLIANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"               TO WS-ROW-EXISTS
                       MOVE COMPLIANCE-RECORD TO WS-OLD-COMPLIANCE
               END-READ
               CLOSE COMPLIANCE-FILE
           END-IF

           IF WS-ROW-EXISTS = "N"
               MOVE SPACES        TO COMPLIANCE-RECORD
               MOVE WS-STUDENT-ID TO CMP-STUDENT-ID
               MOVE WS-REQ-CODE   TO CMP-REQ-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> SAVE-COMPLIANCE-ROW - writes the row built in the record
      *> area (AUDIT-OPERATION already set by the caller), logs it,
      *> drops the lock, then looks at whether the student still
      *> owes anything overdue.
      *>-----------------------------------------------------------
       SAVE-COMPLIANCE-ROW.
           MOVE WS-TODAY-FORMATTED TO CMP-UPDATED-DATE
           MOVE WS-OPERATOR-ID     TO CMP-UPDATED-BY
           MOVE "N"                TO WS-SAVED

      *> The first row ever keyed creates the file.
           OPEN I-O COMPLIANCE-FILE
           IF WS-CMP-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-FILE
               CLOSE COMPLIANCE-FILE
               OPEN I-O COMPLIANCE-FILE
           END-IF
           IF WS-ROW-EXISTS = "Y"
               REWRITE COMPLIANCE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SAVED
               END-REWRITE
           ELSE
               WRITE COMPLIANCE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SAVED
               END-WRITE
           END-IF
           CLOSE COMPLIANCE-FILE

           IF WS-SAVED = "Y"
               MOVE WS-OLD-COMPLIANCE TO WS-AUDIT-BEFORE
               MOVE SPACES            TO WS-AUDIT-AFTER
               MOVE COMPLIANCE-RECORD TO WS-AUDIT-AFTER(1:63)
               MOVE "PRGC0191"        TO AUDIT-PROGRAM
               MOVE WS-STUDENT-ID     TO AUDIT-STUDENT-ID
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "*** " WS-REQ-CODE " RECORDED FOR STUDENT "
                   WS-STUDENT-ID ". ***"
           ELSE
               DISPLAY "***ERROR: UNABLE TO WRITE COMPLIANCE RECORD."
                   "***"
           END-IF

           PERFORM RELEASE-RECORD-LOCK

           IF WS-SAVED = "N"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM RECHECK-HEALTH-HOLD
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> RECHECK-HEALTH-HOLD - with nothing left overdue, an active
      *> health hold comes off now rather than waiting for the
      *> nightly sweep, so the student can register today.  One
      *> still overdue leaves the hold for PRGK0192 to manage.
      *>-----------------------------------------------------------
       RECHECK-HEALTH-HOLD.
           PERFORM CHECK-STUDENT-COMPLIANCE
           IF WS-CMP-OVERDUE-COUNT > 0
               DISPLAY "STILL OVERDUE: " WS-CMP-OVERDUE-COUNT
                   " REQUIREMENT(S), STARTING WITH "
                   WS-CMP-FIRST-OVERDUE
               EXIT PARAGRAPH
           END-IF

           MOVE "HOLD"        TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               DISPLAY "(HOLD FILE BUSY - ANY HEALTH HOLD WILL BE "
                   "RELEASED BY TONIGHT'S SWEEP.)"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HOLD-RELEASED
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE WS-STUDENT-ID TO HOLD-STUDENT-ID
               MOVE "H"           TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-RELEASE-DATE = SPACES
                           MOVE WS-TODAY-FORMATTED
                             TO HOLD-RELEASE-DATE
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO WS-HOLD-RELEASED
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE HOLD-FILE
           END-IF

           IF WS-HOLD-RELEASED = "Y"
               MOVE SPACES        TO WS-AUDIT-BEFORE
               MOVE SPACES        TO WS-AUDIT-AFTER
               MOVE HOLD-RECORD   TO WS-AUDIT-AFTER(1:59)
               MOVE "PRGC0191"    TO AUDIT-PROGRAM
               MOVE WS-STUDENT-ID TO AUDIT-STUDENT-ID
               MOVE "UNHOLD"      TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "*** HEALTH HOLD RELEASED. ***"
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

       COPY "CMPLVAL.CPY".    *> Shared compliance-check paragraphs
       COPY "AGEVAL.CPY".     *> Shared VALIDATE-MIN-AGE paragraph
       COPY "DATEVAL.CPY".    *> Shared VALIDATE-DATE paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
