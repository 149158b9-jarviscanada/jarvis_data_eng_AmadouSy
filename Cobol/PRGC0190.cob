       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0190.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LOCATION-FILE ASSIGN TO "campuses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLIANCE-REQ-FILE.
       COPY "CMPREQREC.CPY".  *> Shared compliance-requirement layout (CRQ-CODE, ...)

       FD COMPLIANCE-FILE.
       COPY "CMPLREC.CPY".    *> Shared student compliance layout (CMP-KEY, ...)

       FD LOCATION-FILE.
       COPY "LOCREC.CPY".     *> Shared campus/location layout (LOC-CODE, LOC-NAME)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-CRQ-STATUS        PIC XX.               *> COMPLIANCE-REQ-FILE I/O status
       01 WS-CMP-STATUS        PIC XX.               *> COMPLIANCE-FILE I/O status
       01 WS-LOC-STATUS        PIC XX.               *> LOCATION-FILE I/O status
       01 WS-ACTION            PIC X.                *> S=set, D=delete, L=list
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0190". *> Logged-in user, for CRQ-UPDATED-BY
       01 WS-REQ-CODE          PIC X(6).             *> Requirement code keyed
       01 WS-REQ-DESC          PIC X(30).            *> Description keyed
       01 WS-EFF-DATE          PIC X(8).             *> Admitted-on-or-after date keyed
       01 WS-CAMPUS            PIC X(3).             *> Campus keyed
       01 WS-CAMPUS-OK         PIC X VALUE "N".      *> Campus code is known
       01 WS-MIN-AGE           PIC 9(3) VALUE 0.     *> Youngest age covered, 0 = none
       01 WS-MAX-AGE           PIC 9(3) VALUE 0.     *> Oldest age covered, 0 = none
       01 WS-TERM-NO           PIC 9(1) VALUE 2.     *> Due before this term
       01 WS-REQ-STATUS        PIC X(1).             *> A=active, I=inactive
       01 WS-NUM-RAW           PIC X(4).             *> Numeric answer as keyed
       01 WS-NUM-VALUE         PIC 9(3) VALUE 0.     *> ...and its value
       01 WS-IN-USE            PIC X VALUE "N".      *> Compliance rows reference it
       01 WS-USE-COUNT         PIC 9(5) VALUE 0.     *> ...how many
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-CAMPUS-DISPLAY    PIC X(5).             *> Campus column for printing

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| C O M P L I A N C E   R E Q U I R E M E N T S |"
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

           DISPLAY "SET, DELETE OR LIST REQUIREMENTS? (S/D/L) >>"
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM SET-REQUIREMENT
               WHEN "D"
                   PERFORM DELETE-REQUIREMENT
               WHEN "L"
                   PERFORM LIST-REQUIREMENTS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SET-REQUIREMENT - adds a requirement or rewrites one on
      *> file.  Retiring one is done by setting it inactive, which
      *> lets the next nightly sweep lift any health hold it was
      *> the only reason for.
      *>-----------------------------------------------------------
       SET-REQUIREMENT.
           PERFORM ACCEPT-REQ-CODE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER DESCRIPTION (MAX 30 CHARS) >>"
           ACCEPT WS-REQ-DESC
           MOVE FUNCTION UPPER-CASE(WS-REQ-DESC) TO WS-REQ-DESC
           IF WS-REQ-DESC = SPACES
               DISPLAY "***ERROR: DESCRIPTION IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "APPLIES TO STUDENTS ADMITTED ON OR AFTER "
               "(YYYYMMDD, BLANK = ALL) >>"
           ACCEPT WS-EFF-DATE
           IF WS-EFF-DATE NOT = SPACES
               MOVE WS-EFF-DATE TO WS-VALIDATE-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   DISPLAY "***ERROR: INVALID DATE.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ACCEPT-CAMPUS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "YOUNGEST AGE COVERED (BLANK = NO MINIMUM) >>"
           PERFORM ACCEPT-NUMBER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-MIN-AGE

           DISPLAY "OLDEST AGE COVERED (BLANK = NO MAXIMUM) >>"
           PERFORM ACCEPT-NUMBER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-MAX-AGE

           IF WS-MAX-AGE > 0 AND WS-MAX-AGE < WS-MIN-AGE
               DISPLAY "***ERROR: OLDEST AGE IS BELOW THE YOUNGEST."
                   "***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DUE BEFORE THE STUDENT'S TERM NUMBER (1-9, "
               "BLANK = 2) >>"
           PERFORM ACCEPT-NUMBER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-VALUE = 0
               MOVE 2 TO WS-TERM-NO
           ELSE
               IF WS-NUM-VALUE > 9
                   DISPLAY "***ERROR: TERM NUMBER MUST BE 1-9.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-VALUE TO WS-TERM-NO
           END-IF

           DISPLAY "STATUS (A = ACTIVE, I = INACTIVE, BLANK = A) >>"
           ACCEPT WS-REQ-STATUS
           MOVE FUNCTION UPPER-CASE(WS-REQ-STATUS) TO WS-REQ-STATUS
           IF WS-REQ-STATUS = SPACE
               MOVE "A" TO WS-REQ-STATUS
           END-IF
           IF WS-REQ-STATUS NOT = "A" AND WS-REQ-STATUS NOT = "I"
               DISPLAY "***ERROR: STATUS MUST BE A OR I.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "CRQ"       TO WS-LOCK-TYPE
           MOVE WS-REQ-CODE TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-CODE        TO CRQ-CODE
           MOVE WS-REQ-DESC        TO CRQ-DESC
           MOVE WS-EFF-DATE        TO CRQ-EFF-DATE
           MOVE WS-CAMPUS          TO CRQ-CAMPUS
           MOVE WS-MIN-AGE         TO CRQ-MIN-AGE
           MOVE WS-MAX-AGE         TO CRQ-MAX-AGE
           MOVE WS-TERM-NO         TO CRQ-TERM-NO
           MOVE WS-REQ-STATUS      TO CRQ-STATUS
           MOVE WS-TODAY-FORMATTED TO CRQ-UPDATED-DATE
           MOVE WS-OPERATOR-ID     TO CRQ-UPDATED-BY

      *> The first requirement ever keyed creates the file.
           OPEN I-O COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-REQ-FILE
               CLOSE COMPLIANCE-REQ-FILE
               OPEN I-O COMPLIANCE-REQ-FILE
           END-IF
           WRITE COMPLIANCE-REQ-RECORD
               INVALID KEY
                   REWRITE COMPLIANCE-REQ-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE "
                               "REQUIREMENT.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** REQUIREMENT REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** REQUIREMENT ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE COMPLIANCE-REQ-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> DELETE-REQUIREMENT - removes a requirement keyed in error.
      *> One that students already have records against is refused;
      *> set it inactive instead so those records keep meaning.
      *>-----------------------------------------------------------
       DELETE-REQUIREMENT.
           PERFORM ACCEPT-REQ-CODE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REQ-IN-USE
           IF WS-IN-USE = "Y"
               DISPLAY "***ERROR: " WS-USE-COUNT " STUDENT RECORD(S) "
                   "REFER TO " WS-REQ-CODE
               DISPLAY "   - SET IT INACTIVE INSTEAD.***"
               MOVE 6 TO RETURN-CODE              *> 6 = conflict
               EXIT PARAGRAPH
           END-IF

           MOVE "CRQ"       TO WS-LOCK-TYPE
           MOVE WS-REQ-CODE TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS NOT = "00"
               DISPLAY "***ERROR: NO REQUIREMENTS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-CODE TO CRQ-CODE
           READ COMPLIANCE-REQ-FILE
               INVALID KEY
                   DISPLAY "***ERROR: REQUIREMENT NOT FOUND.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   DELETE COMPLIANCE-REQ-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO DELETE "
                               "REQUIREMENT.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** REQUIREMENT DELETED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE COMPLIANCE-REQ-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-REQ-CODE - the requirement code, not blank.
      *>-----------------------------------------------------------
       ACCEPT-REQ-CODE.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER REQUIREMENT CODE (MAX 6 CHARS, E.G. MMR) >>"
           ACCEPT WS-REQ-CODE
           MOVE FUNCTION UPPER-CASE(WS-REQ-CODE) TO WS-REQ-CODE
           IF WS-REQ-CODE = SPACES
               DISPLAY "***ERROR: REQUIREMENT CODE IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-CAMPUS - blank, ALL, or a code on campuses.txt,
      *> checked the way PRGC0180 checks a closure's campus.
      *>-----------------------------------------------------------
       ACCEPT-CAMPUS.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER CAMPUS CODE (BLANK = MAIN, ALL = EVERY "
               "CAMPUS) >>"
           ACCEPT WS-CAMPUS
           MOVE FUNCTION UPPER-CASE(WS-CAMPUS) TO WS-CAMPUS

           MOVE "N" TO WS-CAMPUS-OK
           IF WS-CAMPUS = SPACES OR WS-CAMPUS = "ALL"
               MOVE "Y" TO WS-CAMPUS-OK
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOC-STATUS = "00"
                   MOVE WS-CAMPUS TO LOC-CODE
                   READ LOCATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CAMPUS-OK
                   END-READ
                   CLOSE LOCATION-FILE
               END-IF
           END-IF
           IF WS-CAMPUS-OK = "N"
               DISPLAY "***ERROR: UNKNOWN CAMPUS CODE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-NUMBER - a whole number 0-999 into WS-NUM-VALUE,
      *> blank counting as 0.
      *>-----------------------------------------------------------
       ACCEPT-NUMBER.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-NUM-VALUE
           ACCEPT WS-NUM-RAW
           IF WS-NUM-RAW = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-NUM-RAW) NOT = 0
               DISPLAY "***ERROR: MUST BE A WHOLE NUMBER.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-NUM-RAW) < 0
               OR FUNCTION NUMVAL(WS-NUM-RAW) > 999
               DISPLAY "***ERROR: MUST BE 0 TO 999.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-RAW).

      *>-----------------------------------------------------------
      *> CHECK-REQ-IN-USE - counts student-compliance.txt rows for
      *> the requirement.
      *>-----------------------------------------------------------
       CHECK-REQ-IN-USE.
           MOVE "N" TO WS-IN-USE
           MOVE 0   TO WS-USE-COUNT
           OPEN INPUT COMPLIANCE-FILE
           IF WS-CMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ COMPLIANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CMP-REQ-CODE = WS-REQ-CODE
                           MOVE "Y" TO WS-IN-USE
                           ADD 1 TO WS-USE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLIANCE-FILE.

      *>-----------------------------------------------------------
      *> LIST-REQUIREMENTS - every requirement on file, active or
      *> not, in code order.
      *>-----------------------------------------------------------
       LIST-REQUIREMENTS.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "CODE   | DESCRIPTION                    | ADMITTED"
               " | CAMP  | AGES    | TERM | ST"
           DISPLAY "-----------------------------------------------"
               "-----------------------------------"

           OPEN INPUT COMPLIANCE-REQ-FILE
           IF WS-CRQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPLIANCE-REQ-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CRQ-CAMPUS = SPACES
                               MOVE "(BLK)" TO WS-CAMPUS-DISPLAY
                           ELSE
                               MOVE CRQ-CAMPUS TO WS-CAMPUS-DISPLAY
                           END-IF
                           DISPLAY CRQ-CODE " | " CRQ-DESC " | "
                               CRQ-EFF-DATE " | " WS-CAMPUS-DISPLAY
                               " | " CRQ-MIN-AGE "-" CRQ-MAX-AGE
                               " |  " CRQ-TERM-NO "   | " CRQ-STATUS
                           ADD 1 TO WS-LIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-REQ-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO REQUIREMENTS ON FILE.)"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               DISPLAY "TOTAL REQUIREMENTS: " WS-LIST-COUNT
               DISPLAY "(AGES 000 = NO LIMIT; TERM = DUE BEFORE THE "
                   "STUDENT'S NTH TERM.)"
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "DATEVAL.CPY".    *> Shared VALIDATE-DATE paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
