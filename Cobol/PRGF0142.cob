       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0142.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT ADVISOR-FILE ASSIGN TO "advisor-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD ADVISOR-FILE.
       COPY "ADVISREC.CPY".   *> Shared advisor-assignment layout (ADV-STUDENT-ID, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-INSTR-STATUS      PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-ADV-STATUS        PIC XX.               *> ADVISOR-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=assign, R=reassign all, S=show
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-INSTR-INPUT       PIC X(4).             *> Advisor ID as keyed
       01 WS-FOUND             PIC X VALUE "N".      *> Student/row found flag
       01 WS-INSTR-FOUND       PIC X VALUE "N".      *> Advisor lookup flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for ADV-ASSIGNED-BY
       01 WS-EFFECTIVE-INPUT   PIC X(8).             *> Effective date as keyed
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)

       COPY "ADVISWS.CPY".    *> Fields used by the shared REASSIGN-ADVISEES paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   F A C U L T Y   A D V I S O R S             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ASSIGN A STUDENT'S ADVISOR, REASSIGN ALL OF ONE "
               "ADVISOR'S ADVISEES,"
           DISPLAY "OR SHOW A STUDENT'S ADVISOR? (A/R/S) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ASSIGN-ADVISOR
               WHEN "R"
                   PERFORM REASSIGN-ALL-ADVISEES
               WHEN "S"
                   PERFORM SHOW-ADVISOR
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ASSIGN-ADVISOR - names (or changes) one student's advisor.
      *> The advisor must be an ACTIVE instructor.  A change keeps
      *> the advisor being replaced in ADV-PRIOR-INSTR-ID, and the
      *> old and new rows both land on the audit trail.
      *>-----------------------------------------------------------
       ASSIGN-ADVISOR.
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
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER ADVISOR INSTRUCTOR ID (4 DIGITS) >>"
           ACCEPT WS-INSTR-INPUT
           PERFORM VALIDATE-ADVISOR
           IF WS-INSTR-FOUND = "N"
               DISPLAY "***ERROR: INSTRUCTOR ID NOT FOUND OR "
                   "INACTIVE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD), OR BLANK FOR "
               "TODAY >>"
           ACCEPT WS-EFFECTIVE-INPUT
           IF WS-EFFECTIVE-INPUT = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-EFFECTIVE-INPUT
           END-IF
           IF WS-EFFECTIVE-INPUT IS NOT NUMERIC
               DISPLAY "***ERROR: EFFECTIVE DATE MUST BE YYYYMMDD.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "ADVISE"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER

           OPEN I-O ADVISOR-FILE
           IF WS-ADV-STATUS = "35"
               OPEN OUTPUT ADVISOR-FILE
               CLOSE ADVISOR-FILE
               OPEN I-O ADVISOR-FILE
           END-IF

           MOVE WS-STUDENT-ID TO ADV-STUDENT-ID
           READ ADVISOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               IF ADV-INSTR-ID = WS-INSTR-INPUT
                   DISPLAY "***ERROR: " WS-INSTR-INPUT " IS ALREADY "
                       "THIS STUDENT'S ADVISOR.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = nothing to do
                   CLOSE ADVISOR-FILE
                   PERFORM RELEASE-RECORD-LOCK
                   EXIT PARAGRAPH
               END-IF
               MOVE ADVISOR-RECORD TO WS-AUDIT-BEFORE(1:28)
               MOVE ADV-INSTR-ID   TO ADV-PRIOR-INSTR-ID
           ELSE
               MOVE WS-STUDENT-ID  TO ADV-STUDENT-ID
               MOVE SPACES         TO ADV-PRIOR-INSTR-ID
           END-IF

           MOVE WS-INSTR-INPUT     TO ADV-INSTR-ID
           MOVE WS-EFFECTIVE-INPUT TO ADV-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID     TO ADV-ASSIGNED-BY

           IF WS-FOUND = "Y"
               REWRITE ADVISOR-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO CHANGE "
                           "ADVISOR.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** ADVISOR CHANGED FROM "
                           ADV-PRIOR-INSTR-ID " TO " ADV-INSTR-ID
                           ". ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-ASSIGNMENT
               END-REWRITE
           ELSE
               WRITE ADVISOR-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO ASSIGN "
                           "ADVISOR.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** ADVISOR " ADV-INSTR-ID
                           " ASSIGNED. ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-ASSIGNMENT
               END-WRITE
           END-IF
           CLOSE ADVISOR-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> REASSIGN-ALL-ADVISEES - moves every advisee of one advisor
      *> to another in one pass (an advisor going on leave, say).
      *> PRGD0046 runs the same shared sweep when the advisor is
      *> deactivated outright.
      *>-----------------------------------------------------------
       REASSIGN-ALL-ADVISEES.
           DISPLAY "ENTER ADVISOR GIVING UP ADVISEES (4 DIGITS) >>"
           ACCEPT WS-ADV-FROM-INSTR
           DISPLAY "ENTER NEW ADVISOR (4 DIGITS) >>"
           ACCEPT WS-INSTR-INPUT

           IF WS-INSTR-INPUT = WS-ADV-FROM-INSTR
               DISPLAY "***ERROR: NEW ADVISOR MUST DIFFER FROM THE "
                   "OLD.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-ADVISOR
           IF WS-INSTR-FOUND = "N"
               DISPLAY "***ERROR: NEW ADVISOR NOT FOUND OR "
                   "INACTIVE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MOVE EVERY ADVISEE OF " WS-ADV-FROM-INSTR " TO "
               WS-INSTR-INPUT "? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "REASSIGNMENT NOT CONFIRMED."
               MOVE 4 TO RETURN-CODE              *> 4 = not confirmed
               EXIT PARAGRAPH
           END-IF

           MOVE "ADVISE"          TO WS-LOCK-TYPE
           MOVE WS-ADV-FROM-INSTR TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INSTR-INPUT     TO WS-ADV-TO-INSTR
           MOVE WS-OPERATOR-ID     TO WS-ADV-OPERATOR
           MOVE WS-TODAY-FORMATTED TO WS-ADV-TODAY
           MOVE "PRGF0142"         TO WS-ADV-PROGRAM
           PERFORM REASSIGN-ADVISEES

           PERFORM RELEASE-RECORD-LOCK

           DISPLAY "*** " WS-ADV-COUNT " ADVISEE(S) MOVED TO "
               WS-ADV-TO-INSTR ". ***"
           IF WS-ADV-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to move
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> SHOW-ADVISOR - one student's current assignment.
      *>-----------------------------------------------------------
       SHOW-ADVISOR.
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           MOVE WS-STUDENT-ID TO ADV-STUDENT-ID
           OPEN INPUT ADVISOR-FILE
           IF WS-ADV-STATUS NOT = "00"
               MOVE "N" TO WS-FOUND
           ELSE
               READ ADVISOR-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE ADVISOR-FILE
           END-IF

           IF WS-FOUND = "N" OR ADV-INSTR-ID = SPACES
               DISPLAY "STUDENT " WS-STUDENT-ID " HAS NO ADVISOR "
                   "ASSIGNED."
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           MOVE ADV-INSTR-ID TO INSTR-ID
           OPEN INPUT INSTRUCTOR-FILE
           READ INSTRUCTOR-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO INSTR-NAME
           END-READ
           CLOSE INSTRUCTOR-FILE

           DISPLAY "STUDENT " WS-STUDENT-ID " ADVISOR " ADV-INSTR-ID
               " " INSTR-NAME
           DISPLAY "  EFFECTIVE " ADV-EFFECTIVE-DATE " ASSIGNED BY "
               ADV-ASSIGNED-BY " PREVIOUS ADVISOR " ADV-PRIOR-INSTR-ID
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> VALIDATE-ADVISOR - WS-INSTR-INPUT must be an ACTIVE
      *> instructor; a deactivated one cannot take advisees.
      *>-----------------------------------------------------------
       VALIDATE-ADVISOR.
           MOVE WS-INSTR-INPUT TO INSTR-ID
           OPEN INPUT INSTRUCTOR-FILE
           READ INSTRUCTOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-INSTR-FOUND
               NOT INVALID KEY
                   IF INSTR-STATUS = "I"
                       MOVE "N" TO WS-INSTR-FOUND
                   ELSE
                       MOVE "Y" TO WS-INSTR-FOUND
                   END-IF
           END-READ
           CLOSE INSTRUCTOR-FILE.

      *>-----------------------------------------------------------
      *> LOG-ASSIGNMENT - the assignment row just written, with the
      *> row it replaced (if any) as the before-image.
      *>-----------------------------------------------------------
       LOG-ASSIGNMENT.
           MOVE ADVISOR-RECORD TO WS-AUDIT-AFTER(1:28)
           MOVE "PRGF0142"     TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID  TO AUDIT-STUDENT-ID
           MOVE "ADVISOR"      TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG.

       COPY "ADVISVAL.CPY".   *> Shared bulk advisee-reassignment paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
