       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0145.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT GRAD-APP-FILE ASSIGN TO "graduation-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GA-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD GRAD-APP-FILE.
       COPY "GRADAPREC.CPY".  *> Shared graduation-application layout (GA-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-DEGREE-STATUS     PIC XX.               *> DEGREE-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-GA-STATUS         PIC XX.               *> GRAD-APP-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=apply, T=move term, W=withdraw, L=list
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-DEG-INPUT         PIC X(6).             *> Program code as keyed
       01 WS-TERM-INPUT        PIC X(6).             *> Expected term as keyed
       01 WS-NAME-INPUT        PIC X(40).            *> Diploma name as keyed
       01 WS-FOUND             PIC X VALUE "N".      *> Student/row found flag
       01 WS-TERM-FOUND        PIC X VALUE "N".      *> Term lookup flag
       01 WS-EOF               PIC X VALUE "N".      *> Application-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(5) VALUE 0.     *> Applications listed
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for GA-ENTERED-BY
       01 WS-STATUS-NAME       PIC X(9).             *> GA-STATUS spelled out

       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  A P P L Y   T O   G R A D U A T E            |"
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

           DISPLAY "APPLY, MOVE AN APPLICATION TO ANOTHER TERM, "
               "WITHDRAW AN APPLICATION,"
           DISPLAY "OR LIST APPLICATIONS FOR A TERM? (A/T/W/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM APPLY-TO-GRADUATE
               WHEN "T"
                   PERFORM MOVE-EXPECTED-TERM
               WHEN "W"
                   PERFORM WITHDRAW-APPLICATION
               WHEN "L"
                   PERFORM LIST-APPLICATIONS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> APPLY-TO-GRADUATE - records one student's application for
      *> a degree in an expected term.  The program must be on the
      *> degree master and the term on the calendar.  A withdrawn
      *> application is taken up again over its own row; a pending
      *> or conferred one is refused.
      *>-----------------------------------------------------------
       APPLY-TO-GRADUATE.
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
           IF F-STATUS NOT = "A"
               DISPLAY "***ERROR: ONLY AN ACTIVE STUDENT MAY APPLY TO "
                   "GRADUATE (STATUS " F-STATUS ").***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER PROGRAM CODE, OR BLANK FOR " F-PROGRAM " >>"
           ACCEPT WS-DEG-INPUT
           IF WS-DEG-INPUT = SPACES
               MOVE F-PROGRAM TO WS-DEG-INPUT
           END-IF
           MOVE WS-DEG-INPUT   TO WS-CAT-PROGRAM
           MOVE F-CATALOG-YEAR TO WS-CAT-YEAR
           PERFORM FIND-CATALOG-REQUIREMENTS
           IF WS-DEG-INPUT = SPACES OR WS-CAT-FOUND = "N"
               DISPLAY "***ERROR: PROGRAM NOT ON THE DEGREE PROGRAM "
                   "MASTER.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER EXPECTED TERM, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-TERM-INPUT
           IF WS-TERM-INPUT = SPACES
               MOVE WS-TERM-CURRENT TO WS-TERM-INPUT
           END-IF
           PERFORM VALIDATE-TERM
           IF WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER NAME FOR THE DIPLOMA, OR BLANK FOR "
           DISPLAY "  " F-NAME " >>"
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               MOVE F-NAME TO WS-NAME-INPUT
           END-IF

           MOVE "GRDAPP"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER

           OPEN I-O GRAD-APP-FILE
           IF WS-GA-STATUS = "35"
               OPEN OUTPUT GRAD-APP-FILE
               CLOSE GRAD-APP-FILE
               OPEN I-O GRAD-APP-FILE
           END-IF

           MOVE WS-STUDENT-ID TO GA-STUDENT-ID
           MOVE WS-DEG-INPUT  TO GA-DEG-CODE
           READ GRAD-APP-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y" AND GA-STATUS NOT = "W"
               IF GA-STATUS = "C"
                   DISPLAY "***ERROR: " WS-DEG-INPUT " WAS ALREADY "
                       "CONFERRED ON THIS STUDENT.***"
               ELSE
                   DISPLAY "***ERROR: AN APPLICATION FOR "
                       WS-DEG-INPUT " IS ALREADY PENDING FOR "
                       GA-EXPECTED-TERM " - USE T TO MOVE IT.***"
               END-IF
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               CLOSE GRAD-APP-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND = "Y"
               MOVE GRAD-APP-RECORD TO WS-AUDIT-BEFORE(1:81)
           END-IF

           MOVE WS-STUDENT-ID      TO GA-STUDENT-ID
           MOVE WS-DEG-INPUT       TO GA-DEG-CODE
           MOVE WS-TERM-INPUT      TO GA-EXPECTED-TERM
           MOVE WS-TODAY-FORMATTED TO GA-APPLIED-DATE
           MOVE WS-NAME-INPUT      TO GA-DIPLOMA-NAME
           MOVE "P"                TO GA-STATUS
           MOVE WS-TODAY-FORMATTED TO GA-STATUS-DATE
           MOVE WS-OPERATOR-ID     TO GA-ENTERED-BY

           IF WS-FOUND = "Y"
               REWRITE GRAD-APP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD "
                           "APPLICATION.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** APPLICATION TO GRADUATE IN "
                           GA-EXPECTED-TERM " RECORDED. ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-APPLICATION
               END-REWRITE
           ELSE
               WRITE GRAD-APP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD "
                           "APPLICATION.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** APPLICATION TO GRADUATE IN "
                           GA-EXPECTED-TERM " RECORDED. ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-APPLICATION
               END-WRITE
           END-IF
           CLOSE GRAD-APP-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> MOVE-EXPECTED-TERM - a pending applicant who will not
      *> finish in time (the conferral run leaves them pending)
      *> moves to a later term without losing the date applied.
      *>-----------------------------------------------------------
       MOVE-EXPECTED-TERM.
           PERFORM READ-PENDING-APPLICATION
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CURRENTLY EXPECTED IN " GA-EXPECTED-TERM
               ".  ENTER NEW EXPECTED TERM >>"
           ACCEPT WS-TERM-INPUT
           PERFORM VALIDATE-TERM
           IF WS-TERM-INPUT = SPACES OR WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               CLOSE GRAD-APP-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TERM-INPUT      TO GA-EXPECTED-TERM
           MOVE WS-TODAY-FORMATTED TO GA-STATUS-DATE
           REWRITE GRAD-APP-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO MOVE APPLICATION.***"
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "*** APPLICATION MOVED TO "
                       GA-EXPECTED-TERM ". ***"
                   MOVE 0 TO RETURN-CODE
                   PERFORM LOG-APPLICATION
           END-REWRITE
           CLOSE GRAD-APP-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> WITHDRAW-APPLICATION - marks a pending application
      *> withdrawn; the row stays on file as history.
      *>-----------------------------------------------------------
       WITHDRAW-APPLICATION.
           PERFORM READ-PENDING-APPLICATION
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "W"                TO GA-STATUS
           MOVE WS-TODAY-FORMATTED TO GA-STATUS-DATE
           REWRITE GRAD-APP-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO WITHDRAW "
                       "APPLICATION.***"
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "*** APPLICATION WITHDRAWN. ***"
                   MOVE 0 TO RETURN-CODE
                   PERFORM LOG-APPLICATION
           END-REWRITE
           CLOSE GRAD-APP-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> READ-PENDING-APPLICATION - asks for the student and
      *> program, locks the student's applications and reads the
      *> row with GRAD-APP-FILE left open I-O.  WS-FOUND is "N"
      *> (file closed, lock released, RETURN-CODE set) unless a
      *> PENDING application was found.
      *>-----------------------------------------------------------
       READ-PENDING-APPLICATION.
           MOVE "N" TO WS-FOUND
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID
           DISPLAY "ENTER PROGRAM CODE >>"
           ACCEPT WS-DEG-INPUT

           MOVE "GRDAPP"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O GRAD-APP-FILE
           IF WS-GA-STATUS NOT = "00"
               DISPLAY "***ERROR: NO GRADUATION APPLICATIONS ON "
                   "FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-ID TO GA-STUDENT-ID
           MOVE WS-DEG-INPUT  TO GA-DEG-CODE
           READ GRAD-APP-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   IF GA-STATUS = "P"
                       MOVE "Y" TO WS-FOUND
                   END-IF
           END-READ

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO PENDING APPLICATION FOR "
                   WS-STUDENT-ID " " WS-DEG-INPUT ".***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               CLOSE GRAD-APP-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE GRAD-APP-RECORD TO WS-AUDIT-BEFORE(1:81).

      *>-----------------------------------------------------------
      *> LIST-APPLICATIONS - every application expected in one
      *> term, whatever its status.
      *>-----------------------------------------------------------
       LIST-APPLICATIONS.
           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM, OR BLANK FOR " WS-TERM-CURRENT " >>"
           ACCEPT WS-TERM-INPUT
           IF WS-TERM-INPUT = SPACES
               MOVE WS-TERM-CURRENT TO WS-TERM-INPUT
           END-IF

           MOVE 0   TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GRAD-APP-FILE
           IF WS-GA-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF

           DISPLAY "APPLICATIONS TO GRADUATE IN " WS-TERM-INPUT
           DISPLAY "ID   | PROGRAM | APPLIED  | STATUS    | DIPLOMA "
               "NAME"
           PERFORM UNTIL WS-EOF = "Y"
               READ GRAD-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GA-EXPECTED-TERM = WS-TERM-INPUT
                           EVALUATE GA-STATUS
                               WHEN "P"
                                   MOVE "PENDING" TO WS-STATUS-NAME
                               WHEN "C"
                                   MOVE "CONFERRED" TO WS-STATUS-NAME
                               WHEN "W"
                                   MOVE "WITHDRAWN" TO WS-STATUS-NAME
                               WHEN OTHER
                                   MOVE GA-STATUS TO WS-STATUS-NAME
                           END-EVALUATE
                           DISPLAY GA-STUDENT-ID " | " GA-DEG-CODE
                               "  | " GA-APPLIED-DATE " | "
                               WS-STATUS-NAME " | " GA-DIPLOMA-NAME
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GA-STATUS NOT = "35"
               CLOSE GRAD-APP-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "  (NO APPLICATIONS FOR THIS TERM)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing listed
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> VALIDATE-TERM - WS-TERM-INPUT must be on the calendar.
      *>-----------------------------------------------------------
       VALIDATE-TERM.
           MOVE WS-TERM-INPUT TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE "N" TO WS-TERM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-TERM-FOUND
           END-READ
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> LOG-APPLICATION - the application row just written, with
      *> the row it replaced (if any) as the before-image.
      *>-----------------------------------------------------------
       LOG-APPLICATION.
           MOVE GRAD-APP-RECORD TO WS-AUDIT-AFTER(1:81)
           MOVE "PRGA0145"      TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID   TO AUDIT-STUDENT-ID
           MOVE "GRADAPP"       TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG.

       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
