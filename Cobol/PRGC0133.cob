       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0133.                         *> Registration permits

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO "registration-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PMT-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERMIT-FILE.
       COPY "PERMITREC.CPY".  *> Shared registration-permit layout (PMT-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-PMT-STATUS        PIC XX.               *> PERMIT-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER-FILE I/O status
       01 WS-ACTION            PIC X.                *> G=grant, R=revoke, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Student/section/row found flag
       01 WS-PMT-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for PMT-GRANTED-BY
       01 WS-STUDENT-ID        PIC X(4).             *> Student keyed
       01 WS-COURSE-KEYED      PIC X(15).            *> Course keyed
       01 WS-SECTION-KEYED     PIC X(2).             *> Section keyed
       01 WS-WAIVER-KEYED      PIC X(1).             *> Waiver type keyed
       01 WS-PMT-BEFORE        PIC X(91) VALUE SPACES. *> Row before the change, for audit

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   R E G I S T R A T I O N   P E R M I T S      |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           *> The granting operator comes off the session file, the
           *> same as PRGH0077's HOLD-PLACED-BY.
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "GRANT, REVOKE OR LIST PERMITS? (G/R/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "G"
                   PERFORM GRANT-PERMIT
               WHEN "R"
                   PERFORM REVOKE-PERMIT
               WHEN "L"
                   PERFORM LIST-PERMITS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> GRANT-PERMIT - one waiver for one student in one course
      *> section, good until the expiry date keyed.  Re-granting a
      *> permit of the same type replaces the earlier row, used or
      *> not, with a fresh open one.
      *>-----------------------------------------------------------
       GRANT-PERMIT.
           PERFORM ACCEPT-PERMIT-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER LAST DAY THE PERMIT MAY BE USED "
               "(YYYYMMDD) >>"
           ACCEPT WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID EXPIRY DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF WS-VALIDATE-DATE < WS-TODAY-FORMATTED
               DISPLAY "***ERROR: EXPIRY DATE IS ALREADY PAST.***"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "PERMIT"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PMT-BEFORE
           PERFORM MOVE-PERMIT-KEY
           OPEN I-O PERMIT-FILE
           READ PERMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERMIT-RECORD TO WS-PMT-BEFORE
           END-READ

           DISPLAY "ENTER REASON (MAX 30 CHARS) >>"
           ACCEPT PMT-REASON

           PERFORM MOVE-PERMIT-KEY
           MOVE WS-OPERATOR-ID     TO PMT-GRANTED-BY
           MOVE WS-TODAY-FORMATTED TO PMT-GRANTED-DATE
           MOVE WS-VALIDATE-DATE   TO PMT-EXPIRES
           MOVE "O"                TO PMT-STATUS
           MOVE SPACES             TO PMT-USED-DATE
           MOVE SPACES             TO PMT-USED-TERM

           WRITE PERMIT-RECORD
               INVALID KEY
                   REWRITE PERMIT-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE "
                               "PERMIT.***"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** PERMIT REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                           PERFORM LOG-PERMIT-ACTION
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** PERMIT GRANTED. ***"
                   MOVE 0 TO RETURN-CODE
                   PERFORM LOG-PERMIT-ACTION
           END-WRITE
           CLOSE PERMIT-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> REVOKE-PERMIT - withdraws an open permit before it is
      *> used.  The row stays on file, for the register.
      *>-----------------------------------------------------------
       REVOKE-PERMIT.
           PERFORM ACCEPT-PERMIT-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "PERMIT"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-PERMIT-KEY
           OPEN I-O PERMIT-FILE
           READ PERMIT-FILE
               INVALID KEY
                   DISPLAY "***ERROR: NO SUCH PERMIT ON FILE.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   IF PMT-STATUS NOT = "O"
                       DISPLAY "***ERROR: ONLY AN OPEN PERMIT CAN BE "
                           "REVOKED (STATUS " PMT-STATUS ").***"
                       MOVE 3 TO RETURN-CODE
                   ELSE
                       MOVE PERMIT-RECORD TO WS-PMT-BEFORE
                       MOVE "R" TO PMT-STATUS
                       REWRITE PERMIT-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO REVOKE "
                                   "PERMIT.***"
                               MOVE 5 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "*** PERMIT REVOKED. ***"
                               MOVE 0 TO RETURN-CODE
                               PERFORM LOG-PERMIT-ACTION
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE PERMIT-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-PERMIT-KEY - student, course section and waiver
      *> type.  The student must be on the master and the section
      *> on the course master before a permit can name them.
      *>-----------------------------------------------------------
       ACCEPT-PERMIT-KEY.
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           MOVE WS-STUDENT-ID TO F-ID
           OPEN INPUT STUDENT-FILE
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

           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-COURSE-KEYED
           DISPLAY "ENTER SECTION (2 CHARS, E.G. 01) >>"
           ACCEPT WS-SECTION-KEYED

           MOVE WS-COURSE-KEYED  TO C-CODE
           MOVE WS-SECTION-KEYED TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE COURSE-MASTER-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: COURSE SECTION NOT FOUND.***"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CHECK TO WAIVE: P=PREREQUISITE  C=CO-REQUISITE"
           DISPLAY "  S=SECTION CAPACITY  T=TIME CONFLICT  "
               "W=REGISTRATION WINDOW"
           DISPLAY "  R=REPEAT-ATTEMPT LIMIT >>"
           ACCEPT WS-WAIVER-KEYED

           IF WS-WAIVER-KEYED NOT = "P" AND NOT = "C" AND NOT = "S"
               AND NOT = "T" AND NOT = "W" AND NOT = "R"
               DISPLAY "***ERROR: INVALID WAIVER TYPE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               MOVE "N" TO WS-FOUND
           END-IF.

      *>-----------------------------------------------------------
      *> MOVE-PERMIT-KEY - the keyed student/section/waiver into
      *> PMT-KEY.
      *>-----------------------------------------------------------
       MOVE-PERMIT-KEY.
           MOVE WS-STUDENT-ID    TO PMT-STUDENT-ID
           MOVE WS-COURSE-KEYED  TO PMT-COURSE
           MOVE WS-SECTION-KEYED TO PMT-SECTION
           MOVE WS-WAIVER-KEYED  TO PMT-WAIVER.

      *>-----------------------------------------------------------
      *> LIST-PERMITS - every permit on file for one student, open,
      *> used and revoked alike.
      *>-----------------------------------------------------------
       LIST-PERMITS.
           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           MOVE "N" TO WS-PMT-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "COURSE          | SEC | WAIVES | STATUS | "
               "EXPIRES  | GRANTED BY"
           DISPLAY "------------------------------------------------"
               "------------------------"

           MOVE WS-STUDENT-ID TO PMT-STUDENT-ID
           MOVE LOW-VALUES    TO PMT-COURSE
           MOVE LOW-VALUES    TO PMT-SECTION
           MOVE LOW-VALUES    TO PMT-WAIVER
           OPEN INPUT PERMIT-FILE
           START PERMIT-FILE KEY IS NOT LESS THAN PMT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PMT-EOF
           END-START
           PERFORM UNTIL WS-PMT-EOF = "Y"
               READ PERMIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PMT-EOF
                   NOT AT END
                       IF PMT-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-PMT-EOF
                       ELSE
                           DISPLAY PMT-COURSE " | " PMT-SECTION
                               "  | " PMT-WAIVER "      | "
                               PMT-STATUS "      | " PMT-EXPIRES
                               " | " PMT-GRANTED-BY
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMIT-FILE

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO PERMITS ON FILE FOR " WS-STUDENT-ID ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> LOG-PERMIT-ACTION - the grant or revocation onto
      *> audit-log.txt, prior row as the before-image.
      *>-----------------------------------------------------------
       LOG-PERMIT-ACTION.
           MOVE SPACES         TO WS-AUDIT-BEFORE
           MOVE SPACES         TO WS-AUDIT-AFTER
           MOVE WS-PMT-BEFORE  TO WS-AUDIT-BEFORE(1:91)
           MOVE PERMIT-RECORD  TO WS-AUDIT-AFTER(1:91)
           MOVE "PRGC0133"     TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID  TO AUDIT-STUDENT-ID
           IF PMT-STATUS = "O"
               MOVE "PERMIT"   TO AUDIT-OPERATION
           ELSE
               MOVE "PMTREVOK" TO AUDIT-OPERATION
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       COPY "DATEVAL.CPY".    *> Shared VALIDATE-DATE paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
