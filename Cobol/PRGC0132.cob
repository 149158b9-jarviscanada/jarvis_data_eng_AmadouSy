       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0132.                         *> Credit overload approvals

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERLOAD-FILE ASSIGN TO "credit-overloads.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-KEY
               FILE STATUS IS WS-OVL-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OVERLOAD-FILE.
       COPY "OVLREC.CPY".     *> Shared credit-overload layout (OVL-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-OVL-STATUS        PIC XX.               *> OVERLOAD-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=approve, R=revoke, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Student/term/row found flag
       01 WS-OVL-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for OVL-APPROVED-BY
       01 WS-STUDENT-ID        PIC X(4).             *> Student keyed
       01 WS-TERM-KEYED        PIC X(6).             *> Term keyed
       01 WS-CREDITS-RAW       PIC X(2).             *> Approved ceiling as keyed
       01 WS-CREDITS-NUM       PIC 9(2) VALUE 0.     *> ...and as a number
       01 WS-OVL-BEFORE        PIC X(84) VALUE SPACES. *> Row before the change, for audit

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   C R E D I T   O V E R L O A D S              |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           *> The approving operator comes off the session file, the
           *> same as PRGH0077's HOLD-PLACED-BY.
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "APPROVE, REVOKE OR LIST OVERLOADS? (A/R/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM APPROVE-OVERLOAD
               WHEN "R"
                   PERFORM REVOKE-OVERLOAD
               WHEN "L"
                   PERFORM LIST-OVERLOADS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> APPROVE-OVERLOAD - keys the advisor's signed approval for
      *> one student and term.  The approved figure replaces the
      *> standard ceiling outright, so it must be above it to mean
      *> anything; a second approval for the same term replaces
      *> the first.
      *>-----------------------------------------------------------
       APPROVE-OVERLOAD.
           PERFORM ACCEPT-STUDENT-AND-TERM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER APPROVED CREDIT CEILING FOR THE TERM "
               "(2 DIGITS) >>"
           ACCEPT WS-CREDITS-RAW
           IF WS-CREDITS-RAW IS NOT NUMERIC
               DISPLAY "***ERROR: CEILING MUST BE 2 DIGITS.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CREDITS-RAW TO WS-CREDITS-NUM
           IF WS-CREDITS-NUM NOT > 18
               DISPLAY "***ERROR: AN OVERLOAD MUST BE ABOVE THE "
                   "STANDARD 18-CREDIT CEILING.***"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "OVLOAD"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OVL-BEFORE
           MOVE WS-STUDENT-ID TO OVL-STUDENT-ID
           MOVE WS-TERM-KEYED TO OVL-TERM
           OPEN I-O OVERLOAD-FILE
           READ OVERLOAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OVERLOAD-RECORD TO WS-OVL-BEFORE
           END-READ

           DISPLAY "ENTER ADVISOR WHO SIGNED THE REQUEST "
               "(MAX 25 CHARS) >>"
           ACCEPT OVL-ADVISOR
           DISPLAY "ENTER REASON (MAX 30 CHARS) >>"
           ACCEPT OVL-REASON

           MOVE WS-STUDENT-ID      TO OVL-STUDENT-ID
           MOVE WS-TERM-KEYED      TO OVL-TERM
           MOVE WS-CREDITS-NUM     TO OVL-MAX-CREDITS
           MOVE WS-OPERATOR-ID     TO OVL-APPROVED-BY
           MOVE WS-TODAY-FORMATTED TO OVL-APPROVED-DATE
           MOVE "A"                TO OVL-STATUS

           WRITE OVERLOAD-RECORD
               INVALID KEY
                   REWRITE OVERLOAD-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE "
                               "OVERLOAD.***"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** OVERLOAD APPROVAL REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                           PERFORM LOG-OVERLOAD-ACTION
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** OVERLOAD APPROVED. ***"
                   MOVE 0 TO RETURN-CODE
                   PERFORM LOG-OVERLOAD-ACTION
           END-WRITE
           CLOSE OVERLOAD-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> REVOKE-OVERLOAD - flips an approval to revoked, leaving the
      *> row on file.  Seats already granted under it stay; the
      *> standard ceiling applies to anything added afterward.
      *>-----------------------------------------------------------
       REVOKE-OVERLOAD.
           PERFORM ACCEPT-STUDENT-AND-TERM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "OVLOAD"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STUDENT-ID TO OVL-STUDENT-ID
           MOVE WS-TERM-KEYED TO OVL-TERM
           OPEN I-O OVERLOAD-FILE
           READ OVERLOAD-FILE
               INVALID KEY
                   DISPLAY "***ERROR: NO OVERLOAD ON FILE FOR THAT "
                       "STUDENT AND TERM.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   IF OVL-STATUS = "R"
                       DISPLAY "***ERROR: THAT OVERLOAD IS ALREADY "
                           "REVOKED.***"
                       MOVE 3 TO RETURN-CODE
                   ELSE
                       MOVE OVERLOAD-RECORD TO WS-OVL-BEFORE
                       MOVE "R" TO OVL-STATUS
                       REWRITE OVERLOAD-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO REVOKE "
                                   "OVERLOAD.***"
                               MOVE 5 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "*** OVERLOAD REVOKED. ***"
                               MOVE 0 TO RETURN-CODE
                               PERFORM LOG-OVERLOAD-ACTION
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE OVERLOAD-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-STUDENT-AND-TERM - the student must be on the
      *> master and the term on the academic calendar before an
      *> approval can be keyed against them.
      *>-----------------------------------------------------------
       ACCEPT-STUDENT-AND-TERM.
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

           DISPLAY "ENTER TERM CODE (6 CHARS, E.G. 2026FA) >>"
           ACCEPT WS-TERM-KEYED

           MOVE WS-TERM-KEYED TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE TERM-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM IS NOT ON THE ACADEMIC "
                   "CALENDAR (SEE OPTION 75).***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> LIST-OVERLOADS - every approval on file for one term, in
      *> student order, approved and revoked alike.
      *>-----------------------------------------------------------
       LIST-OVERLOADS.
           DISPLAY "ENTER TERM CODE (6 CHARS, E.G. 2026FA) >>"
           ACCEPT WS-TERM-KEYED

           MOVE "N" TO WS-OVL-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "STUDENT | CEILING | STATUS | APPROVED BY | ON"
               "       | ADVISOR"
           DISPLAY "------------------------------------------------"
               "------------------------"

           OPEN INPUT OVERLOAD-FILE
           PERFORM UNTIL WS-OVL-EOF = "Y"
               READ OVERLOAD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OVL-EOF
                   NOT AT END
                       IF OVL-TERM = WS-TERM-KEYED
                           DISPLAY OVL-STUDENT-ID "    | "
                               OVL-MAX-CREDITS "      | "
                               OVL-STATUS "      | "
                               OVL-APPROVED-BY "    | "
                               OVL-APPROVED-DATE " | " OVL-ADVISOR
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERLOAD-FILE

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO OVERLOADS ON FILE FOR " WS-TERM-KEYED ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> LOG-OVERLOAD-ACTION - the approval or revocation onto
      *> audit-log.txt, prior row as the before-image.
      *>-----------------------------------------------------------
       LOG-OVERLOAD-ACTION.
           MOVE SPACES          TO WS-AUDIT-BEFORE
           MOVE SPACES          TO WS-AUDIT-AFTER
           MOVE WS-OVL-BEFORE   TO WS-AUDIT-BEFORE(1:84)
           MOVE OVERLOAD-RECORD TO WS-AUDIT-AFTER(1:84)
           MOVE "PRGC0132"      TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID   TO AUDIT-STUDENT-ID
           IF OVL-STATUS = "A"
               MOVE "OVERLOAD" TO AUDIT-OPERATION
           ELSE
               MOVE "OVLREVOK" TO AUDIT-OPERATION
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
