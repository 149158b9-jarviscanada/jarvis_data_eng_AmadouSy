               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ADVISOR-FILE ASSIGN TO "advisor-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".   *> Shared enrollment record layout

       FD ADVISOR-FILE.
       COPY "ADVISREC.CPY".    *> Shared advisor-assignment layout (ADV-STUDENT-ID, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".    *> Shared audit-log record layout

       01 WS-INSTR-STATUS       PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-COURSE-STATUS      PIC XX.               *> COURSE-MASTER-FILE I/O status
       01 WS-ENROLL-STATUS      PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-ADV-STATUS         PIC XX.               *> ADVISOR-FILE I/O status
       01 WS-EOF                PIC X VALUE "N".      *> End-of-file flag
       01 WS-ENROLL-EOF         PIC X VALUE "N".      *> Enrollment-scan EOF flag
       01 WS-OLD-INSTR          PIC X(4).              *> Instructor being deactivated
      *>                                                  the reassignment goes through
       01 CONFIRMATION          PIC X.                 *> User confirmation (Y/N)
       01 WS-COURSE-COUNT       PIC 9(4) VALUE 0.      *> Courses reassigned/unassigned
       01 WS-NEW-ADVISOR        PIC X(4).              *> Advisees' new advisor, or SPACES
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES. *> Logged-in user, for ADV-ASSIGNED-BY
       01 WS-TODAY-FORMATTED    PIC X(8).              *> Current date, YYYYMMDD

       COPY "ADVISWS.CPY".     *> Fields used by the shared REASSIGN-ADVISEES paragraph

       COPY "BACKUPWS.CPY".    *> Fields used by the shared BACKUP-FILE paragraph
       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph
               "THEIR COURSES"
           DISPLAY "TO A REPLACEMENT INSTRUCTOR, OR LEAVES THEM "
               "UNASSIGNED."
           DISPLAY "THEIR ADVISEES MOVE TO A NEW ADVISOR THE SAME WAY."

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ENTER INSTRUCTOR ID TO DEACTIVATE (4 DIGITS) >>"
           ACCEPT WS-OLD-INSTR
               END-IF
           END-IF

      *> Advising usually stays inside the department rather than
      *> following the courses, so the advisees' new advisor is
      *> asked for separately - blank takes the course replacement.
           DISPLAY "ENTER NEW ADVISOR FOR ITS ADVISEES, OR BLANK FOR "
               "THE REPLACEMENT INSTRUCTOR >>"
           ACCEPT WS-NEW-ADVISOR
           IF WS-NEW-ADVISOR = SPACES
               MOVE WS-NEW-INSTR TO WS-NEW-ADVISOR
           ELSE
               IF WS-NEW-ADVISOR = WS-OLD-INSTR
                   DISPLAY "***ERROR: NEW ADVISOR MUST DIFFER FROM "
                       "THE INSTRUCTOR BEING DEACTIVATED.***"
                   MOVE 3 TO RETURN-CODE               *> 3 = bad replacement
                   CLOSE INSTRUCTOR-FILE
                   EXIT PROGRAM
               END-IF
               PERFORM VALIDATE-ADVISOR
               IF WS-NEW-FOUND = "N"
                   DISPLAY "***ERROR: NEW ADVISOR ID NOT FOUND OR "
                       "INACTIVE.***"
                   MOVE 3 TO RETURN-CODE               *> 3 = bad replacement
                   CLOSE INSTRUCTOR-FILE
                   EXIT PROGRAM
               END-IF
           END-IF

           DISPLAY "DEACTIVATE " WS-OLD-INSTR " AND REASSIGN ITS "
               "COURSES AND ADVISEES? (Y/N) >>"
           ACCEPT CONFIRMATION

           IF CONFIRMATION NOT = "Y"
           MOVE "course-backup"     TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE

           MOVE "advisor-assignments.txt" TO WS-BACKUP-SOURCE
           MOVE "advisor-backup"          TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE

           MOVE WS-OLD-INSTR TO INSTR-ID
           READ INSTRUCTOR-FILE
               INVALID KEY

           PERFORM REASSIGN-COURSES

           MOVE WS-OLD-INSTR       TO WS-ADV-FROM-INSTR
           MOVE WS-NEW-ADVISOR     TO WS-ADV-TO-INSTR
           MOVE WS-OPERATOR-ID     TO WS-ADV-OPERATOR
           MOVE WS-TODAY-FORMATTED TO WS-ADV-TODAY
           MOVE "PRGD0046"         TO WS-ADV-PROGRAM
           PERFORM REASSIGN-ADVISEES

           PERFORM RELEASE-RECORD-LOCK

           MOVE WS-OLD-INSTR   TO WS-AUDIT-BEFORE(1:4)

           DISPLAY "*** INSTRUCTOR " WS-OLD-INSTR " DEACTIVATED. "
               WS-COURSE-COUNT " COURSE(S) REASSIGNED. ***"
           IF WS-ADV-TO-INSTR = SPACES AND WS-ADV-COUNT > 0
               DISPLAY "*** " WS-ADV-COUNT " ADVISEE(S) LEFT WITHOUT "
                   "AN ADVISOR - ASSIGN THEM THROUGH PRGF0142. ***"
           ELSE
               DISPLAY "*** " WS-ADV-COUNT " ADVISEE(S) MOVED TO "
                   "ADVISOR " WS-ADV-TO-INSTR ". ***"
           END-IF

           MOVE 0 TO RETURN-CODE

                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> VALIDATE-ADVISOR - the same check for the advisees' new
      *> advisor: on file and active.  Advising carries no load cap.
      *>-----------------------------------------------------------
       VALIDATE-ADVISOR.
           MOVE WS-NEW-ADVISOR TO INSTR-ID
           READ INSTRUCTOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-NEW-FOUND
               NOT INVALID KEY
                   IF INSTR-STATUS = "I"
                       MOVE "N" TO WS-NEW-FOUND
                   ELSE
                       MOVE "Y" TO WS-NEW-FOUND
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> COUNT-REPLACEMENT-LOAD - what the replacement's student
      *> headcount will be once the old instructor's courses move
           END-PERFORM
           CLOSE COURSE-MASTER-FILE.

       COPY "ADVISVAL.CPY".    *> Shared bulk advisee-reassignment paragraph
       COPY "BACKUPVAL.CPY".   *> Shared backup-before-write paragraph
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY".  *> Shared record-lock paragraphs
