               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ADVISOR-FILE ASSIGN TO "advisor-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT USER-FILE ASSIGN TO "user-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD ADVISOR-FILE.
       COPY "ADVISREC.CPY".   *> Shared advisor-assignment layout (ADV-STUDENT-ID, ...)

       FD USER-FILE.
       COPY "USERREC.CPY".    *> Shared user-account record layout

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-HOLD-STATUS       PIC XX.               *> Status of last HOLD-FILE I/O
       01 WS-ADV-STATUS        PIC XX.               *> ADVISOR-FILE I/O status
       01 WS-USER-STATUS       PIC XX.               *> USER-FILE I/O status
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N".      *> Student/hold found flag
       01 WS-ACTION            PIC X.                *> P=place, R=release, L=list
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for HOLD-PLACED-BY
       01 WS-OPERATOR-ROLE     PIC X(1) VALUE SPACE. *> Logged-in user's role
       01 WS-ADVISOR-ID        PIC X(4) VALUE SPACES. *> Student's assigned advisor
       01 WS-OPERATOR-INSTR    PIC X(4) VALUE SPACES. *> Instructor the login belongs to
       01 WS-HOLD-EOF2         PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Holds listed

                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   MOVE SESSION-LINE(9:1) TO WS-OPERATOR-ROLE
           END-READ
           CLOSE SESSION-FILE

      *>-----------------------------------------------------------
       PLACE-HOLD.
           DISPLAY "ENTER HOLD TYPE - F=FINANCIAL, A=ADVISING, "
               "C=CONDUCT, S=SUSPENSION >>"
           ACCEPT HOLD-TYPE

           IF HOLD-TYPE = "H"
               PERFORM REFUSE-HEALTH-HOLD
               EXIT PARAGRAPH
           END-IF

           IF HOLD-TYPE NOT = "F" AND HOLD-TYPE NOT = "A"
               AND HOLD-TYPE NOT = "C" AND HOLD-TYPE NOT = "S"
               DISPLAY "***ERROR: INVALID HOLD TYPE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
      *> the keyed type, leaving the row on file as history.
      *>-----------------------------------------------------------
       RELEASE-HOLD.
           DISPLAY "ENTER HOLD TYPE TO RELEASE - F/A/C/S >>"
           ACCEPT HOLD-TYPE

           IF HOLD-TYPE = "H"
               PERFORM REFUSE-HEALTH-HOLD
               EXIT PARAGRAPH
           END-IF

      *> Lifting a suspension hold is a reinstatement, which is an
      *> administrator's decision.
           IF HOLD-TYPE = "S" AND WS-OPERATOR-ROLE NOT = "A"
               DISPLAY "***ERROR: ONLY AN ADMINISTRATOR MAY RELEASE "
                   "A SUSPENSION HOLD.***"
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
               EXIT PARAGRAPH
           END-IF

      *> An advising hold exists to make the student see their
      *> advisor, so only that advisor's own login - or an
      *> administrator - may lift it.
           IF HOLD-TYPE = "A" AND WS-OPERATOR-ROLE NOT = "A"
               PERFORM CHECK-ADVISOR-RELEASE
               IF WS-ADVISOR-ID = SPACES
                   OR WS-OPERATOR-INSTR NOT = WS-ADVISOR-ID
                   DISPLAY "***ERROR: AN ADVISING HOLD CAN ONLY BE "
                       "RELEASED BY THE STUDENT'S ADVISOR"
                   DISPLAY "   (" WS-ADVISOR-ID ") OR AN "
                       "ADMINISTRATOR.***"
                   MOVE 5 TO RETURN-CODE          *> 5 = not authorized
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "HOLD"        TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> REFUSE-HEALTH-HOLD - a health hold is only ever the
      *> compliance record speaking: PRGK0192 places it each night
      *> for an overdue requirement, and it comes off when PRGC0191
      *> records the proof or waiver.  Keying it here would just be
      *> undone by the next sweep.
      *>-----------------------------------------------------------
       REFUSE-HEALTH-HOLD.
           DISPLAY "***ERROR: HEALTH HOLDS FOLLOW THE STUDENT'S "
               "COMPLIANCE RECORD -"
           DISPLAY "   RECORD THE PROOF OR WAIVER IN PRGC0191.***"
           MOVE 3 TO RETURN-CODE.                 *> 3 = invalid input

      *>-----------------------------------------------------------
      *> CHECK-ADVISOR-RELEASE - looks up the student's assigned
      *> advisor and the instructor the logged-in account belongs
      *> to (USER-INSTR-ID).  Either comes back SPACES when there
      *> is none on file.
      *>-----------------------------------------------------------
       CHECK-ADVISOR-RELEASE.
           MOVE SPACES TO WS-ADVISOR-ID
           MOVE SPACES TO WS-OPERATOR-INSTR

           MOVE WS-STUDENT-ID TO ADV-STUDENT-ID
           OPEN INPUT ADVISOR-FILE
           IF WS-ADV-STATUS = "00"
               READ ADVISOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADV-INSTR-ID TO WS-ADVISOR-ID
               END-READ
               CLOSE ADVISOR-FILE
           END-IF

           MOVE WS-OPERATOR-ID TO USER-ID
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = "00"
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-INSTR-ID TO WS-OPERATOR-INSTR
               END-READ
               CLOSE USER-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> LOG-HOLD-ACTION - appends the hold just written to
      *> audit-log.txt, the same trace every other mutating program
