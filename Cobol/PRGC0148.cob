       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0148.                  *> Cross-listed section groups

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".   *> Shared cross-list membership layout (XL-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=add, R=remove, C=capacity, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Section found flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for XL-ADDED-BY
       01 WS-COURSE-KEYED      PIC X(15).            *> Section being cross-listed
       01 WS-SECTION-KEYED     PIC X(2).             *> or changed
       01 WS-WITH-COURSE       PIC X(15).            *> Section it is to meet with
       01 WS-WITH-SECTION      PIC X(2).
       01 WS-NEW-CAPACITY      PIC 9(3) VALUE 0.     *> Shared seat pool keyed
       01 WS-GROUP-ENROLLED    PIC 9(5) VALUE 0.     *> Students across the group
       01 WS-REMAINING         PIC 9(2) VALUE 0.     *> Members left after a removal

      *> Meeting pattern of the section being added and of the
      *> section it is to meet with - a group is one class, so the
      *> two must not already be set to meet at different times or
      *> in different rooms.
       01 WS-ADD-DAY           PIC X(5).
       01 WS-ADD-TIME          PIC X(4).
       01 WS-ADD-ROOM          PIC X(6).
       01 WS-WITH-DAY          PIC X(5).
       01 WS-WITH-TIME         PIC X(4).
       01 WS-WITH-ROOM         PIC X(6).
       01 WS-WITH-CAMPUS       PIC X(3).
       01 WS-WITH-CAPACITY     PIC 9(3).

       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   C R O S S - L I S T E D   S E C T I O N S   |"
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
           IF WS-OPERATOR-ID = SPACES
               MOVE "PRGC0148" TO WS-OPERATOR-ID
           END-IF

           DISPLAY "ADD A SECTION TO A GROUP, REMOVE ONE, CHANGE A "
               "GROUP'S SEATS OR LIST? (A/R/C/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-CROSS-LIST
               WHEN "R"
                   PERFORM REMOVE-CROSS-LIST
               WHEN "C"
                   PERFORM CHANGE-POOL-CAPACITY
               WHEN "L"
                   PERFORM LIST-CROSS-LISTS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-CROSS-LIST - puts an existing section into the cross-
      *> list group of the section it is to meet with, starting a
      *> new group when that section is not in one yet (its own
      *> capacity becomes the shared seat pool).  A section with no
      *> meeting pattern or room of its own takes the group's.
      *>-----------------------------------------------------------
       ADD-CROSS-LIST.
           PERFORM ACCEPT-SECTION-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE C-MEETING-DAY  TO WS-ADD-DAY
           MOVE C-MEETING-TIME TO WS-ADD-TIME
           MOVE C-ROOM         TO WS-ADD-ROOM

           MOVE WS-COURSE-KEYED  TO WS-XL-COURSE
           MOVE WS-SECTION-KEYED TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP NOT = SPACES
               DISPLAY "***ERROR: SECTION IS ALREADY IN GROUP "
                   WS-XL-GROUP " - REMOVE IT FIRST.***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CROSS-LIST WITH COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-WITH-COURSE
           DISPLAY "ENTER ITS SECTION (2 CHARS, E.G. 01) >>"
           ACCEPT WS-WITH-SECTION

           MOVE WS-WITH-COURSE  TO C-CODE
           MOVE WS-WITH-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE C-MEETING-DAY  TO WS-WITH-DAY
                   MOVE C-MEETING-TIME TO WS-WITH-TIME
                   MOVE C-ROOM         TO WS-WITH-ROOM
                   MOVE C-CAMPUS       TO WS-WITH-CAMPUS
                   MOVE C-CAPACITY     TO WS-WITH-CAPACITY
           END-READ
           CLOSE COURSE-MASTER-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: CROSS-LIST SECTION NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           IF WS-WITH-COURSE = WS-COURSE-KEYED
               DISPLAY "***ERROR: A SECTION CANNOT BE CROSS-LISTED "
                   "UNDER ITS OWN CODE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF WS-ADD-DAY NOT = SPACES AND WS-WITH-DAY NOT = SPACES
               AND (WS-ADD-DAY NOT = WS-WITH-DAY
                    OR WS-ADD-TIME NOT = WS-WITH-TIME)
               DISPLAY "***ERROR: THE SECTIONS MEET AT DIFFERENT "
                   "TIMES (" WS-ADD-DAY " " WS-ADD-TIME " / "
                   WS-WITH-DAY " " WS-WITH-TIME ").***"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ADD-ROOM NOT = SPACES AND WS-WITH-ROOM NOT = SPACES
               AND WS-ADD-ROOM NOT = WS-WITH-ROOM
               DISPLAY "***ERROR: THE SECTIONS MEET IN DIFFERENT "
                   "ROOMS (" WS-ADD-ROOM " / " WS-WITH-ROOM ").***"
               MOVE 3 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "XLIST" TO WS-LOCK-TYPE
           MOVE "GROUPS" TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WITH-COURSE  TO WS-XL-COURSE
           MOVE WS-WITH-SECTION TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-MEMBER-COUNT >= 10
               DISPLAY "***ERROR: GROUP " WS-XL-GROUP " ALREADY "
                   "HAS 10 SECTIONS.***"
               MOVE 3 TO RETURN-CODE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           IF WS-XL-GROUP = SPACES
               PERFORM XL-NEXT-GROUP-ID
           END-IF

           OPEN I-O CROSSLIST-FILE
           IF WS-XL-STATUS = "35"
               OPEN OUTPUT CROSSLIST-FILE
               CLOSE CROSSLIST-FILE
               OPEN I-O CROSSLIST-FILE
           END-IF

           IF WS-XL-GROUP = SPACES
               MOVE WS-XL-NEW-GROUP  TO WS-XL-GROUP
               MOVE WS-WITH-CAPACITY TO WS-XL-POOL-CAPACITY
               MOVE WS-WITH-COURSE   TO XL-COURSE
               MOVE WS-WITH-SECTION  TO XL-SECTION
               PERFORM MOVE-CROSS-LIST-FIELDS
               WRITE CROSS-LIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE WS-COURSE-KEYED  TO XL-COURSE
           MOVE WS-SECTION-KEYED TO XL-SECTION
           PERFORM MOVE-CROSS-LIST-FIELDS
           WRITE CROSS-LIST-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO WRITE CROSS-LIST "
                       "ROW.***"
                   MOVE 2 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "*** " WS-COURSE-KEYED "/" WS-SECTION-KEYED
                       " ADDED TO GROUP " WS-XL-GROUP " ("
                       WS-XL-POOL-CAPACITY " SHARED SEATS). ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE CROSSLIST-FILE

           IF RETURN-CODE = 0
               PERFORM TAKE-GROUP-SCHEDULE
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> TAKE-GROUP-SCHEDULE - a section joining a group with no
      *> meeting pattern or room of its own takes the group's, so
      *> the registration time-conflict check sees it meeting when
      *> the class does.
      *>-----------------------------------------------------------
       TAKE-GROUP-SCHEDULE.
           IF (WS-ADD-DAY NOT = SPACES OR WS-WITH-DAY = SPACES)
               AND (WS-ADD-ROOM NOT = SPACES OR WS-WITH-ROOM = SPACES)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COURSE-KEYED  TO C-CODE
           MOVE WS-SECTION-KEYED TO C-SECTION
           OPEN I-O COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ADD-DAY = SPACES
                       MOVE WS-WITH-DAY  TO C-MEETING-DAY
                       MOVE WS-WITH-TIME TO C-MEETING-TIME
                   END-IF
                   IF WS-ADD-ROOM = SPACES
                       MOVE WS-WITH-ROOM   TO C-ROOM
                       MOVE WS-WITH-CAMPUS TO C-CAMPUS
                   END-IF
                   REWRITE COURSE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO UPDATE "
                               "SECTION SCHEDULE.***"
                           MOVE 5 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "SECTION NOW MEETS " C-MEETING-DAY
                               " " C-MEETING-TIME " ROOM " C-ROOM
                   END-REWRITE
           END-READ
           CLOSE COURSE-MASTER-FILE.

      *>-----------------------------------------------------------
      *> MOVE-CROSS-LIST-FIELDS - the group, its seat pool and who
      *> added the row, onto the row whose XL-KEY is already set.
      *>-----------------------------------------------------------
       MOVE-CROSS-LIST-FIELDS.
           MOVE WS-XL-GROUP         TO XL-GROUP-ID
           MOVE WS-XL-POOL-CAPACITY TO XL-POOL-CAPACITY
           MOVE WS-TODAY-FORMATTED  TO XL-ADDED-DATE
           MOVE WS-OPERATOR-ID      TO XL-ADDED-BY.

      *>-----------------------------------------------------------
      *> REMOVE-CROSS-LIST - takes a section out of its group.  It
      *> keeps its own enrollments and goes back to its own
      *> C-CAPACITY; a group left with one section is dissolved,
      *> since one section alone is not cross-listed.
      *>-----------------------------------------------------------
       REMOVE-CROSS-LIST.
           PERFORM ACCEPT-SECTION-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COURSE-KEYED  TO WS-XL-COURSE
           MOVE WS-SECTION-KEYED TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP = SPACES
               DISPLAY "***ERROR: SECTION IS NOT CROSS-LISTED.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           MOVE "XLIST" TO WS-LOCK-TYPE
           MOVE "GROUPS" TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CROSSLIST-FILE
           MOVE WS-COURSE-KEYED  TO XL-COURSE
           MOVE WS-SECTION-KEYED TO XL-SECTION
           DELETE CROSSLIST-FILE RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO REMOVE CROSS-LIST "
                       "ROW.***"
                   MOVE 5 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "*** " WS-COURSE-KEYED "/" WS-SECTION-KEYED
                       " REMOVED FROM GROUP " WS-XL-GROUP ". ***"
                   MOVE 0 TO RETURN-CODE
           END-DELETE

           COMPUTE WS-REMAINING = WS-XL-MEMBER-COUNT - 1
           IF RETURN-CODE = 0 AND WS-REMAINING = 1
               PERFORM VARYING WS-XL-IX FROM 1 BY 1
                   UNTIL WS-XL-IX > WS-XL-MEMBER-COUNT
                   IF WS-XL-MEMBER-COURSE(WS-XL-IX) NOT =
                           WS-COURSE-KEYED
                       OR WS-XL-MEMBER-SECTION(WS-XL-IX) NOT =
                           WS-SECTION-KEYED
                       MOVE WS-XL-MEMBER-COURSE(WS-XL-IX)
                           TO XL-COURSE
                       MOVE WS-XL-MEMBER-SECTION(WS-XL-IX)
                           TO XL-SECTION
                       DELETE CROSSLIST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-PERFORM
               DISPLAY "GROUP " WS-XL-GROUP " DISSOLVED - ONE "
                   "SECTION LEFT."
           END-IF
           CLOSE CROSSLIST-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> CHANGE-POOL-CAPACITY - sets the group's shared seat pool
      *> on every member row.  Lowering it below the students
      *> already in the class drops no one; registration simply
      *> waitlists until enough have left.
      *>-----------------------------------------------------------
       CHANGE-POOL-CAPACITY.
           PERFORM ACCEPT-SECTION-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COURSE-KEYED  TO WS-XL-COURSE
           MOVE WS-SECTION-KEYED TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP = SPACES
               DISPLAY "***ERROR: SECTION IS NOT CROSS-LISTED.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GROUP " WS-XL-GROUP " HAS " WS-XL-POOL-CAPACITY
               " SHARED SEATS."
           DISPLAY "ENTER NEW SHARED SEATS, OR 0 FOR UNLIMITED "
               "(3 DIGITS) >>"
           ACCEPT WS-NEW-CAPACITY

           MOVE "XLIST" TO WS-LOCK-TYPE
           MOVE "GROUPS" TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GROUP-ENROLLED
           MOVE 0 TO RETURN-CODE
           OPEN I-O CROSSLIST-FILE
           OPEN INPUT COURSE-MASTER-FILE
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-MEMBER-COUNT
               MOVE WS-XL-MEMBER-COURSE(WS-XL-IX)  TO XL-COURSE
               MOVE WS-XL-MEMBER-SECTION(WS-XL-IX) TO XL-SECTION
               READ CROSSLIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NEW-CAPACITY TO XL-POOL-CAPACITY
                       REWRITE CROSS-LIST-RECORD
                           INVALID KEY
                               MOVE 5 TO RETURN-CODE
                       END-REWRITE
               END-READ
               MOVE WS-XL-MEMBER-COURSE(WS-XL-IX)  TO C-CODE
               MOVE WS-XL-MEMBER-SECTION(WS-XL-IX) TO C-SECTION
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD C-ENROLLED-COUNT TO WS-GROUP-ENROLLED
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE CROSSLIST-FILE

           IF RETURN-CODE = 0
               DISPLAY "*** GROUP " WS-XL-GROUP " NOW HAS "
                   WS-NEW-CAPACITY " SHARED SEATS. ***"
               IF WS-NEW-CAPACITY > 0
                   AND WS-GROUP-ENROLLED > WS-NEW-CAPACITY
                   DISPLAY "NOTE: " WS-GROUP-ENROLLED " STUDENTS "
                       "ARE ALREADY ENROLLED ACROSS THE GROUP."
               END-IF
           ELSE
               DISPLAY "***ERROR: UNABLE TO UPDATE EVERY MEMBER "
                   "ROW.***"
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-SECTION-KEY - course code and section, which must
      *> be on the course master.
      *>-----------------------------------------------------------
       ACCEPT-SECTION-KEY.
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
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           END-IF.

      *>-----------------------------------------------------------
      *> LIST-CROSS-LISTS - every cross-listed section on file, in
      *> course-code order, with its group and shared seats.
      *>-----------------------------------------------------------
       LIST-CROSS-LISTS.
           MOVE 0 TO WS-LIST-COUNT

           DISPLAY "COURSE          | SEC | GROUP  | SEATS | "
               "ADDED    | ADDED BY"
           DISPLAY "------------------------------------------------"
               "------------------"

           OPEN INPUT CROSSLIST-FILE
           IF WS-XL-STATUS = "00"
               MOVE "N" TO WS-XL-EOF
               PERFORM UNTIL WS-XL-EOF = "Y"
                   READ CROSSLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-XL-EOF
                       NOT AT END
                           DISPLAY XL-COURSE " | " XL-SECTION "  | "
                               XL-GROUP-ID " | " XL-POOL-CAPACITY
                               "   | " XL-ADDED-DATE " | "
                               XL-ADDED-BY
                           ADD 1 TO WS-LIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE CROSSLIST-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO CROSS-LISTED SECTIONS ON FILE)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
