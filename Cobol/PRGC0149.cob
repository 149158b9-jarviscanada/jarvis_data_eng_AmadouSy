       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0149.                  *> Term section offerings

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-KEY, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".   *> Shared cross-list membership layout (XL-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-OFR-STATUS        PIC XX.               *> OFFERING-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER-FILE I/O status
       01 WS-INSTR-STATUS      PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-ACTION            PIC X.                *> A/X/C/P/L - see BEGIN
       01 WS-FOUND             PIC X VALUE "N".      *> Term/section/row found flag
       01 WS-ON-FILE           PIC X VALUE "N".      *> Offering row already exists
       01 WS-OFR-EOF           PIC X VALUE "N".      *> Offering-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for OFR-ADDED-BY
       01 WS-TERM-KEYED        PIC X(6).             *> Term keyed
       01 WS-TO-TERM           PIC X(6).             *> Term copied into
       01 WS-COURSE-KEYED      PIC X(15).            *> Course keyed
       01 WS-SECTION-KEYED     PIC X(2).             *> Section keyed
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed/copied/applied
       01 WS-SKIP-COUNT        PIC 9(4) VALUE 0.     *> Rows skipped
       01 WS-CAP-DISPLAY       PIC ZZ9.              *> Edited capacity

      *> The offering being keyed - built up here from the row on
      *> file (or the catalog row) and the operator's answers, since
      *> the conflict scans walk the file through the record area.
       01 WS-NEW-INSTR         PIC X(4).
       01 WS-NEW-CAPACITY      PIC 9(3).
       01 WS-NEW-DAY           PIC X(5).
       01 WS-NEW-TIME          PIC X(4).
       01 WS-NEW-ROOM          PIC X(6).
       01 WS-NEW-CAMPUS        PIC X(3).
       01 WS-ANSWER-INSTR      PIC X(4).             *> Operator's answers -
       01 WS-ANSWER-CAPACITY   PIC X(3).             *> blank keeps the value
       01 WS-ANSWER-DAY        PIC X(5).             *> shown
       01 WS-ANSWER-TIME       PIC X(4).
       01 WS-ANSWER-ROOM       PIC X(6).
       01 WS-ANSWER-CAMPUS     PIC X(3).

       01 WS-DAY-OVERLAP       PIC X VALUE "N".      *> Shared meeting day found
       01 WS-DAY-POS           PIC 9 VALUE 0.        *> Day-letter subscripts
       01 WS-OTHER-POS         PIC 9 VALUE 0.
       01 WS-ROOM-CLASH        PIC X VALUE "N".      *> Room taken that slot
       01 WS-INSTR-CLASH       PIC X VALUE "N".      *> Instructor busy that slot
       01 WS-CLASH-COURSE      PIC X(15).            *> Section clashed with
       01 WS-CLASH-SECTION     PIC X(2).

       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   T E R M   S E C T I O N   O F F E R I N G S |"
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
               MOVE "PRGC0149" TO WS-OPERATOR-ID
           END-IF

           DISPLAY "A=ADD/CHANGE AN OFFERING  X=CANCEL ONE  "
               "C=COPY A TERM'S SCHEDULE TO ANOTHER"
           DISPLAY "P=PUT A TERM INTO EFFECT ON THE COURSE MASTER  "
               "L=LIST A TERM >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-OFFERING
               WHEN "X"
                   PERFORM CANCEL-OFFERING
               WHEN "C"
                   PERFORM COPY-TERM-SCHEDULE
               WHEN "P"
                   PERFORM APPLY-TERM-SCHEDULE
               WHEN "L"
                   PERFORM LIST-TERM-SCHEDULE
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-OFFERING - schedules a catalog section into a term, or
      *> changes its row there.  A new row starts from the catalog
      *> row's instructor, capacity, meeting pattern and room; each
      *> prompt keeps the value shown when left blank.  The same
      *> room and instructor double-booking rules PRGC0010 applies
      *> to the course master are applied among the term's rows.
      *>-----------------------------------------------------------
       ADD-OFFERING.
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-SECTION-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE C-INSTRUCTOR   TO WS-NEW-INSTR
           MOVE C-CAPACITY     TO WS-NEW-CAPACITY
           MOVE C-MEETING-DAY  TO WS-NEW-DAY
           MOVE C-MEETING-TIME TO WS-NEW-TIME
           MOVE C-ROOM         TO WS-NEW-ROOM
           MOVE C-CAMPUS       TO WS-NEW-CAMPUS

           MOVE "OFFER"       TO WS-LOCK-TYPE
           MOVE WS-TERM-KEYED TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-OFFERING-FILE
           PERFORM MOVE-OFFERING-KEY
           READ OFFERING-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE
                   DISPLAY "NEW OFFERING - STARTING FROM THE CATALOG "
                       "ROW."
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
                   MOVE OFR-INSTRUCTOR   TO WS-NEW-INSTR
                   MOVE OFR-CAPACITY     TO WS-NEW-CAPACITY
                   MOVE OFR-MEETING-DAY  TO WS-NEW-DAY
                   MOVE OFR-MEETING-TIME TO WS-NEW-TIME
                   MOVE OFR-ROOM         TO WS-NEW-ROOM
                   MOVE OFR-CAMPUS       TO WS-NEW-CAMPUS
                   IF OFR-STATUS = "X"
                       DISPLAY "OFFERING WAS CANCELLED - SAVING IT "
                           "OFFERS IT AGAIN."
                   END-IF
           END-READ

           PERFORM ACCEPT-OFFERING-DETAILS
           IF RETURN-CODE NOT = 0
               CLOSE OFFERING-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TERM-CONFLICTS
           IF WS-ROOM-CLASH = "Y"
               DISPLAY "***ERROR: ROOM " WS-NEW-ROOM " IS ALREADY "
                   "BOOKED THEN BY " WS-CLASH-COURSE "/"
                   WS-CLASH-SECTION ".***"
               MOVE 6 TO RETURN-CODE              *> 6 = room conflict
               CLOSE OFFERING-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-CLASH = "Y"
               DISPLAY "***ERROR: INSTRUCTOR " WS-NEW-INSTR " ALREADY "
                   "TEACHES " WS-CLASH-COURSE "/" WS-CLASH-SECTION
                   " THEN.***"
               MOVE 7 TO RETURN-CODE              *> 7 = instructor conflict
               CLOSE OFFERING-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-OFFERING-KEY
           MOVE WS-NEW-INSTR       TO OFR-INSTRUCTOR
           MOVE WS-NEW-CAPACITY    TO OFR-CAPACITY
           MOVE WS-NEW-DAY         TO OFR-MEETING-DAY
           MOVE WS-NEW-TIME        TO OFR-MEETING-TIME
           MOVE WS-NEW-ROOM        TO OFR-ROOM
           MOVE WS-NEW-CAMPUS      TO OFR-CAMPUS
           MOVE "O"                TO OFR-STATUS
           MOVE WS-TODAY-FORMATTED TO OFR-ADDED-DATE
           MOVE WS-OPERATOR-ID     TO OFR-ADDED-BY
           IF WS-ON-FILE = "Y"
               REWRITE TERM-OFFERING-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO UPDATE "
                           "OFFERING.***"
                       MOVE 5 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** OFFERING UPDATED. ***"
                       MOVE 0 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE TERM-OFFERING-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO WRITE "
                           "OFFERING.***"
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** " WS-COURSE-KEYED "/"
                           WS-SECTION-KEYED " OFFERED IN TERM "
                           WS-TERM-KEYED ". ***"
                       MOVE 0 TO RETURN-CODE
               END-WRITE
           END-IF
           CLOSE OFFERING-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-OFFERING-DETAILS - instructor, seats, meeting days
      *> and time, room and campus for the offering, each shown and
      *> kept when the answer is blank.
      *>-----------------------------------------------------------
       ACCEPT-OFFERING-DETAILS.
           MOVE 0 TO RETURN-CODE

           DISPLAY "INSTRUCTOR ID [" WS-NEW-INSTR "] >>"
           ACCEPT WS-ANSWER-INSTR
           IF WS-ANSWER-INSTR NOT = SPACES
               MOVE WS-ANSWER-INSTR TO INSTR-ID
               OPEN INPUT INSTRUCTOR-FILE
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       DISPLAY "***ERROR: INSTRUCTOR ID NOT FOUND.***"
                       MOVE 1 TO RETURN-CODE      *> 1 = not found
                   NOT INVALID KEY
                       MOVE WS-ANSWER-INSTR TO WS-NEW-INSTR
               END-READ
               CLOSE INSTRUCTOR-FILE
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NEW-CAPACITY TO WS-CAP-DISPLAY
           DISPLAY "CAPACITY, 3 DIGITS, 000 FOR UNLIMITED ["
               WS-CAP-DISPLAY "] >>"
           ACCEPT WS-ANSWER-CAPACITY
           IF WS-ANSWER-CAPACITY NOT = SPACES
               IF WS-ANSWER-CAPACITY IS NUMERIC
                   MOVE WS-ANSWER-CAPACITY TO WS-NEW-CAPACITY
               ELSE
                   DISPLAY "***ERROR: CAPACITY MUST BE 3 DIGITS.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "MEETING DAYS, E.G. MWF OR TR [" WS-NEW-DAY "] >>"
           ACCEPT WS-ANSWER-DAY
           IF WS-ANSWER-DAY NOT = SPACES
               MOVE WS-ANSWER-DAY TO WS-NEW-DAY
           END-IF

           DISPLAY "START TIME, 24-HOUR HHMM [" WS-NEW-TIME "] >>"
           ACCEPT WS-ANSWER-TIME
           IF WS-ANSWER-TIME NOT = SPACES
               IF WS-ANSWER-TIME IS NUMERIC
                   MOVE WS-ANSWER-TIME TO WS-NEW-TIME
               ELSE
                   DISPLAY "***ERROR: START TIME MUST BE HHMM.***"
                   MOVE 3 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "ROOM [" WS-NEW-ROOM "] >>"
           ACCEPT WS-ANSWER-ROOM
           IF WS-ANSWER-ROOM NOT = SPACES
               MOVE WS-ANSWER-ROOM TO WS-NEW-ROOM
           END-IF

           DISPLAY "CAMPUS [" WS-NEW-CAMPUS "] >>"
           ACCEPT WS-ANSWER-CAMPUS
           IF WS-ANSWER-CAMPUS NOT = SPACES
               MOVE WS-ANSWER-CAMPUS TO WS-NEW-CAMPUS
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-TERM-CONFLICTS - walks the term's other open
      *> offerings for one in the same room, or taught by the same
      *> instructor, at the same start time on a shared day.  The
      *> sections of this one's cross-list group meet as one class
      *> and are passed over.
      *>-----------------------------------------------------------
       CHECK-TERM-CONFLICTS.
           MOVE "N" TO WS-ROOM-CLASH
           MOVE "N" TO WS-INSTR-CLASH
           IF WS-NEW-DAY = SPACES OR WS-NEW-TIME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COURSE-KEYED  TO WS-XL-COURSE
           MOVE WS-SECTION-KEYED TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST

           MOVE WS-TERM-KEYED TO OFR-TERM
           MOVE LOW-VALUES    TO OFR-COURSE
           MOVE LOW-VALUES    TO OFR-SECTION
           MOVE "N" TO WS-OFR-EOF
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFR-EOF
           END-START

           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-TERM-KEYED
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           PERFORM CHECK-ONE-OFFERING
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> CHECK-ONE-OFFERING - does the term row just read collide
      *> with the offering being keyed?
      *>-----------------------------------------------------------
       CHECK-ONE-OFFERING.
           IF OFR-STATUS = "X"
               OR OFR-MEETING-TIME NOT = WS-NEW-TIME
               OR OFR-MEETING-DAY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF OFR-COURSE = WS-COURSE-KEYED
               AND OFR-SECTION = WS-SECTION-KEYED
               EXIT PARAGRAPH
           END-IF
           MOVE OFR-COURSE  TO WS-XL-TEST-COURSE
           MOVE OFR-SECTION TO WS-XL-TEST-SECTION
           PERFORM XL-CHECK-MEMBER
           IF WS-XL-IS-MEMBER = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SHARED-DAY
           IF WS-DAY-OVERLAP = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-ROOM NOT = SPACES AND OFR-ROOM = WS-NEW-ROOM
               MOVE "Y" TO WS-ROOM-CLASH
           END-IF
           IF WS-NEW-INSTR NOT = SPACES
               AND OFR-INSTRUCTOR = WS-NEW-INSTR
               MOVE "Y" TO WS-INSTR-CLASH
           END-IF
           IF WS-ROOM-CLASH = "Y" OR WS-INSTR-CLASH = "Y"
               MOVE OFR-COURSE  TO WS-CLASH-COURSE
               MOVE OFR-SECTION TO WS-CLASH-SECTION
               MOVE "Y" TO WS-OFR-EOF
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-SHARED-DAY - does the row just read share at least
      *> one meeting day with the offering being keyed?
      *>-----------------------------------------------------------
       CHECK-SHARED-DAY.
           MOVE "N" TO WS-DAY-OVERLAP
           PERFORM VARYING WS-DAY-POS FROM 1 BY 1
               UNTIL WS-DAY-POS > 5
                   OR WS-DAY-OVERLAP = "Y"
               PERFORM VARYING WS-OTHER-POS FROM 1 BY 1
                   UNTIL WS-OTHER-POS > 5
                       OR WS-DAY-OVERLAP = "Y"
                   IF WS-NEW-DAY(WS-DAY-POS:1) NOT = SPACE
                       AND OFR-MEETING-DAY(WS-OTHER-POS:1) NOT = SPACE
                       AND WS-NEW-DAY(WS-DAY-POS:1) =
                           OFR-MEETING-DAY(WS-OTHER-POS:1)
                       MOVE "Y" TO WS-DAY-OVERLAP
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>-----------------------------------------------------------
      *> CANCEL-OFFERING - pulls a section from a term's schedule.
      *> The row stays on file marked "X"; registration stops
      *> accepting the section for that term.  Students already in
      *> it are left for the registrar to move.
      *>-----------------------------------------------------------
       CANCEL-OFFERING.
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER COURSE CODE (MAX 15 CHARS) >>"
           ACCEPT WS-COURSE-KEYED
           DISPLAY "ENTER SECTION (2 CHARS, E.G. 01) >>"
           ACCEPT WS-SECTION-KEYED

           MOVE "OFFER"       TO WS-LOCK-TYPE
           MOVE WS-TERM-KEYED TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-OFFERING-KEY
           OPEN I-O OFFERING-FILE
           READ OFFERING-FILE
               INVALID KEY
                   DISPLAY "***ERROR: SECTION IS NOT SCHEDULED IN "
                       "THAT TERM.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   IF OFR-STATUS = "X"
                       DISPLAY "***ERROR: OFFERING IS ALREADY "
                           "CANCELLED.***"
                       MOVE 2 TO RETURN-CODE
                   ELSE
                       MOVE "X"                TO OFR-STATUS
                       MOVE WS-TODAY-FORMATTED TO OFR-ADDED-DATE
                       MOVE WS-OPERATOR-ID     TO OFR-ADDED-BY
                       REWRITE TERM-OFFERING-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO CANCEL "
                                   "OFFERING.***"
                               MOVE 5 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "*** OFFERING CANCELLED. ***"
                               MOVE 0 TO RETURN-CODE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE OFFERING-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> COPY-TERM-SCHEDULE - starts one term's schedule from
      *> another's open offerings, so next term can be built from
      *> this one and then adjusted row by row.  A section already
      *> scheduled in the target term is left as it is.
      *>-----------------------------------------------------------
       COPY-TERM-SCHEDULE.
           DISPLAY "COPY INTO -"
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM-KEYED TO WS-TO-TERM
           DISPLAY "COPY FROM -"
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-TERM = WS-TERM-KEYED
               DISPLAY "***ERROR: A TERM CANNOT BE COPIED ONTO "
                   "ITSELF.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "OFFER"    TO WS-LOCK-TYPE
           MOVE WS-TO-TERM TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM OPEN-OFFERING-FILE
           MOVE WS-TERM-KEYED TO OFR-TERM
           MOVE LOW-VALUES    TO OFR-COURSE
           MOVE LOW-VALUES    TO OFR-SECTION
           MOVE "N" TO WS-OFR-EOF
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFR-EOF
           END-START

           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-TERM-KEYED
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           IF OFR-STATUS NOT = "X"
                               PERFORM COPY-ONE-OFFERING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFERING-FILE

           PERFORM RELEASE-RECORD-LOCK

           DISPLAY "*** " WS-LIST-COUNT " OFFERING(S) COPIED INTO "
               WS-TO-TERM ", " WS-SKIP-COUNT " ALREADY THERE. ***"
           IF WS-LIST-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing copied
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> COPY-ONE-OFFERING - writes the row just read into the
      *> target term, then puts the scan back where it was.
      *>-----------------------------------------------------------
       COPY-ONE-OFFERING.
           MOVE WS-TO-TERM         TO OFR-TERM
           MOVE WS-TODAY-FORMATTED TO OFR-ADDED-DATE
           MOVE WS-OPERATOR-ID     TO OFR-ADDED-BY
           WRITE TERM-OFFERING-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LIST-COUNT
           END-WRITE

           MOVE WS-TERM-KEYED TO OFR-TERM
           START OFFERING-FILE KEY IS GREATER THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFR-EOF
           END-START.

      *>-----------------------------------------------------------
      *> APPLY-TERM-SCHEDULE - puts a term's offerings into effect
      *> on the course master as the term begins: each open
      *> offering's instructor, capacity, meeting pattern, room and
      *> campus replace the catalog row's, which is what
      *> registration, the rosters and the conflict checks read.
      *> Sections not offered that term are left as they are.
      *>-----------------------------------------------------------
       APPLY-TERM-SCHEDULE.
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "COURSE" TO WS-LOCK-TYPE
           MOVE "ALL"    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE "N" TO WS-OFR-EOF
           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS NOT = "00"
               MOVE "Y" TO WS-OFR-EOF
           ELSE
               MOVE WS-TERM-KEYED TO OFR-TERM
               MOVE LOW-VALUES    TO OFR-COURSE
               MOVE LOW-VALUES    TO OFR-SECTION
               START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-OFR-EOF
               END-START
           END-IF
           OPEN I-O COURSE-MASTER-FILE

           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-TERM-KEYED
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           IF OFR-STATUS NOT = "X"
                               PERFORM APPLY-ONE-OFFERING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COURSE-MASTER-FILE
           IF WS-OFR-STATUS NOT = "35"
               CLOSE OFFERING-FILE
           END-IF

           PERFORM RELEASE-RECORD-LOCK

           DISPLAY "*** " WS-LIST-COUNT " SECTION(S) SET TO TERM "
               WS-TERM-KEYED "'S SCHEDULE. ***"
           IF WS-SKIP-COUNT > 0
               DISPLAY "(" WS-SKIP-COUNT " OFFERING(S) NAME A "
                   "SECTION NO LONGER IN THE CATALOG)"
           END-IF
           IF WS-LIST-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing scheduled
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> APPLY-ONE-OFFERING - the offering row just read onto its
      *> catalog row.
      *>-----------------------------------------------------------
       APPLY-ONE-OFFERING.
           MOVE OFR-COURSE  TO C-CODE
           MOVE OFR-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   MOVE OFR-INSTRUCTOR   TO C-INSTRUCTOR
                   MOVE OFR-CAPACITY     TO C-CAPACITY
                   MOVE OFR-MEETING-DAY  TO C-MEETING-DAY
                   MOVE OFR-MEETING-TIME TO C-MEETING-TIME
                   MOVE OFR-ROOM         TO C-ROOM
                   MOVE OFR-CAMPUS       TO C-CAMPUS
                   REWRITE COURSE-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SKIP-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-LIST-COUNT
                   END-REWRITE
           END-READ.

      *>-----------------------------------------------------------
      *> LIST-TERM-SCHEDULE - every row on file for one term,
      *> cancelled ones included.  PRGR0059 prints the formatted
      *> schedule of classes.
      *>-----------------------------------------------------------
       LIST-TERM-SCHEDULE.
           PERFORM ACCEPT-TERM-KEY
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "COURSE          | SEC | INST | CAP | DAYS  TIME"
               " | ROOM   | CMP | ST"
           DISPLAY "------------------------------------------------"
               "-----------------------"

           MOVE "N" TO WS-OFR-EOF
           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS NOT = "00"
               MOVE "Y" TO WS-OFR-EOF
           ELSE
               MOVE WS-TERM-KEYED TO OFR-TERM
               MOVE LOW-VALUES    TO OFR-COURSE
               MOVE LOW-VALUES    TO OFR-SECTION
               START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-OFR-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-OFR-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-TERM-KEYED
                           MOVE "Y" TO WS-OFR-EOF
                       ELSE
                           MOVE OFR-CAPACITY TO WS-CAP-DISPLAY
                           DISPLAY OFR-COURSE " | " OFR-SECTION
                               "  | " OFR-INSTRUCTOR " | "
                               WS-CAP-DISPLAY " | " OFR-MEETING-DAY
                               " " OFR-MEETING-TIME " | " OFR-ROOM
                               " | " OFR-CAMPUS " | " OFR-STATUS
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OFR-STATUS NOT = "35"
               CLOSE OFFERING-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO OFFERINGS ON FILE FOR " WS-TERM-KEYED ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-TERM-KEY - a term code, which must be on the
      *> academic calendar.
      *>-----------------------------------------------------------
       ACCEPT-TERM-KEY.
           DISPLAY "ENTER TERM CODE (E.G. 2026FA) >>"
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
               DISPLAY "***ERROR: TERM NOT ON THE ACADEMIC "
                   "CALENDAR.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-SECTION-KEY - course code and section, which must
      *> be in the catalog (course master).  Leaves the catalog row
      *> in the record area.
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
               DISPLAY "***ERROR: COURSE SECTION NOT IN THE "
                   "CATALOG.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           END-IF.

      *>-----------------------------------------------------------
      *> MOVE-OFFERING-KEY - the keyed term/course/section into
      *> OFR-KEY.
      *>-----------------------------------------------------------
       MOVE-OFFERING-KEY.
           MOVE WS-TERM-KEYED    TO OFR-TERM
           MOVE WS-COURSE-KEYED  TO OFR-COURSE
           MOVE WS-SECTION-KEYED TO OFR-SECTION.

      *>-----------------------------------------------------------
      *> OPEN-OFFERING-FILE - opens term-offerings.txt for update,
      *> creating it the first time a term is scheduled.
      *>-----------------------------------------------------------
       OPEN-OFFERING-FILE.
           OPEN I-O OFFERING-FILE
           IF WS-OFR-STATUS = "35"
               OPEN OUTPUT OFFERING-FILE
               CLOSE OFFERING-FILE
               OPEN I-O OFFERING-FILE
           END-IF.

       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
