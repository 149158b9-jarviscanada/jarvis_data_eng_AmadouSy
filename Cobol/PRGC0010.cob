               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-STATUS.

           SELECT CROSSLIST-FILE ASSIGN TO "cross-lists.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-XL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-MASTER-FILE.
       FD LOCATION-FILE.
       COPY "LOCREC.CPY".      *> Shared campus/location layout (LOC-CODE, LOC-NAME)

       FD CROSSLIST-FILE.
       COPY "XLISTREC.CPY".    *> Shared cross-list membership layout (XL-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last I/O
       01 WS-INSTR-STATUS      PIC XX.               *> Instructor-file I/O status
       01 WS-DAY-POS           PIC 9(2).               *> Scratch subscripts for the
       01 WS-OTHER-POS         PIC 9(2).               *> shared-day comparison
       01 WS-DAY-OVERLAP       PIC X VALUE "N".        *> A shared day was found
       01 WS-XL-WITH-COURSE    PIC X(15) VALUE SPACES. *> Section this one is
       01 WS-XL-WITH-SECTION   PIC X(2).               *> cross-listed with
       01 WS-XL-WITH-OK        PIC X VALUE "Y".        *> "N" if that section is unusable
       01 WS-XL-WITH-CAPACITY  PIC 9(3) VALUE 0.       *> Its C-CAPACITY
       01 WS-XL-WITH-DAY       PIC X(5).               *> Its meeting days, time,
       01 WS-XL-WITH-TIME      PIC X(4).               *> room and campus, which
       01 WS-XL-WITH-ROOM      PIC X(6).               *> the new section takes on
       01 WS-XL-WITH-CAMPUS    PIC X(3).
       01 WS-OPERATOR-ID       PIC X(8).               *> Signed-on user, for XL-ADDED-BY
       01 WS-TODAY             PIC X(8).               *> Today, YYYYMMDD

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "XLISTWS.CPY".    *> Fields used by the shared cross-list paragraphs

       PROCEDURE DIVISION.
       BEGIN.
               "(MAX 15 CHARS) >>"
           ACCEPT C-COREQ

           *> A section offered under a second course code meets
           *> with the one it is cross-listed with - same room, same
           *> day and time - so it takes that section's schedule
           *> instead of having its own keyed in.
           PERFORM ASK-CROSS-LIST
           IF WS-XL-WITH-OK = "N"
               MOVE 1 TO RETURN-CODE                  *> 1 = not found
               CLOSE COURSE-MASTER-FILE
               EXIT PROGRAM
           END-IF

           IF WS-XL-WITH-COURSE = SPACES
               DISPLAY "ENTER MEETING DAYS (E.G. MWF), OR BLANK "
                   "(MAX 5 CHARS) >>"
               ACCEPT C-MEETING-DAY

               DISPLAY "ENTER MEETING TIME (24-HOUR HHMM), OR "
                   "BLANK >>"
               ACCEPT C-MEETING-TIME

               DISPLAY "ENTER ROOM CODE, OR BLANK IF NOT YET "
                   "ASSIGNED (MAX 6 CHARS) >>"
               ACCEPT C-ROOM
           END-IF

           IF C-ROOM NOT = SPACES
               PERFORM VALIDATE-ROOM
           *> Campus the section meets at - blank is the main
           *> campus, anything keyed is validated against the
           *> location master.
           IF WS-XL-WITH-COURSE = SPACES
               MOVE SPACES TO C-CAMPUS
               DISPLAY "ENTER CAMPUS CODE (3 CHARS), OR BLANK FOR "
                   "MAIN >>"
               ACCEPT C-CAMPUS
               IF C-CAMPUS NOT = SPACES
                   MOVE C-CAMPUS TO LOC-CODE
                   OPEN INPUT LOCATION-FILE
                   READ LOCATION-FILE
                       INVALID KEY
                           DISPLAY "***WARNING: UNKNOWN CAMPUS CODE"
                               " - LEFT AS MAIN.***"
                           MOVE SPACES TO C-CAMPUS
                   END-READ
                   CLOSE LOCATION-FILE
               END-IF
           END-IF

           *> Nobody can teach in two rooms at once - the same
               NOT INVALID KEY
                   DISPLAY "*** COURSE ADDED SUCCESSFULLY. ***"
                   MOVE 0 TO RETURN-CODE
                   IF WS-XL-WITH-COURSE NOT = SPACES
                       PERFORM RECORD-CROSS-LIST
                   END-IF
           END-WRITE

           PERFORM RELEASE-RECORD-LOCK
      *> CAP-CHECK-ONE-SCHEDULE applies per student, applied here
      *> per room.  The new section's fields are saved before the
      *> scan (which overwrites the record area) and re-keyed after.
      *> Sections of the cross-list group the new one is joining
      *> are the same class in the same room, so they never clash.
      *>-----------------------------------------------------------
       CHECK-ROOM-CONFLICT.
           MOVE "N" TO WS-ROOM-CLASH
                       AT END
                           MOVE "Y" TO WS-LOAD-EOF
                       NOT AT END
                           MOVE C-CODE    TO WS-XL-TEST-COURSE
                           MOVE C-SECTION TO WS-XL-TEST-SECTION
                           PERFORM XL-CHECK-MEMBER
                           IF C-ROOM = WS-NEW-ROOM
                               AND C-MEETING-TIME = WS-NEW-TIME
                               AND C-MEETING-DAY NOT = SPACES
                               AND WS-XL-IS-MEMBER = "N"
                               PERFORM CHECK-SHARED-DAY
                               IF WS-DAY-OVERLAP = "Y"
                                   MOVE C-CODE TO WS-CLASH-COURSE
      *> one this instructor already teaches at the same time on a
      *> shared day.  Same whole-record save/restore as the room
      *> scan, since both walk the master through the record area
      *> the new course sits in, and the same pass over the new
      *> section's cross-list group.
      *>-----------------------------------------------------------
       CHECK-INSTR-TIME-CONFLICT.
           MOVE "N" TO WS-INSTR-CLASH
                       AT END
                           MOVE "Y" TO WS-LOAD-EOF
                       NOT AT END
                           MOVE C-CODE    TO WS-XL-TEST-COURSE
                           MOVE C-SECTION TO WS-XL-TEST-SECTION
                           PERFORM XL-CHECK-MEMBER
                           IF C-INSTRUCTOR = WS-NEW-INSTR
                               AND C-MEETING-TIME = WS-NEW-TIME
                               AND C-MEETING-DAY NOT = SPACES
                               AND WS-XL-IS-MEMBER = "N"
                               PERFORM CHECK-SHARED-DAY
                               IF WS-DAY-OVERLAP = "Y"
                                   MOVE C-CODE TO WS-CLASH-COURSE
           MOVE WS-SAVED-RECORD TO COURSE-MASTER-RECORD
           MOVE "N" TO WS-LOAD-EOF.

      *>-----------------------------------------------------------
      *> ASK-CROSS-LIST - asks whether the new section is cross-
      *> listed with one already on the course master.  If so, that
      *> section must exist; its schedule, room and campus are
      *> copied onto the new one and its cross-list group (or just
      *> itself, if it has none yet) is loaded so the conflict scans
      *> pass over the class's own sections.  WS-XL-WITH-OK = "N"
      *> when the section named is not usable.
      *>-----------------------------------------------------------
       ASK-CROSS-LIST.
           MOVE "Y" TO WS-XL-WITH-OK
           MOVE SPACES TO WS-XL-WITH-COURSE
           DISPLAY "CROSS-LIST WITH COURSE CODE, OR BLANK IF NOT "
               "CROSS-LISTED >>"
           ACCEPT WS-XL-WITH-COURSE
           IF WS-XL-WITH-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER ITS SECTION, OR BLANK FOR 01 >>"
           ACCEPT WS-XL-WITH-SECTION
           IF WS-XL-WITH-SECTION = SPACES
               MOVE "01" TO WS-XL-WITH-SECTION
           END-IF

           MOVE COURSE-MASTER-RECORD TO WS-SAVED-RECORD
           MOVE WS-XL-WITH-COURSE  TO C-CODE
           MOVE WS-XL-WITH-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-XL-WITH-OK
               NOT INVALID KEY
                   MOVE C-CAPACITY     TO WS-XL-WITH-CAPACITY
                   MOVE C-MEETING-DAY  TO WS-XL-WITH-DAY
                   MOVE C-MEETING-TIME TO WS-XL-WITH-TIME
                   MOVE C-ROOM         TO WS-XL-WITH-ROOM
                   MOVE C-CAMPUS       TO WS-XL-WITH-CAMPUS
           END-READ
           MOVE WS-SAVED-RECORD TO COURSE-MASTER-RECORD

           IF WS-XL-WITH-OK = "N"
               DISPLAY "***ERROR: CROSS-LIST SECTION NOT ON FILE.***"
               EXIT PARAGRAPH
           END-IF
           IF WS-XL-WITH-COURSE = C-CODE
               DISPLAY "***ERROR: A SECTION CANNOT BE CROSS-LISTED "
                   "UNDER ITS OWN CODE.***"
               MOVE "N" TO WS-XL-WITH-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XL-WITH-DAY    TO C-MEETING-DAY
           MOVE WS-XL-WITH-TIME   TO C-MEETING-TIME
           MOVE WS-XL-WITH-ROOM   TO C-ROOM
           MOVE WS-XL-WITH-CAMPUS TO C-CAMPUS
           DISPLAY "MEETS WITH " WS-XL-WITH-COURSE "/"
               WS-XL-WITH-SECTION ": " WS-XL-WITH-DAY " "
               WS-XL-WITH-TIME " ROOM " WS-XL-WITH-ROOM

           MOVE WS-XL-WITH-COURSE  TO WS-XL-COURSE
           MOVE WS-XL-WITH-SECTION TO WS-XL-SECTION
           PERFORM FIND-CROSS-LIST
           IF WS-XL-GROUP = SPACES
               MOVE 1 TO WS-XL-MEMBER-COUNT
               MOVE WS-XL-WITH-COURSE  TO WS-XL-MEMBER-COURSE(1)
               MOVE WS-XL-WITH-SECTION TO WS-XL-MEMBER-SECTION(1)
           END-IF.

      *>-----------------------------------------------------------
      *> RECORD-CROSS-LIST - enters the section just written into
      *> its partner's cross-list group.  A partner not yet in a
      *> group starts a new one, its own capacity becoming the
      *> group's shared seat pool (PRGC0148 changes it).
      *>-----------------------------------------------------------
       RECORD-CROSS-LIST.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO WS-OPERATOR-ID
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE
           IF WS-OPERATOR-ID = SPACES
               MOVE "PRGC0010" TO WS-OPERATOR-ID
           END-IF

           IF WS-XL-GROUP = SPACES
               PERFORM XL-NEXT-GROUP-ID
               MOVE WS-XL-NEW-GROUP     TO WS-XL-GROUP
               MOVE WS-XL-WITH-CAPACITY TO WS-XL-POOL-CAPACITY
           END-IF

           OPEN I-O CROSSLIST-FILE
           IF WS-XL-STATUS = "35"
               OPEN OUTPUT CROSSLIST-FILE
               CLOSE CROSSLIST-FILE
               OPEN I-O CROSSLIST-FILE
           END-IF

           MOVE WS-XL-WITH-COURSE   TO XL-COURSE
           MOVE WS-XL-WITH-SECTION  TO XL-SECTION
           MOVE WS-XL-GROUP         TO XL-GROUP-ID
           MOVE WS-XL-POOL-CAPACITY TO XL-POOL-CAPACITY
           MOVE WS-TODAY            TO XL-ADDED-DATE
           MOVE WS-OPERATOR-ID      TO XL-ADDED-BY
           WRITE CROSS-LIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE C-CODE    TO XL-COURSE
           MOVE C-SECTION TO XL-SECTION
           WRITE CROSS-LIST-RECORD
               INVALID KEY
                   DISPLAY "***WARNING: SECTION IS ALREADY "
                       "CROSS-LISTED - GROUP NOT CHANGED.***"
               NOT INVALID KEY
                   DISPLAY "*** CROSS-LISTED WITH " WS-XL-WITH-COURSE
                       "/" WS-XL-WITH-SECTION " (GROUP " WS-XL-GROUP
                       ", " WS-XL-POOL-CAPACITY " SHARED SEATS). ***"
           END-WRITE
           CLOSE CROSSLIST-FILE.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "XLISTVAL.CPY".   *> Shared cross-list lookup paragraphs
