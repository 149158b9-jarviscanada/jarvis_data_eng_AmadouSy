       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0182.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO "room-reservations.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RSV-STATUS.

           SELECT ROOM-FILE ASSIGN TO "rooms.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT EXAM-SCHEDULE-FILE ASSIGN TO "exam-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "room-use-sheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
       COPY "RSVREC.CPY".     *> Shared room-reservation layout (RSV-KEY, ...)

       FD ROOM-FILE.
       COPY "ROOMREC.CPY".    *> Shared room master layout (ROOM-CODE, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD EXAM-SCHEDULE-FILE.
       01 EXAM-LINE             PIC X(80).
      *> exam-schedule.txt as PRGX0126 publishes it: two heading
      *> lines, then one line per section - course code (1:15), "/",
      *> section (17:2), slot (22:2), exam date (29:8) and exam hour
      *> (41:4).  The exam sits in the section's own room.

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(80).    *> One room-use sheet line

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-RSV-STATUS        PIC XX.               *> RESERVATION-FILE I/O status
       01 WS-ROOM-STATUS       PIC XX.               *> ROOM-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-EXAM-STATUS       PIC XX.               *> EXAM-SCHEDULE-FILE I/O status
       01 WS-ACTION            PIC X.                *> B=book, C=cancel, L=list, S=sheet
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0182". *> Logged-in user, for RSV-BOOKED-BY
       01 WS-TODAY             PIC X(8).             *> Current date, YYYYMMDD
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-ROOM-EOF          PIC X VALUE "N".      *> Room-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed

       01 WS-CLASS-MINUTES     PIC 9(3) VALUE 60.
      *>         A section holds its room for the hour that starts at
      *>         C-MEETING-TIME - the course master carries no end time.
       01 WS-EXAM-MINUTES      PIC 9(3) VALUE 120.
      *>         A final-exam sitting holds the room this long from the
      *>         exam hour on exam-schedule.txt.

       01 WS-BOOK-ROOM         PIC X(6).             *> Room keyed in
       01 WS-BOOK-DATE         PIC X(8).             *> Date keyed in
       01 WS-BOOK-START        PIC X(4).             *> Start keyed in, HHMM
       01 WS-BOOK-END          PIC X(4).             *> End keyed in, HHMM
       01 WS-BOOK-HEADCOUNT    PIC 9(3) VALUE 0.     *> Head count keyed in
       01 WS-BOOK-START-MIN    PIC 9(4) VALUE 0.     *> Start, minutes past midnight
       01 WS-BOOK-END-MIN      PIC 9(4) VALUE 0.     *> End, minutes past midnight
       01 WS-BUILDING          PIC X(15).            *> Building for the use sheet

       01 WS-HHMM              PIC X(4).             *> Time being converted
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HHMM-HH       PIC 99.
           05 WS-HHMM-MM       PIC 99.
       01 WS-MINUTES           PIC 9(4) VALUE 0.     *> Same time, minutes past midnight
       01 WS-TIME-VALID        PIC X VALUE "N".      *> "Y" if WS-HHMM is a real time

       01 WS-DAY-LETTERS       PIC X(7) VALUE "UMTWRFS".
      *>         Meeting-day letters by day of the week, Sunday first,
      *>         as C-MEETING-DAY spells them ("MWF", "TR").
       01 WS-DAY-INT           PIC 9(8) VALUE 0.     *> Day being checked, integer form
       01 WS-DAY-LETTER        PIC X.                *> Its meeting-day letter
       01 WS-DAY-TALLY         PIC 9(2) VALUE 0.     *> Letter found in C-MEETING-DAY
       01 WS-IN-TERM           PIC X VALUE "N".      *> Day falls inside a term
       01 WS-TERM-ROWS         PIC 9(4) VALUE 0.     *> Terms on the calendar

       01 WS-USE-ROOM          PIC X(6).             *> Room whose day is loaded
       01 WS-USE-DATE          PIC X(8).             *> The day loaded
       01 WS-USE-USED          PIC 9(2) VALUE 0.     *> Use-table entries in use
       01 WS-USE-IX            PIC 9(2) VALUE 0.     *> Use-table subscript
       01 WS-USE-JX            PIC 9(2) VALUE 0.     *> Sort subscript
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 40 TIMES.
               10 WS-USE-START-MIN PIC 9(4).
               10 WS-USE-END-MIN   PIC 9(4).
               10 WS-USE-KIND      PIC X(8).
               10 WS-USE-DESC      PIC X(40).
      *>         Everything holding the room that day - class
      *>         meetings, exam sittings and reservations - so the
      *>         booking check and the use sheet read one list.
      *>         40 is more than any one room can hold in a day.
       01 WS-USE-SWAP          PIC X(56).            *> Sort exchange area
       01 WS-CLASH             PIC X VALUE "N".      *> Booking overlaps an entry
       01 WS-CLASH-IX          PIC 9(2) VALUE 0.     *> Entry it overlaps

       01 WS-START-DISPLAY     PIC X(4).             *> Entry start, HHMM
       01 WS-END-DISPLAY       PIC X(4).             *> Entry end, HHMM
       01 WS-SHEET-ROOMS       PIC 9(4) VALUE 0.     *> Rooms on the sheet

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   R O O M   R E S E R V A T I O N S           |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "BOOK, CANCEL, LIST BOOKINGS, OR PRINT A DAY'S "
               "ROOM-USE SHEET? (B/C/L/S) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM BOOK-ROOM
               WHEN "C"
                   PERFORM CANCEL-BOOKING
               WHEN "L"
                   PERFORM LIST-BOOKINGS
               WHEN "S"
                   PERFORM PRINT-USE-SHEET
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> BOOK-ROOM - keys in one booking and refuses it if the room
      *> is too small for the head count, or if the time overlaps a
      *> class meeting, an exam sitting or another booking in the
      *> room that day.  The checks and the write run under a "RSV"
      *> record lock on the room, so two operators cannot both book
      *> the last free hour.
      *>-----------------------------------------------------------
       BOOK-ROOM.
           PERFORM ACCEPT-BOOKING-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-DATE < WS-TODAY
               DISPLAY "***ERROR: THAT DATE HAS ALREADY PASSED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER END TIME (HHMM, 24-HOUR) >>"
           ACCEPT WS-BOOK-END
           MOVE WS-BOOK-END TO WS-HHMM
           PERFORM CHECK-TIME
           IF WS-TIME-VALID = "N"
               DISPLAY "***ERROR: INVALID END TIME.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MINUTES TO WS-BOOK-END-MIN
           IF WS-BOOK-END-MIN NOT > WS-BOOK-START-MIN
               DISPLAY "***ERROR: END TIME MUST BE AFTER START "
                   "TIME.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER HEAD COUNT (3 DIGITS) >>"
           ACCEPT WS-BOOK-HEADCOUNT
           IF WS-BOOK-HEADCOUNT = 0
               DISPLAY "***ERROR: HEAD COUNT MUST BE AT LEAST 1.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-HEADCOUNT > ROOM-CAPACITY
               DISPLAY "***ERROR: ROOM " WS-BOOK-ROOM " SEATS ONLY "
                   ROOM-CAPACITY ".***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RSV-REQUESTER
           DISPLAY "ENTER REQUESTER (MAX 20 CHARS) >>"
           ACCEPT RSV-REQUESTER
           MOVE SPACES TO RSV-PURPOSE
           DISPLAY "ENTER PURPOSE (MAX 30 CHARS) >>"
           ACCEPT RSV-PURPOSE
           IF RSV-REQUESTER = SPACES OR RSV-PURPOSE = SPACES
               DISPLAY "***ERROR: REQUESTER AND PURPOSE ARE "
                   "REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "RSV"        TO WS-LOCK-TYPE
           MOVE WS-BOOK-ROOM TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOOK-ROOM TO WS-USE-ROOM
           MOVE WS-BOOK-DATE TO WS-USE-DATE
           PERFORM LOAD-ROOM-DAY

           MOVE "N" TO WS-CLASH
           PERFORM VARYING WS-USE-IX FROM 1 BY 1
               UNTIL WS-USE-IX > WS-USE-USED OR WS-CLASH = "Y"
               IF WS-BOOK-START-MIN < WS-USE-END-MIN(WS-USE-IX)
                   AND WS-USE-START-MIN(WS-USE-IX) < WS-BOOK-END-MIN
                   MOVE "Y"       TO WS-CLASH
                   MOVE WS-USE-IX TO WS-CLASH-IX
               END-IF
           END-PERFORM
           IF WS-CLASH = "Y"
               MOVE WS-USE-START-MIN(WS-CLASH-IX) TO WS-MINUTES
               PERFORM MINUTES-TO-HHMM
               MOVE WS-HHMM TO WS-START-DISPLAY
               MOVE WS-USE-END-MIN(WS-CLASH-IX) TO WS-MINUTES
               PERFORM MINUTES-TO-HHMM
               MOVE WS-HHMM TO WS-END-DISPLAY
               DISPLAY "***ERROR: ROOM " WS-BOOK-ROOM " IS TAKEN "
                   WS-START-DISPLAY "-" WS-END-DISPLAY " BY "
                   WS-USE-KIND(WS-CLASH-IX) " "
                   WS-USE-DESC(WS-CLASH-IX) "***"
               MOVE 6 TO RETURN-CODE              *> 6 = room conflict
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOOK-ROOM      TO RSV-ROOM
           MOVE WS-BOOK-DATE      TO RSV-DATE
           MOVE WS-BOOK-START     TO RSV-START
           MOVE WS-BOOK-END       TO RSV-END
           MOVE WS-BOOK-HEADCOUNT TO RSV-HEADCOUNT
           MOVE WS-OPERATOR-ID    TO RSV-BOOKED-BY
           MOVE WS-TODAY          TO RSV-BOOKED-DATE

      *> The first booking ever keyed creates the reservation file.
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS = "35"
               OPEN OUTPUT RESERVATION-FILE
               CLOSE RESERVATION-FILE
               OPEN I-O RESERVATION-FILE
           END-IF
           WRITE RESERVATION-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: A BOOKING ALREADY STARTS THEN "
                       "IN THAT ROOM.***"
                   MOVE 2 TO RETURN-CODE          *> 2 = duplicate key
               NOT INVALID KEY
                   DISPLAY "*** ROOM " WS-BOOK-ROOM " BOOKED "
                       WS-BOOK-DATE " " WS-BOOK-START "-"
                       WS-BOOK-END ". ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE RESERVATION-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> CANCEL-BOOKING - removes a booking that is no longer
      *> wanted, found by room, date and start time.
      *>-----------------------------------------------------------
       CANCEL-BOOKING.
           PERFORM ACCEPT-BOOKING-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "RSV"        TO WS-LOCK-TYPE
           MOVE WS-BOOK-ROOM TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOOK-ROOM  TO RSV-ROOM
           MOVE WS-BOOK-DATE  TO RSV-DATE
           MOVE WS-BOOK-START TO RSV-START
           OPEN I-O RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               DISPLAY "***ERROR: NO BOOKINGS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           READ RESERVATION-FILE
               INVALID KEY
                   DISPLAY "***ERROR: NO BOOKING STARTS THEN IN THAT "
                       "ROOM.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   DELETE RESERVATION-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO CANCEL "
                               "BOOKING.***"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** BOOKING CANCELLED: "
                               RSV-PURPOSE " ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE RESERVATION-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-BOOKING-KEY - the room, the day and the start time,
      *> all checked: the room must be on rooms.txt (ROOM-RECORD is
      *> left holding it), the day a real YYYYMMDD date, the start a
      *> real HHMM time.  RETURN-CODE 3 when any is bad.
      *>-----------------------------------------------------------
       ACCEPT-BOOKING-KEY.
           MOVE 0 TO RETURN-CODE

           DISPLAY "ENTER ROOM CODE >>"
           ACCEPT WS-BOOK-ROOM
           MOVE FUNCTION UPPER-CASE(WS-BOOK-ROOM) TO WS-BOOK-ROOM
           MOVE WS-BOOK-ROOM TO ROOM-CODE
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS = "00"
               READ ROOM-FILE
                   INVALID KEY
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
               END-READ
               CLOSE ROOM-FILE
           ELSE
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF
           IF RETURN-CODE NOT = 0
               DISPLAY "***ERROR: ROOM NOT ON FILE.***"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER DATE (YYYYMMDD) >>"
           ACCEPT WS-BOOK-DATE
           MOVE WS-BOOK-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER START TIME (HHMM, 24-HOUR) >>"
           ACCEPT WS-BOOK-START
           MOVE WS-BOOK-START TO WS-HHMM
           PERFORM CHECK-TIME
           IF WS-TIME-VALID = "N"
               DISPLAY "***ERROR: INVALID START TIME.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MINUTES TO WS-BOOK-START-MIN.

      *>-----------------------------------------------------------
      *> LIST-BOOKINGS - every booking for one room from today on.
      *>-----------------------------------------------------------
       LIST-BOOKINGS.
           DISPLAY "ENTER ROOM CODE >>"
           ACCEPT WS-BOOK-ROOM
           MOVE FUNCTION UPPER-CASE(WS-BOOK-ROOM) TO WS-BOOK-ROOM

           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "DATE     | TIME      | HEAD | REQUESTER           "
               " | PURPOSE"
           DISPLAY "-----------------------------------------------"
               "-----------"

           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS = "00"
               MOVE WS-BOOK-ROOM TO RSV-ROOM
               MOVE WS-TODAY     TO RSV-DATE
               MOVE LOW-VALUES   TO RSV-START
               START RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ RESERVATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RSV-ROOM NOT = WS-BOOK-ROOM
                               MOVE "Y" TO WS-EOF
                           ELSE
                               DISPLAY RSV-DATE " | " RSV-START "-"
                                   RSV-END " | " RSV-HEADCOUNT "  | "
                                   RSV-REQUESTER " | " RSV-PURPOSE
                               ADD 1 TO WS-LIST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO BOOKINGS FOR THAT ROOM FROM TODAY ON.)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing on file
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> PRINT-USE-SHEET - the day's room-use sheet for facilities:
      *> for every room in the building (or every room), what holds
      *> it and when - classes, exams and bookings in time order,
      *> with the booking's head count so set-up knows what to
      *> expect.
      *>-----------------------------------------------------------
       PRINT-USE-SHEET.
           DISPLAY "ENTER BUILDING (BLANK = EVERY BUILDING) >>"
           MOVE SPACES TO WS-BUILDING
           ACCEPT WS-BUILDING
           MOVE FUNCTION UPPER-CASE(WS-BUILDING) TO WS-BUILDING

           DISPLAY "ENTER DATE (YYYYMMDD, BLANK = TODAY) >>"
           MOVE SPACES TO WS-BOOK-DATE
           ACCEPT WS-BOOK-DATE
           IF WS-BOOK-DATE = SPACES
               MOVE WS-TODAY TO WS-BOOK-DATE
           END-IF
           MOVE WS-BOOK-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ROOM-USE SHEET FOR " DELIMITED BY SIZE
                  WS-BOOK-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF WS-BUILDING = SPACES
               MOVE "ALL BUILDINGS" TO REPORT-LINE(31:13)
           ELSE
               MOVE WS-BUILDING TO REPORT-LINE(31:15)
           END-IF
           PERFORM WRITE-SHEET-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-SHEET-LINE

           MOVE 0   TO WS-SHEET-ROOMS
           MOVE "N" TO WS-ROOM-EOF
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS NOT = "00"
               MOVE "Y" TO WS-ROOM-EOF
           END-IF
           PERFORM UNTIL WS-ROOM-EOF = "Y"
               READ ROOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ROOM-EOF
                   NOT AT END
                       IF WS-BUILDING = SPACES
                           OR FUNCTION UPPER-CASE(ROOM-BUILDING)
                               = WS-BUILDING
                           PERFORM SHEET-ONE-ROOM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROOM-STATUS NOT = "35"
               CLOSE ROOM-FILE
           END-IF

           IF WS-SHEET-ROOMS = 0
               MOVE "(NO ROOMS IN THAT BUILDING.)" TO REPORT-LINE
               PERFORM WRITE-SHEET-LINE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to print
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "*** SHEET WRITTEN TO room-use-sheet.txt. ***".

      *>-----------------------------------------------------------
      *> SHEET-ONE-ROOM - the room just read and its day.
      *>-----------------------------------------------------------
       SHEET-ONE-ROOM.
           ADD 1 TO WS-SHEET-ROOMS
           MOVE SPACES TO REPORT-LINE
           STRING "ROOM " DELIMITED BY SIZE
                  ROOM-CODE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  ROOM-BUILDING DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  ROOM-CAPACITY DELIMITED BY SIZE
                  " SEATS)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-SHEET-LINE

           MOVE ROOM-CODE    TO WS-USE-ROOM
           MOVE WS-BOOK-DATE TO WS-USE-DATE
           PERFORM LOAD-ROOM-DAY

      *> Time order: a straight exchange sort - a room's day is a
      *> handful of entries.
           PERFORM VARYING WS-USE-IX FROM 1 BY 1
               UNTIL WS-USE-IX >= WS-USE-USED
               PERFORM VARYING WS-USE-JX FROM WS-USE-IX BY 1
                   UNTIL WS-USE-JX > WS-USE-USED
                   IF WS-USE-START-MIN(WS-USE-JX)
                       < WS-USE-START-MIN(WS-USE-IX)
                       MOVE WS-USE-ENTRY(WS-USE-IX) TO WS-USE-SWAP
                       MOVE WS-USE-ENTRY(WS-USE-JX)
                           TO WS-USE-ENTRY(WS-USE-IX)
                       MOVE WS-USE-SWAP TO WS-USE-ENTRY(WS-USE-JX)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-USE-IX FROM 1 BY 1
               UNTIL WS-USE-IX > WS-USE-USED
               MOVE WS-USE-START-MIN(WS-USE-IX) TO WS-MINUTES
               PERFORM MINUTES-TO-HHMM
               MOVE WS-HHMM TO WS-START-DISPLAY
               MOVE WS-USE-END-MIN(WS-USE-IX) TO WS-MINUTES
               PERFORM MINUTES-TO-HHMM
               MOVE WS-HHMM TO WS-END-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-START-DISPLAY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-END-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-USE-KIND(WS-USE-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-USE-DESC(WS-USE-IX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-PERFORM

           IF WS-USE-USED = 0
               MOVE "  (FREE ALL DAY)" TO REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-SHEET-LINE.

      *>-----------------------------------------------------------
      *> LOAD-ROOM-DAY - fills WS-USE-TABLE with everything holding
      *> room WS-USE-ROOM on day WS-USE-DATE: the sections meeting
      *> in it that weekday (only on a day inside a term, when the
      *> term calendar is kept), the final exams sitting in it that
      *> day, and its bookings.
      *>-----------------------------------------------------------
       LOAD-ROOM-DAY.
           MOVE 0 TO WS-USE-USED

           PERFORM CHECK-DAY-IN-TERM
           IF WS-IN-TERM = "Y"
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-USE-DATE))
               MOVE WS-DAY-LETTERS(FUNCTION MOD(WS-DAY-INT, 7) + 1:1)
                   TO WS-DAY-LETTER
               PERFORM LOAD-CLASS-MEETINGS
           END-IF

           PERFORM LOAD-EXAM-SITTINGS
           PERFORM LOAD-BOOKINGS.

      *>-----------------------------------------------------------
      *> CHECK-DAY-IN-TERM - does WS-USE-DATE fall inside a term on
      *> term-calendar.txt?  With no calendar kept at all, every day
      *> is taken to be a class day, the cautious answer.
      *>-----------------------------------------------------------
       CHECK-DAY-IN-TERM.
           MOVE "N" TO WS-IN-TERM
           MOVE 0   TO WS-TERM-ROWS
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TERM-ROWS
                           IF WS-USE-DATE NOT < TERM-START-DATE
                               AND WS-USE-DATE NOT > TERM-END-DATE
                               MOVE "Y" TO WS-IN-TERM
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF
           IF WS-TERM-ROWS = 0
               MOVE "Y" TO WS-IN-TERM
           END-IF.

      *>-----------------------------------------------------------
      *> LOAD-CLASS-MEETINGS - sections in the room whose meeting
      *> days include WS-DAY-LETTER.
      *>-----------------------------------------------------------
       LOAD-CLASS-MEETINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF C-ROOM = WS-USE-ROOM
                           AND C-MEETING-TIME NOT = SPACES
                           MOVE 0 TO WS-DAY-TALLY
                           INSPECT C-MEETING-DAY TALLYING WS-DAY-TALLY
                               FOR ALL WS-DAY-LETTER
                           MOVE C-MEETING-TIME TO WS-HHMM
                           PERFORM CHECK-TIME
                           IF WS-DAY-TALLY > 0 AND WS-TIME-VALID = "Y"
                               AND WS-USE-USED < 40
                               ADD 1 TO WS-USE-USED
                               MOVE WS-MINUTES
                                   TO WS-USE-START-MIN(WS-USE-USED)
                               COMPUTE WS-USE-END-MIN(WS-USE-USED) =
                                   WS-MINUTES + WS-CLASS-MINUTES
                               MOVE "CLASS" TO WS-USE-KIND(WS-USE-USED)
                               MOVE SPACES TO WS-USE-DESC(WS-USE-USED)
                               STRING C-CODE DELIMITED BY SPACE
                                      "/" DELIMITED BY SIZE
                                      C-SECTION DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      C-DESC DELIMITED BY SIZE
                                      INTO WS-USE-DESC(WS-USE-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE.

      *>-----------------------------------------------------------
      *> LOAD-EXAM-SITTINGS - exam-schedule.txt lines for the day
      *> whose section meets in the room.  No published schedule
      *> means no exams.
      *>-----------------------------------------------------------
       LOAD-EXAM-SITTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXAM-SCHEDULE-FILE
           IF WS-EXAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS NOT = "00"
               CLOSE EXAM-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ EXAM-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EXAM-LINE(16:1) = "/"
                           AND EXAM-LINE(29:8) = WS-USE-DATE
                           PERFORM LOAD-ONE-EXAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE
           CLOSE EXAM-SCHEDULE-FILE.

       LOAD-ONE-EXAM.
           MOVE EXAM-LINE(1:15) TO C-CODE
           MOVE EXAM-LINE(17:2) TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF C-ROOM NOT = WS-USE-ROOM
               EXIT PARAGRAPH
           END-IF
           MOVE EXAM-LINE(41:4) TO WS-HHMM
           PERFORM CHECK-TIME
           IF WS-TIME-VALID = "N" OR WS-USE-USED NOT < 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USE-USED
           MOVE WS-MINUTES TO WS-USE-START-MIN(WS-USE-USED)
           COMPUTE WS-USE-END-MIN(WS-USE-USED) =
               WS-MINUTES + WS-EXAM-MINUTES
           MOVE "EXAM" TO WS-USE-KIND(WS-USE-USED)
           MOVE SPACES TO WS-USE-DESC(WS-USE-USED)
           STRING C-CODE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  C-SECTION DELIMITED BY SIZE
                  " FINAL" DELIMITED BY SIZE
                  INTO WS-USE-DESC(WS-USE-USED).

      *>-----------------------------------------------------------
      *> LOAD-BOOKINGS - the room's reservations for the day.
      *>-----------------------------------------------------------
       LOAD-BOOKINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RESERVATION-FILE
           IF WS-RSV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USE-ROOM TO RSV-ROOM
           MOVE WS-USE-DATE TO RSV-DATE
           MOVE LOW-VALUES  TO RSV-START
           START RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ RESERVATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RSV-ROOM NOT = WS-USE-ROOM
                           OR RSV-DATE NOT = WS-USE-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-USE-USED < 40
                               PERFORM LOAD-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE.

       LOAD-ONE-BOOKING.
           ADD 1 TO WS-USE-USED
           MOVE RSV-START TO WS-HHMM
           PERFORM CHECK-TIME
           MOVE WS-MINUTES TO WS-USE-START-MIN(WS-USE-USED)
           MOVE RSV-END TO WS-HHMM
           PERFORM CHECK-TIME
           MOVE WS-MINUTES TO WS-USE-END-MIN(WS-USE-USED)
           MOVE "BOOKED" TO WS-USE-KIND(WS-USE-USED)
           MOVE SPACES TO WS-USE-DESC(WS-USE-USED)
           STRING RSV-PURPOSE DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  RSV-HEADCOUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-USE-DESC(WS-USE-USED).

      *>-----------------------------------------------------------
      *> CHECK-TIME - is WS-HHMM a real 24-hour time?  WS-MINUTES
      *> comes back as minutes past midnight when it is.
      *>-----------------------------------------------------------
       CHECK-TIME.
           MOVE "N" TO WS-TIME-VALID
           MOVE 0   TO WS-MINUTES
           IF WS-HHMM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM
           MOVE "Y" TO WS-TIME-VALID.

      *>-----------------------------------------------------------
      *> MINUTES-TO-HHMM - WS-MINUTES back into WS-HHMM.
      *>-----------------------------------------------------------
       MINUTES-TO-HHMM.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HHMM-HH
               REMAINDER WS-HHMM-MM.

      *>-----------------------------------------------------------
      *> WRITE-SHEET-LINE - writes one line to the sheet and echoes
      *> it to the screen.
      *>-----------------------------------------------------------
       WRITE-SHEET-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
