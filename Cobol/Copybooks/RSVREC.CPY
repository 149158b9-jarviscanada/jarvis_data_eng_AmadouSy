      *>---------------------------------------------------------------
      *> RSVREC.CPY
      *> Shared room-reservation record layout for the reservation
      *> file (room-reservations.txt), maintained by PRGC0182.  One
      *> row per booking of a room for something that is not a class
      *> section - an exam review, a department meeting, a club
      *> event.  PRGC0182 refuses a booking that overlaps a section
      *> meeting in the room (C-ROOM / C-MEETING-DAY /
      *> C-MEETING-TIME on COURSEREC.CPY), a final-exam sitting in
      *> the room on exam-schedule.txt (PRGX0126), or another
      *> reservation, and one whose head count is over ROOM-CAPACITY.
      *>
      *> The standard SELECT is:
      *>     SELECT RESERVATION-FILE ASSIGN TO "room-reservations.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS RSV-KEY
      *>         FILE STATUS IS WS-RSV-STATUS.
      *>---------------------------------------------------------------
       01  RESERVATION-RECORD.
           05  RSV-KEY.
               10  RSV-ROOM            PIC X(6).
      *>             ROOM-CODE on rooms.txt (ROOMREC.CPY).
               10  RSV-DATE            PIC X(8).
      *>             YYYYMMDD of the booking.
               10  RSV-START           PIC X(4).
      *>             Start time, 24-hour HHMM.
           05  RSV-END                 PIC X(4).
      *>         End time, 24-hour HHMM - the room is free again at
      *>         this minute.
           05  RSV-REQUESTER           PIC X(20).
      *>         Who the room is booked for (a person or department).
           05  RSV-PURPOSE             PIC X(30).
      *>         What it is for, e.g. "CHEM 101 EXAM REVIEW".
           05  RSV-HEADCOUNT           PIC 9(3).
      *>         People expected; never more than ROOM-CAPACITY.
           05  RSV-BOOKED-BY           PIC X(8).
      *>         User who keyed the booking.
           05  RSV-BOOKED-DATE         PIC X(8).
      *>         YYYYMMDD the booking was keyed.
