      *> (rooms.txt), maintained by PRGC0101.  Each course section
      *> carries a ROOM-CODE from here (C-ROOM on COURSEREC.CPY),
      *> and PRGC0010 refuses to schedule two sections into the same
      *> room at the same day and hour.  Non-class events are booked
      *> onto room-reservations.txt (RSVREC.CPY) through PRGC0182.
      *>---------------------------------------------------------------
       01  ROOM-RECORD.
           05  ROOM-CODE           PIC X(6).
           05  ROOM-BUILDING       PIC X(15).
           05  ROOM-CAPACITY       PIC 9(3).
      *>         Seats in the room - eyeballed against C-CAPACITY when
      *>         a section is scheduled; PRGC0182 refuses a booking
      *>         whose head count is over it.
