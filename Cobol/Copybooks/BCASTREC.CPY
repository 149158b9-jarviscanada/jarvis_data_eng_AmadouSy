      *>---------------------------------------------------------------
      *> BCASTREC.CPY
      *> Shared urgent-broadcast log record layout for the broadcast
      *> log (broadcast-log.txt).  PRGS0198 appends one row per
      *> broadcast it queues - who sent it, to which population,
      *> what it said and how many students it reached - so an
      *> emergency notice can be accounted for after the fact
      *> without digging through the sent mail.
      *>---------------------------------------------------------------
       01  BROADCAST-LOG-RECORD.
           05  BC-DATE             PIC X(8).    *> YYYYMMDD sent
           05  BC-TIME             PIC X(6).    *> HHMMSS sent
           05  BC-USER             PIC X(8).
      *>         USER-ID (USERREC.CPY) signed on when it was sent,
      *>         from current-session.txt.  SPACES if no session.
           05  BC-SELECT-TYPE      PIC X(1).
      *>         Population chosen: C = course section, R = room
      *>         and B = building (sections meeting there that day),
      *>         K = campus, P = degree program, A = every active
      *>         student.
           05  BC-SELECT-VALUE     PIC X(20).
      *>         The course/section, room, building, campus or
      *>         program code keyed.  SPACES for A (and for K when
      *>         the main campus was chosen).
           05  BC-SUBJECT          PIC X(60).
           05  BC-SELECTED         PIC 9(5).    *> Active students selected
           05  BC-EMAILED          PIC 9(5).    *> Messages queued
           05  BC-CALL-LIST        PIC 9(5).
      *>         Students with no usable email, put on the phone call
      *>         list (broadcast-call-list.txt) instead.
