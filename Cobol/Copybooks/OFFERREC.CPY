      *>---------------------------------------------------------------
      *> OFFERREC.CPY
      *> Shared term-offering record layout for the schedule of
      *> classes file (term-offerings.txt), maintained by PRGC0149.
      *> course-master.txt is the catalog - one row per section for
      *> as long as the section exists - while this file says which
      *> of those sections run in which term, taught by whom, when,
      *> where and for how many.  A term can be scheduled here while
      *> an earlier one is still running; PRGC0149 puts a term's
      *> rows into effect on the course master when it begins.
      *>---------------------------------------------------------------
       01  TERM-OFFERING-RECORD.
           05  OFR-KEY.
               10  OFR-TERM            PIC X(6).
      *>             TERM-CODE on term-calendar.txt (TERMREC.CPY).
               10  OFR-COURSE          PIC X(15).
               10  OFR-SECTION         PIC X(2).
      *>             Section offered (C-KEY on course-master.txt).
           05  OFR-INSTRUCTOR          PIC X(4).
      *>         INSTR-ID teaching it that term.  SPACES = not yet
      *>         assigned.
           05  OFR-CAPACITY            PIC 9(3).
      *>         Seats that term.  0 = unlimited.
           05  OFR-MEETING-DAY         PIC X(5).
           05  OFR-MEETING-TIME        PIC X(4).
      *>         Meeting days and HHMM start time, as C-MEETING-DAY
      *>         and C-MEETING-TIME.  SPACES = not yet scheduled.
           05  OFR-ROOM                PIC X(6).
           05  OFR-CAMPUS              PIC X(3).
      *>         Room and campus, as C-ROOM and C-CAMPUS.
           05  OFR-STATUS              PIC X(1).
      *>         "O" = offered, "X" = cancelled.  A cancelled row
      *>         stays on file so the schedule shows what was pulled.
           05  OFR-ADDED-DATE          PIC X(8).
      *>         YYYYMMDD the row was last keyed.
           05  OFR-ADDED-BY            PIC X(8).
      *>         USER-ID (USERREC.CPY) who keyed it.
