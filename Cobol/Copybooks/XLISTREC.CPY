      *>---------------------------------------------------------------
      *> XLISTREC.CPY
      *> Shared cross-list membership record layout for the cross-
      *> list file (cross-lists.txt), maintained by PRGC0148 and by
      *> PRGC0010 when a new section is added cross-listed with an
      *> existing one.  Sections offered under more than one course
      *> code - a department code and an interdisciplinary code,
      *> say - meet together as one class: one row per member
      *> section, every member of a group carrying the same
      *> XL-GROUP-ID and shared seat pool.  A section not on this
      *> file is not cross-listed.
      *>---------------------------------------------------------------
       01  CROSS-LIST-RECORD.
           05  XL-KEY.
               10  XL-COURSE           PIC X(15).
               10  XL-SECTION          PIC X(2).
      *>             Member section (C-KEY on course-master.txt).
           05  XL-GROUP-ID             PIC X(6).
      *>         "XL" + a 4-digit number, handed out by
      *>         XL-NEXT-GROUP-ID (XLISTVAL.CPY).
           05  XL-POOL-CAPACITY        PIC 9(3).
      *>         Seats in the room the group shares - what the
      *>         capacity and waiting-list checks hold the group's
      *>         combined C-ENROLLED-COUNT against, in place of each
      *>         member's own C-CAPACITY.  Kept the same on every
      *>         member row.  0 = unlimited.
           05  XL-ADDED-DATE           PIC X(8).
      *>         YYYYMMDD the section joined the group.
           05  XL-ADDED-BY             PIC X(8).
      *>         USER-ID (USERREC.CPY) who cross-listed it.
