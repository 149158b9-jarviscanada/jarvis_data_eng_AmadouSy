      *>---------------------------------------------------------------
      *> PERMITREC.CPY
      *> Shared registration-permit record layout for the permit
      *> file (registration-permits.txt), granted through PRGC0133
      *> and listed for audit by PRGR0134.  One row waives one of
      *> CAP-ENROLL-WITH-CHECK's refusals for one student in one
      *> course section, once: the enrollment that leans on it
      *> marks it used, so a permit can never open a second seat.
      *> A student needing two checks waived (a prerequisite AND a
      *> time conflict, say) is granted two rows.
      *>---------------------------------------------------------------
       01  PERMIT-RECORD.
           05  PMT-KEY.
               10  PMT-STUDENT-ID      PIC X(4).
               10  PMT-COURSE          PIC X(15).
               10  PMT-SECTION         PIC X(2).
               10  PMT-WAIVER          PIC X(1).
      *>             Check the permit waives:
      *>             P = PREREQUISITE, C = CO-REQUISITE,
      *>             S = SECTION CAPACITY (seat over the cap instead
      *>                 of the waiting list),
      *>             T = TIME (SCHEDULE) CONFLICT,
      *>             W = REGISTRATION WINDOW NOT YET OPEN,
      *>             R = REPEAT-ATTEMPT LIMIT (REPEATWS.CPY) REACHED.
           05  PMT-GRANTED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) who granted it.
           05  PMT-GRANTED-DATE        PIC X(8).
           05  PMT-EXPIRES             PIC X(8).
      *>         Last day (YYYYMMDD) the permit may be used.
           05  PMT-STATUS              PIC X(1).
      *>         O = OPEN (unused), U = USED, R = REVOKED.
           05  PMT-USED-DATE           PIC X(8).
      *>         Date the enrollment that used it was made, SPACES
      *>         while still open.
           05  PMT-USED-TERM           PIC X(6).
      *>         EN-TERM of that enrollment.
           05  PMT-REASON              PIC X(30).
