      *>---------------------------------------------------------------
      *> ADVISREC.CPY
      *> Shared advisor-assignment record layout for the advisor file
      *> (advisor-assignments.txt), maintained by PRGF0142 and swept
      *> by PRGD0046 when an advisor is deactivated.  One row per
      *> student, keyed by student ID: the row carries the advisor
      *> the student has NOW, and each change to it is written to
      *> audit-log.txt (before and after images) so the history of
      *> who advised whom stays answerable.  PRGH0077 only lets the
      *> advisor's own linked login (USER-INSTR-ID on USERREC.CPY)
      *> or an administrator release an advising (HOLD-TYPE "A")
      *> hold, and PRGR0143 prints each advisor's roster from here.
      *>---------------------------------------------------------------
       01  ADVISOR-RECORD.
           05  ADV-STUDENT-ID          PIC X(4).
           05  ADV-INSTR-ID            PIC X(4).
      *>         INSTR-ID (INSTRREC.CPY) of the assigned advisor.
      *>         SPACES = advisor deactivated with nobody named to
      *>         take the student over - awaiting reassignment.
           05  ADV-EFFECTIVE-DATE      PIC X(8).
      *>         YYYYMMDD the current assignment took effect.
           05  ADV-ASSIGNED-BY         PIC X(8).
      *>         USER-ID (USERREC.CPY) who made the assignment.
           05  ADV-PRIOR-INSTR-ID      PIC X(4).
      *>         The advisor this one replaced, SPACES on a first
      *>         assignment.
