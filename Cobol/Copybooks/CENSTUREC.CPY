      *>---------------------------------------------------------------
      *> CENSTUREC.CPY
      *> Shared census-snapshot student record layout for the census
      *> student file (census-students.txt).  One row per student
      *> carrying at least one live seat in the term on its census
      *> date, written once by PRGK0195 and never rewritten - state
      *> and accreditation figures (PRGR0196) are counted from these
      *> rows alone, so rerunning a report months later still gives
      *> the number that was sent.  The matching seat-level rows
      *> are on census-enrollments.txt (CENENRREC.CPY).
      *>---------------------------------------------------------------
       01  CENSUS-STUDENT-RECORD.
           05  CNS-KEY.
               10  CNS-TERM            PIC X(6).
               10  CNS-STUDENT-ID      PIC X(4).
           05  CNS-CENSUS-DATE         PIC X(8).
      *>         TERM-CENSUS-DATE the snapshot was taken for.
           05  CNS-TAKEN-DATE          PIC X(8).
      *>         Day the snapshot actually ran - later than the
      *>         census date only when it was taken late by hand.
           05  CNS-CAMPUS              PIC X(3).
      *>         F-CAMPUS on the census date (SPACES = main campus).
           05  CNS-PROGRAM             PIC X(6).
      *>         F-PROGRAM on the census date (SPACES = undeclared).
           05  CNS-STUDENT-STATUS      PIC X(1).
      *>         F-STATUS on the census date.
           05  CNS-AGE                 PIC 9(3).
      *>         Whole years on the census date; 0 with CNS-AGE-BAND
      *>         "UNKN" when no usable birth date was on file.
           05  CNS-AGE-BAND            PIC X(5).
      *>         U18, 18-24, 25-34, 35-49, 50+ or UNKN.
           05  CNS-SECTIONS            PIC 9(2).
      *>         Seats held (audits included).
           05  CNS-CREDITS             PIC 9(3).
      *>         Credit load - audits earn nothing and are left out,
      *>         the same rule as the enrollment-status letter.
           05  CNS-LOAD-STATUS         PIC X(1).
      *>         F = FULL-TIME, Q = THREE-QUARTER-TIME,
      *>         H = HALF-TIME, L = LESS THAN HALF-TIME, against the
      *>         term's floors on enrollment-status-parms.txt.
           05  CNS-FTE                 PIC 9V999.
      *>         Full-time equivalent: CNS-CREDITS over the term's
      *>         full-time floor, never more than 1.000.
