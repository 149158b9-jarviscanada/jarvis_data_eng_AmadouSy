      *>---------------------------------------------------------------
      *> ENCHGREC.CPY
      *> Shared enrollment-change log record layout for the change
      *> log (enrollment-changes.txt), a LINE SEQUENTIAL file only
      *> ever opened EXTEND by writers.  A new seat already carries
      *> its own EN-ENROLL-DATE, but a drop deletes the row and a
      *> late drop only turns EN-GRADE to "W", so neither leaves a
      *> date behind on student-course.txt, and a seat moved to
      *> another section by a cancellation keeps its old one.
      *> Every program that gives up or moves a seat (PRGE0012,
      *> PRGU0003, PRGW0035, PRGW0136, PRGX0104) appends one row
      *> here through ENCHGVAL.CPY's LOG-ENROLLMENT-CHANGE, and
      *> PRGR0193's batch confirmation run reads the rows for its
      *> run date to find who needs a fresh schedule sent.
      *>---------------------------------------------------------------
       01  ENROLL-CHANGE-RECORD.
           05  ECH-STUDENT-ID      PIC X(4).
           05  ECH-COURSE          PIC X(15).
           05  ECH-SECTION         PIC X(2).
           05  ECH-TERM            PIC X(6).
      *>         EN-TERM of the row that changed.
           05  ECH-ACTION          PIC X(1).
      *>         D = DROPPED (row deleted), W = WITHDRAWN (row kept
      *>         with EN-GRADE "W"), M = MOVED (row re-keyed to this
      *>         section when its own was cancelled).
           05  ECH-DATE            PIC X(8).
      *>         Day the change was made, YYYYMMDD.
