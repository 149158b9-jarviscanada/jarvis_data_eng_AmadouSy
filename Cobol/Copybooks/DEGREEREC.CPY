      *> walks a student's graded rows against their program's row
      *> here, so advising stops doing it with a highlighter on a
      *> printed transcript.
      *>
      *> Requirements are versioned by catalog year: a department
      *> that adds a required course adds a new year's row (PRGD0088
      *> copies the previous year forward to start from) instead of
      *> changing the row existing students are held to.  A student
      *> is audited against the latest row not later than their own
      *> F-CATALOG-YEAR - see FIND-CATALOG-REQUIREMENTS in
      *> CATYRVAL.CPY.
      *>---------------------------------------------------------------
       01  DEGREE-PROGRAM-RECORD.
           05  DEG-KEY.
               10  DEG-CODE            PIC X(6).
      *>             Program code, carried on STUDENT-RECORD as
      *>             F-PROGRAM.
               10  DEG-CATALOG-YEAR    PIC X(4).
      *>             First academic year (YYYY, the fall it begins)
      *>             these requirements apply to.  "0000" is the
      *>             base set PRGY0140 carried over from before
      *>             requirements were versioned.
           05  DEG-NAME            PIC X(20).
           05  DEG-ELECTIVE-MIN    PIC 9(3).
      *>         Minimum credits of electives (passing grades in
