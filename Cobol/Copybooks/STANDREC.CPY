      *>---------------------------------------------------------------
      *> STANDREC.CPY
      *> Shared academic-standing history layout for the standing
      *> file (academic-standing.txt), posted once per term by the
      *> PRGT0144 batch after grades are in and before PRGT0023's
      *> rollover, and printed term by term on the transcript
      *> (PRGQ0052).  One row per student per term.  The term's
      *> start date sits in the key ahead of the term code because
      *> codes such as "2026FA"/"2026SP" do not sort in calendar
      *> order - this way a student's rows read back oldest first,
      *> and "the standing last term" is simply the row before.
      *>---------------------------------------------------------------
       01  STANDING-RECORD.
           05  STD-KEY.
               10  STD-STUDENT-ID      PIC X(4).
               10  STD-TERM-START      PIC X(8).
      *>             TERM-START-DATE of the term (TERMREC.CPY).
               10  STD-TERM            PIC X(6).
           05  STD-STANDING            PIC X(1).
      *>         G = GOOD STANDING,
      *>         W = ACADEMIC WARNING (cumulative GPA sound, this
      *>             term's GPA below the line),
      *>         P = ACADEMIC PROBATION (cumulative GPA below the
      *>             line),
      *>         S = ACADEMIC SUSPENSION (probation a second term
      *>             running - places a type "S" registration hold).
           05  STD-TERM-CREDITS        PIC 9(3).
      *>         Graded (GPA-bearing) credits taken this term.
           05  STD-TERM-GPA            PIC 9V99.
           05  STD-CUM-CREDITS         PIC 9(4).
      *>         Best-attempt graded credits to date.
           05  STD-CUM-GPA             PIC 9V99.
           05  STD-POSTED-DATE         PIC X(8).
           05  STD-HOLD-PLACED         PIC X(1).
      *>         "Y" when this posting placed the suspension hold.
