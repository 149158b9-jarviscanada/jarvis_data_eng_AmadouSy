           05  TERM-GRADE-DEADLINE PIC X(8).
      *>         Last day final grades may be posted for the term,
      *>         YYYYMMDD.
           05  TERM-CENSUS-DATE    PIC X(8).
      *>         Official census date, YYYYMMDD - the day enrollment
      *>         is frozen for state and accreditation reporting.
      *>         PRGK0195 copies the term's enrollment onto the
      *>         census snapshot files that night, and the
      *>         official headcount/FTE report (PRGR0196) reads only
      *>         that snapshot.  SPACES = not set yet; no snapshot is
      *>         taken.  Appended at the end so nothing that
      *>         addresses earlier fields by position had to move;
      *>         PRGY0194 widens a calendar built before it existed.
