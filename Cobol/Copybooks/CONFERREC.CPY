      *>---------------------------------------------------------------
      *> CONFERREC.CPY
      *> Shared degree-conferral record layout for the conferral file
      *> (degree-conferrals.txt), written by PRGT0072's conferral run
      *> and never changed afterwards: which degree a student was
      *> awarded, when, and with what Latin honors.  Keyed like the
      *> application it settles (GRADAPREC.CPY).  PRGQ0052 prints
      *> these rows on the transcript.
      *>---------------------------------------------------------------
       01  CONFER-RECORD.
           05  CONF-KEY.
               10  CONF-STUDENT-ID     PIC X(4).
               10  CONF-DEG-CODE       PIC X(6).
           05  CONF-CATALOG-YEAR       PIC X(4).
      *>         DEG-CATALOG-YEAR of the requirements the student
      *>         was audited against, so CONF-DEG-CODE +
      *>         CONF-CATALOG-YEAR reads the exact program row back.
           05  CONF-TERM               PIC X(6).
      *>         Term the degree was conferred for.
           05  CONF-DATE               PIC X(8).
      *>         YYYYMMDD conferral date.
           05  CONF-CUM-CREDITS        PIC 9(4).
           05  CONF-CUM-GPA            PIC 9V99.
      *>         Best-attempt cumulative credits and GPA at
      *>         conferral, the GPA the honors were judged on.
           05  CONF-HONORS             PIC X(1).
      *>         S = SUMMA CUM LAUDE, M = MAGNA CUM LAUDE,
      *>         C = CUM LAUDE, SPACE = none.
           05  CONF-DIPLOMA-NAME       PIC X(40).
           05  CONF-CONFERRED-BY       PIC X(8).
      *>         USER-ID (USERREC.CPY) who ran the conferral.
