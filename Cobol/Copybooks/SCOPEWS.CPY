      *>---------------------------------------------------------------
      *> SCOPEWS.CPY
      *> Working-storage fields for the shared instructor-scope
      *> paragraphs (see SCOPEVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-SCOPE-USER            PIC X(8) VALUE SPACES.
      *>         Logged-in user, off current-session.txt.
       01  WS-SCOPE-ROLE            PIC X VALUE SPACE.
      *>         Logged-in user's role; only "I" is scoped.
       01  WS-SCOPE-INSTR           PIC X(4) VALUE SPACES.
      *>         For an "I" login: the INSTR-ID the login belongs to.
       01  WS-SCOPE-PROGRAM         PIC X(8) VALUE SPACES.
      *>         Caller sets: its own PROGRAM-ID, for the audit row.
       01  WS-SCOPE-COURSE          PIC X(15) VALUE SPACES.
      *>         Caller sets for CHECK-SECTION-SCOPE: the course...
       01  WS-SCOPE-SECTION         PIC X(2) VALUE SPACES.
      *>         ...and section about to be worked.
       01  WS-SCOPE-SECTION-INSTR   PIC X(4) VALUE SPACES.
      *>         C-INSTRUCTOR of that section (CHECK-SECTION-SCOPE
      *>         looks it up; CHECK-INSTR-SCOPE callers set it).
       01  WS-SCOPE-OK              PIC X VALUE "Y".
      *>         "Y" = the login may work it, "N" = refused.
