      *>---------------------------------------------------------------
      *> LDROPWS.CPY
      *> Working-storage fields for the shared CHECK-LATE-DROP
      *> paragraph (see LDROPVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-LATE-DROP-TERM        PIC X(6).       *> EN-TERM of the row being dropped
       01  WS-LATE-DROP-DATE        PIC X(8).       *> Date the drop takes effect
       01  WS-LATE-DROP             PIC X VALUE "N".
      *>         "Y" when that date falls after the term's
      *>         TERM-ADD-DROP-DATE - the row is kept with a "W"
      *>         grade instead of being deleted.
