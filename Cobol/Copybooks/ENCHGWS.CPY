      *>---------------------------------------------------------------
      *> ENCHGWS.CPY
      *> Working-storage fields for the shared LOG-ENROLLMENT-CHANGE
      *> paragraph (see ENCHGVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-ECH-STATUS            PIC XX.          *> ENROLL-CHANGE-FILE I/O status
       01  WS-ECH-DATE              PIC X(8).        *> Caller sets: day of the change
       01  WS-ECH-ACTION            PIC X(1) VALUE SPACE.
      *>         Caller sets "M" for a section move; left blank, the
      *>         row's EN-GRADE decides between D and W.  Cleared
      *>         again after every row logged.
