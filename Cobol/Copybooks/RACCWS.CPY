      *>---------------------------------------------------------------
      *> RACCWS.CPY
      *> Working-storage fields for the shared LOG-READ-ACCESS
      *> paragraph (see RACCVAL.CPY).  COPY this member wherever
      *> LOG-READ-ACCESS is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-RAC-PROGRAM           PIC X(8).       *> Caller sets - its PROGRAM-ID
       01  WS-RAC-STUDENT           PIC X(4).       *> Caller sets - student shown
       01  WS-RAC-USER              PIC X(8) VALUE SPACES.
      *>         Operator from current-session.txt, read once on the
      *>         first call and kept for the rest of the run.
       01  WS-RAC-DATE              PIC X(8).       *> YYYYMMDD of the view
       01  WS-RAC-TIME              PIC X(6).       *> HHMMSS of the view
       01  WS-RAC-FILE-STATUS       PIC XX.         *> READ-ACCESS-FILE I/O status
       01  WS-RAC-SESS-STATUS       PIC XX.         *> RAC-SESSION-FILE I/O status
