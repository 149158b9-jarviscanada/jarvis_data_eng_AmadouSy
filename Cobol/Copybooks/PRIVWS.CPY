      *>---------------------------------------------------------------
      *> PRIVWS.CPY
      *> Working-storage fields for the shared CHECK-PRIVACY-BLOCK
      *> and SHOW-PRIVACY-BANNER paragraphs (see PRIVVAL.CPY).  COPY
      *> this member wherever those paragraphs are COPYed so the two
      *> stay in step.
      *>---------------------------------------------------------------
       01  WS-PRIV-STUDENT          PIC X(4).       *> Caller sets before the check
       01  WS-PRIV-FILE-STATUS      PIC XX.         *> PRIVACY-FILE I/O status
       01  WS-PRIV-TODAY            PIC X(8).       *> Today, YYYYMMDD - set by the check
       01  WS-PRIV-BLOCKED          PIC X VALUE "N".
      *>         "Y" when the student has a privacy block in force
      *>         today - release nothing about them.
