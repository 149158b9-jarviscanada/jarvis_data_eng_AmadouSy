      *>---------------------------------------------------------------
      *> CALWS.CPY
      *> Working-storage fields for the shared business-calendar
      *> paragraphs (see CALVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-CAL-CAMPUS            PIC X(3) VALUE SPACES.
      *>         Caller sets: the campus whose closures apply
      *>         (F-CAMPUS or C-CAMPUS; SPACES = the main campus).
       01  WS-CAL-DATE              PIC X(8).
      *>         Caller sets the start date (YYYYMMDD); the paragraphs
      *>         hand the resulting date back in the same field.
       01  WS-CAL-DAYS              PIC 9(4) VALUE 0.
      *>         Caller sets for COMPUTE-DUE-DATE: the day count to
      *>         add to WS-CAL-DATE.
       01  WS-CAL-UNIT              PIC X VALUE "C".
      *>         Caller sets for COMPUTE-DUE-DATE: "C" counts
      *>         WS-CAL-DAYS in calendar days, "B" in business days.
       01  WS-CAL-OPEN              PIC X VALUE "Y". *> "Y" if the day checked is open
       01  WS-CAL-FILE-OPEN         PIC X VALUE "N". *> CALENDAR-FILE opened this call
       01  WS-CAL-INT               PIC 9(8) VALUE 0. *> Day being checked, integer form
       01  WS-CAL-YYYYMMDD          PIC 9(8) VALUE 0. *> Same day, YYYYMMDD form
       01  WS-CAL-LEFT              PIC 9(4) VALUE 0. *> Business days still to count
