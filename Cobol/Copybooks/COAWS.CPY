      *>---------------------------------------------------------------
      *> COAWS.CPY
      *> Working-storage fields for the shared cost-of-attendance
      *> paragraphs (see COAVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-COA-STUDENT           PIC X(4).     *> Caller sets: student
       01  WS-COA-TERM              PIC X(6).     *> Caller sets: term
       01  WS-COA-CAMPUS            PIC X(3).     *> Caller sets: F-CAMPUS
       01  WS-COA-FOUND             PIC X VALUE "N".
      *>         "Y" = budget found, "A" = no budget assigned for the
      *>         term, "B" = assigned to a category with no budget row.
       01  WS-COA-CATEGORY          PIC X(4).     *> Category assigned
       01  WS-COA-TUITION           PIC 9(6)V99 VALUE 0. *> Priced tuition
       01  WS-COA-HOUSING           PIC 9(6)V99 VALUE 0. *> Housing allowance
       01  WS-COA-BOOKS             PIC 9(6)V99 VALUE 0. *> Books allowance
       01  WS-COA-LIVING            PIC 9(6)V99 VALUE 0. *> Living allowance
       01  WS-COA-TOTAL             PIC 9(7)V99 VALUE 0. *> The whole budget
       01  WS-COA-AWARDED           PIC 9(7)V99 VALUE 0.
      *>         Every live award for the term - offered, accepted,
      *>         disbursed, and what was kept of a returned one.
       01  WS-COA-DISBURSED         PIC 9(7)V99 VALUE 0.
      *>         Of that, what has actually been paid out.
       01  WS-COA-AWARD-EOF         PIC X VALUE "N". *> Award-scan EOF flag
