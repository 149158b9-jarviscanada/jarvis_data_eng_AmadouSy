      *>---------------------------------------------------------------
      *> CATYRWS.CPY
      *> Working-storage fields for the shared catalog-year
      *> paragraphs GET-CATALOG-YEAR and FIND-CATALOG-REQUIREMENTS
      *> (see CATYRVAL.CPY).  COPY this member wherever those
      *> paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-CAT-PROGRAM           PIC X(6).            *> Caller sets: program code
       01  WS-CAT-YEAR              PIC X(4).            *> ...and student's catalog year
       01  WS-CAT-FOUND             PIC X VALUE "N".     *> A requirement set governs
       01  WS-CAT-RULE-YEAR         PIC X(4).            *> Catalog year of that set
       01  WS-CAT-CURRENT-YEAR      PIC X(4).            *> Academic year declared in today
       01  WS-CAT-TODAY             PIC X(8).            *> Current date, YYYYMMDD
       01  WS-CAT-YEAR-NUM          PIC 9(4).            *> Year arithmetic
       01  WS-CAT-EOF               PIC X VALUE "N".     *> Scan EOF flag
       01  WS-CAT-SAVE-RECORD       PIC X(183).          *> Best degree row so far
