      *>---------------------------------------------------------------
      *> REPEATWS.CPY
      *> Working-storage fields for the shared COUNT-COURSE-ATTEMPTS
      *> paragraph (see REPEATVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-TRY-LIMIT             PIC 9(2) VALUE 3.
      *>         Academic policy: attempts allowed at one course,
      *>         withdrawals included.  A registration past it needs
      *>         a repeat-limit permit (PRGC0133, waiver "R").
       01  WS-TRY-STUDENT           PIC X(4).            *> Student and course to
       01  WS-TRY-COURSE            PIC X(15).           *> count - set by the caller
       01  WS-TRY-COUNT             PIC 9(2) VALUE 0.    *> Attempts found
       01  WS-TRY-EOF               PIC X VALUE "N".     *> Scan EOF flag
       01  WS-TRY-MATCH             PIC X VALUE "N".     *> Row is this course
       01  WS-TRY-ROW-COURSE        PIC X(15).           *> Course on the row scanned
       01  WS-TRY-OLD-COUNT         PIC 9(2) VALUE 0.    *> Old names found
       01  WS-TRY-IX                PIC 9(2) VALUE 0.    *> ...subscript
       01  WS-TRY-OLD-TABLE.
           05  WS-TRY-OLD-CODE      OCCURS 10 TIMES PIC X(15).
      *>         Codes the course was renamed from (course-
      *>         equivalencies.txt) - attempts under them count.
