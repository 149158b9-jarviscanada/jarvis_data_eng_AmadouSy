      *>---------------------------------------------------------------
      *> PREREQWS.CPY
      *> Working-storage fields for the shared PRQ-CHECK-COURSE-STATE
      *> paragraph (see PREREQVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-PRQ-STUDENT           PIC X(4).            *> Student and course to
       01  WS-PRQ-COURSE            PIC X(15).           *> look for - set by the caller
       01  WS-PRQ-OLD               PIC X(15).           *> The course's pre-rename
                                                            *> name, or SPACES
       01  WS-PRQ-STATE             PIC X VALUE "N".
      *>         C = completed (a passing grade under either name,
      *>         now or on history, or an accepted transfer credit),
      *>         I = in progress (ungraded or "I" on the current
      *>         file), N = neither.  Only C satisfies a
      *>         prerequisite at registration.
       01  WS-PRQ-EOF               PIC X VALUE "N".     *> Scan EOF flag
