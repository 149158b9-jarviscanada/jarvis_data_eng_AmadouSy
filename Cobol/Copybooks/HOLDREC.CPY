               10  HOLD-STUDENT-ID     PIC X(4).
               10  HOLD-TYPE           PIC X(1).
      *>             F = FINANCIAL (open balance),
      *>             A = ADVISING (must see an advisor - only the
      *>                 assigned advisor's login or an administrator
      *>                 may release it, see ADVISREC.CPY),
      *>             C = CONDUCT,
      *>             S = ACADEMIC SUSPENSION (placed by PRGT0144's
      *>                 term-end standing posting; only an
      *>                 administrator may release it),
      *>             H = HEALTH/IMMUNIZATION (placed and released
      *>                 only by PRGK0192's nightly compliance sweep
      *>                 and PRGC0191, from student-compliance.txt -
      *>                 see CMPLVAL.CPY).
           05  HOLD-PLACED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) of the operator who placed it.
           05  HOLD-PLACED-DATE        PIC X(8).
