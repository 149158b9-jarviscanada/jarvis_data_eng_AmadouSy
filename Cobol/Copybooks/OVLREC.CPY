      *>---------------------------------------------------------------
      *> OVLREC.CPY
      *> Shared credit-overload approval record layout for the
      *> overload file (credit-overloads.txt), maintained by
      *> PRGC0132.  One row per student per term: an advisor's
      *> signed approval to carry more credits than the term load
      *> ceiling CAP-ENROLL-WITH-CHECK enforces (18, or 12 on
      *> academic probation - see CAPWS.CPY).  The row raises that
      *> student's ceiling for that term only, to the approved
      *> figure; a revoked row is kept, not deleted, so the
      *> approval trail stays answerable.
      *>---------------------------------------------------------------
       01  OVERLOAD-RECORD.
           05  OVL-KEY.
               10  OVL-STUDENT-ID      PIC X(4).
               10  OVL-TERM            PIC X(6).
      *>             Term the approval covers (TERMREC.CPY).
           05  OVL-MAX-CREDITS         PIC 9(2).
      *>         Approved ceiling for the term, replacing the
      *>         standard one.
           05  OVL-APPROVED-BY         PIC X(8).
      *>         USER-ID (USERREC.CPY) who keyed the approval.
           05  OVL-ADVISOR             PIC X(25).
      *>         Advisor who signed the paper request.
           05  OVL-APPROVED-DATE       PIC X(8).
           05  OVL-STATUS              PIC X(1).
      *>         A = APPROVED (in force), R = REVOKED.
           05  OVL-REASON              PIC X(30).
